      *****************************************************************
      * OPERMAST.CPY
      * Record layout for the OPERMAST operator master, keyed by
      * operator id. One record per member of staff allowed to use
      * the supervised and maintenance programs (BZHWAI01, BZHREI01,
      * BZHDOS01, BZHINQ01, BZHRDV01, BZHPJU01, BZHRCL01): home
      * branch, role and whether the operator is still active.
      * Agents and supervisors only work on dossiers of their own
      * branch; head office staff are not restricted.
      * OM-WAIVER-CEILING is the largest amount a supervisor may
      * cancel in one BZHWAI01 run.
      *****************************************************************
       01  OPERATOR-RECORD.
           05  OM-OPERATOR-ID          PIC X(10).
           05  OM-NAME                 PIC X(30).
           05  OM-BRANCH               PIC X(10).
           05  OM-ROLE                 PIC X(01).
               88  OM-ROLE-AGENT           VALUE "A".
               88  OM-ROLE-SUPERVISOR      VALUE "S".
               88  OM-ROLE-HEAD-OFFICE     VALUE "H".
           05  OM-ACTIVE               PIC X(01).
               88  OM-IS-ACTIVE            VALUE "Y".
               88  OM-IS-INACTIVE          VALUE "N".
           05  OM-WAIVER-CEILING       PIC 9(07)V99.
