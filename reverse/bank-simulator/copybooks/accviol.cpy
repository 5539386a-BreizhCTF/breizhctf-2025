      *****************************************************************
      * ACCVIOL.CPY
      * Record layout for the ACCVIOL access-violation log. One record
      * is appended every time BZHWAI01, BZHREI01, BZHDOS01,
      * BZHINQ01, BZHRDV01, BZHPJU01 or BZHRCL01 refuses an
      * operator: unknown or inactive id, wrong role, dossier of
      * another branch, or waiver above the supervisor's ceiling.
      * BZHSEC01 lists those of its run date on its nightly report.
      *****************************************************************
       01  ACCESS-VIOLATION-RECORD.
           05  AV-TIMESTAMP            PIC X(21).
           05  AV-PROGRAM              PIC X(08).
           05  AV-OPERATOR-ID          PIC X(10).
           05  AV-CUSTOMER-ID          PIC X(10).
           05  AV-BRANCH               PIC X(10).
           05  AV-REASON               PIC X(10).
               88  AV-REASON-UNKNOWN       VALUE "INCONNU".
               88  AV-REASON-INACTIVE      VALUE "INACTIF".
               88  AV-REASON-ROLE          VALUE "ROLE".
               88  AV-REASON-BRANCH        VALUE "AGENCE".
               88  AV-REASON-CEILING       VALUE "PLAFOND".
