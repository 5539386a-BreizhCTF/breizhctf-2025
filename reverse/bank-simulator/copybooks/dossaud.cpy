      * One record is appended for every dossier created or corrected
      * through BZHDOS01: what was done, the before and after value
      * of the customer name, the branch on the dossier and the agent
      * who keyed the change. A postal address change writes one
      * record per address field that changed, with the old and new
      * field value carried in DA-OLD-VALUE / DA-NEW-VALUE.
      *****************************************************************
       01  DOSSIER-AUDIT-RECORD.
           05  DA-CUSTOMER-ID          PIC X(10).
           05  DA-ACTION               PIC X(10).
               88  DA-ACTION-CREATION      VALUE "CREATION".
               88  DA-ACTION-CORR-NOM      VALUE "CORR-NOM".
               88  DA-ACTION-ADR-LIGNE1    VALUE "ADR-LIGNE1".
               88  DA-ACTION-ADR-LIGNE2    VALUE "ADR-LIGNE2".
               88  DA-ACTION-ADR-CP        VALUE "ADR-CP".
               88  DA-ACTION-ADR-VILLE     VALUE "ADR-VILLE".
           05  DA-OLD-NAME             PIC X(30).
           05  DA-OLD-VALUE REDEFINES DA-OLD-NAME PIC X(30).
           05  DA-NEW-NAME             PIC X(30).
           05  DA-NEW-VALUE REDEFINES DA-NEW-NAME PIC X(30).
           05  DA-BRANCH               PIC X(10).
           05  DA-OPERATOR-ID          PIC X(10).
           05  DA-TIMESTAMP            PIC X(21).
