      *****************************************************************
      * PURGLINE.CPY
      * Print-line layout for the BZHRGP01 purge certificate. One
      * detail line per dossier anonymised: branch, status, date of
      * the last activity found, how many audit, attempt, fee and
      * lockout records it still owns, and whether a letter code (L),
      * a postal address (A) and a closed NPAI hold (N) were on file.
      * Heading, total and sign-off lines are built in RG-TEXT-VIEW.
      *****************************************************************
       01  PURGE-LINE-RECORD.
           05  RG-CUSTOMER-ID          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RG-BRANCH               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RG-STATUS               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RG-LAST-DATE            PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RG-AUDIT-COUNT          PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RG-TRAN-COUNT           PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RG-FEE-COUNT            PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RG-LOCK-COUNT           PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RG-LETTER-FLAG          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RG-ADDRESS-FLAG         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RG-NPAI-FLAG            PIC X(01).
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  RG-TEXT-VIEW REDEFINES PURGE-LINE-RECORD PIC X(80).
