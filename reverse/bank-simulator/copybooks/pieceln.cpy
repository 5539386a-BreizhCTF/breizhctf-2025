      *****************************************************************
      * PIECELN.CPY
      * Print-line layout for the BZHPJR01 list of dossiers stuck on
      * paperwork, grouped by branch: where the dossier stands, how
      * many required pieces are missing, refused or still waiting
      * for the branch to accept them, and since how many days.
      *****************************************************************
       01  PIECES-LINE-RECORD.
           05  PK-BRANCH               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PK-CUSTOMER-ID          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PK-CUSTOMER-NAME        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PK-ETAPE                PIC 9(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PK-MISSING-COUNT        PIC Z9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PK-REFUSED-COUNT        PIC Z9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PK-PENDING-COUNT        PIC Z9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PK-WAITING-DAYS         PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PK-NOTE                 PIC X(12).
       01  PK-TEXT-VIEW REDEFINES PIECES-LINE-RECORD PIC X(80).
