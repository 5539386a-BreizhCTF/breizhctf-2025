      *****************************************************************
      * RECLLINE.CPY
      * Print-line layout for the BZHRCM01 monthly complaints report.
      * Detail lines list the complaints still open past their answer
      * deadline; the count and average lines are built in
      * RK-TEXT-VIEW.
      *****************************************************************
       01  COMPLAINT-LINE-RECORD.
           05  RK-COMPLAINT-NO         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RK-BRANCH               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RK-CUSTOMER-ID          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RK-CATEGORY             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RK-RECEIVED-DATE        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RK-DEADLINE-DATE        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RK-DAYS-LATE            PIC ZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RK-ADVISOR-ID           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
       01  RK-TEXT-VIEW REDEFINES COMPLAINT-LINE-RECORD PIC X(80).
