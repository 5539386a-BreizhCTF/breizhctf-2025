      *****************************************************************
      * NOSHLINE.CPY
      * Print-line layout for the BZHRNS01 weekly no-show report: one
      * line per missed etape 1 appointment of the week, grouped by
      * branch, with the customer's running no-show count from
      * CUSTDOSS and a tag for customers who keep failing to come.
      *****************************************************************
       01  NOSHOW-LINE-RECORD.
           05  NS-BRANCH               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NS-CUSTOMER-ID          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NS-CUSTOMER-NAME        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NS-SLOT-DATE            PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NS-ADVISOR-ID           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  NS-NOSHOW-COUNT         PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  NS-FLAG                 PIC X(08).
       01  NS-TEXT-VIEW REDEFINES NOSHOW-LINE-RECORD PIC X(80).
