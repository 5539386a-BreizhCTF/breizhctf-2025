      *****************************************************************
      * AGENLINE.CPY
      * Print-line layout for the BZHRDA01 daily agenda: one line per
      * slot of the day, grouped by branch and advisor, with the
      * customer booked on it and, once marked, whether they came.
      *****************************************************************
       01  AGENDA-LINE-RECORD.
           05  AL-BRANCH               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-ADVISOR-ID           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-SLOT-TIME            PIC 99B99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-DURATION-MIN         PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-CUSTOMER-ID          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-CUSTOMER-NAME        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AL-STATUS               PIC X(10).
       01  AL-TEXT-VIEW REDEFINES AGENDA-LINE-RECORD PIC X(80).
