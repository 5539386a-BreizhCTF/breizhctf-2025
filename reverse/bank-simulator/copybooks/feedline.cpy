      *****************************************************************
      * FEEDLINE.CPY
      * Print-line layout for the BZHFRG01 feed registry listing: one
      * line per feed received or sent on the night, with its
      * control totals and outcome.
      *****************************************************************
       01  FEED-LINE-RECORD.
           05  FL-TIME                 PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FL-DIRECTION            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FL-FEED-NAME            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FL-SOURCE               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FL-FEED-SEQUENCE        PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FL-RECORD-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FL-AMOUNT-TOTAL         PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FL-PROGRAM              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FL-STATUS               PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FL-REJECT-REASON        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
       01  FL-TEXT-VIEW REDEFINES FEED-LINE-RECORD PIC X(80).
