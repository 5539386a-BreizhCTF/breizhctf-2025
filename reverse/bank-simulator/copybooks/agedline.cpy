      *****************************************************************
      * AGEDLINE.CPY
      * Print-line layout for the BZHRLC01 aged-arrears report: one
      * line per customer with outstanding fees split into current,
      * 30-59, 60-89 and 90+ day buckets from FR-POSTING-DATE, the
      * reminder level reached and whether a letter went out this
      * run or the customer is now held at account opening.
      *****************************************************************
       01  AGED-LINE-RECORD.
           05  AG-CUSTOMER-ID          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AG-BRANCH               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AG-CURRENT              PIC Z(7)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AG-BUCKET-30            PIC Z(7)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AG-BUCKET-60            PIC Z(7)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AG-BUCKET-90            PIC Z(7)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AG-LEVEL                PIC 9(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AG-FLAG                 PIC X(08).
       01  AG-TEXT-VIEW REDEFINES AGED-LINE-RECORD PIC X(80).
