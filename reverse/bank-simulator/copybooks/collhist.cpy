      *****************************************************************
      * COLLHIST.CPY
      * Record layout for the collections history file, keyed by
      * customer id. One record per customer who has, or has had,
      * an outstanding frais-de-dossier posting: the highest reminder
      * level reached by BZHRLC01 (1 = 30 days, 2 = 60 days, 3 = 90
      * days and final), when it was sent, the arrears seen on the
      * last run and the account-opening hold set once the customer
      * is still unpaid past the final reminder.
      *****************************************************************
       01  COLLECTIONS-HISTORY-RECORD.
           05  CH-CUSTOMER-ID          PIC X(10).
           05  CH-REMINDER-LEVEL       PIC 9(01).
               88  CH-LEVEL-NONE           VALUE 0.
               88  CH-LEVEL-FINAL          VALUE 3.
           05  CH-LAST-REMINDER-DATE   PIC 9(08).
           05  CH-OLDEST-POSTING-DATE  PIC 9(08).
           05  CH-OUTSTANDING-AMOUNT   PIC 9(09)V99.
           05  CH-HOLD-FLAG            PIC X(01).
               88  CH-ON-HOLD              VALUE "Y".
               88  CH-NOT-ON-HOLD          VALUE "N".
           05  CH-HOLD-DATE            PIC 9(08).
           05  CH-LAST-RUN-DATE        PIC 9(08).
