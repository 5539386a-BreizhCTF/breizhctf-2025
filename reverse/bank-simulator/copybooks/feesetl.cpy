      *****************************************************************
      * FEESETL.CPY
      * Settlement log for the FEE-LEDGER. One record is appended by
      * the month-end billing run (BZHBIL01) every time a cashier
      * payment settles an outstanding posting: which posting, for
      * how much and when it was flagged settled, so the nightly
      * ledger interface can journal the day's settlements the same
      * way it journals the FEEADJ waivers.
      *****************************************************************
       01  FEE-SETTLEMENT-RECORD.
           05  FS-CUSTOMER-ID          PIC X(10).
           05  FS-POSTING-DATE         PIC 9(08).
           05  FS-AMOUNT               PIC 9(09)V99.
           05  FS-BILL-PERIOD          PIC 9(06).
           05  FS-TIMESTAMP            PIC X(21).
