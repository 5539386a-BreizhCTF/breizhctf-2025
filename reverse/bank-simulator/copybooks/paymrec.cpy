      * Record layout for the PAYMENTS feed handed over by the
      * cashier system at month end: one record per frais-de-dossier
      * receipt taken at a branch counter during the billing period.
      *
      * Every transfer of this feed is framed by a control record
      * redefining the data record: a header ("*HDR") carrying the
      * feed name, the sending system, the creation date and the feed
      * sequence number, and a trailer ("*TRL") carrying the number
      * of data records, the amount total and the hash total. The
      * hash total adds up, modulo 999999999989, the customer-id
      * hash of every data record (h = h * 131 + ORD of each of the
      * ten characters, modulo 999999999989, as in BZHLTR01).
      * Data records are padded to the 44 bytes of the control record;
      * the amount total is the sum of PY-AMOUNT.
      *****************************************************************
       01  PAYMENT-RECORD.
           05  PY-CUSTOMER-ID          PIC X(10).
           05  PY-AMOUNT               PIC 9(09)V99.
           05  PY-PAYMENT-DATE         PIC 9(08).
           05  FILLER                  PIC X(15).
       01  PAYMENT-CONTROL-RECORD.
           05  PY-CTL-TYPE             PIC X(04).
               88  PY-CTL-HEADER           VALUE "*HDR".
               88  PY-CTL-TRAILER          VALUE "*TRL".
           05  PY-CTL-FEED-NAME        PIC X(08).
           05  PY-CTL-HEADER-DATA.
               10  PY-CTL-SOURCE       PIC X(08).
               10  PY-CTL-CREATED      PIC 9(08).
               10  PY-CTL-SEQUENCE     PIC 9(06).
               10  FILLER              PIC X(10).
           05  PY-CTL-TRAILER-DATA REDEFINES PY-CTL-HEADER-DATA.
               10  PY-CTL-COUNT        PIC 9(07).
               10  PY-CTL-AMOUNT       PIC 9(11)V99.
               10  PY-CTL-HASH         PIC 9(12).
