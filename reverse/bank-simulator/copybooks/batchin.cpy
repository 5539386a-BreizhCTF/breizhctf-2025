      * from the stacks of returned letters the branches mail in. One
      * record per dossier to process overnight: the customer id and
      * the code the customer copied from the letter.
      *
      * Every transfer of this feed is framed by a control record
      * redefining the data record: a header ("*HDR") carrying the
      * feed name, the sending system, the creation date and the feed
      * sequence number, and a trailer ("*TRL") carrying the number
      * of data records, the amount total and the hash total. The
      * hash total adds up, modulo 999999999989, the customer-id
      * hash of every data record (h = h * 131 + ORD of each of the
      * ten characters, modulo 999999999989, as in BZHLTR01).
      * Data records are padded to the 44 bytes of the control record.
      *****************************************************************
       01  BATCH-INTAKE-RECORD.
           05  BI-CUSTOMER-ID          PIC X(10).
           05  BI-LETTER-CODE          PIC X(20).
           05  FILLER                  PIC X(14).
       01  BATCH-INTAKE-CONTROL-RECORD.
           05  BI-CTL-TYPE             PIC X(04).
               88  BI-CTL-HEADER           VALUE "*HDR".
               88  BI-CTL-TRAILER          VALUE "*TRL".
           05  BI-CTL-FEED-NAME        PIC X(08).
           05  BI-CTL-HEADER-DATA.
               10  BI-CTL-SOURCE       PIC X(08).
               10  BI-CTL-CREATED      PIC 9(08).
               10  BI-CTL-SEQUENCE     PIC 9(06).
               10  FILLER              PIC X(10).
           05  BI-CTL-TRAILER-DATA REDEFINES BI-CTL-HEADER-DATA.
               10  BI-CTL-COUNT        PIC 9(07).
               10  BI-CTL-AMOUNT       PIC 9(11)V99.
               10  BI-CTL-HASH         PIC 9(12).
