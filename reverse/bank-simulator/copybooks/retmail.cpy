      * print-and-post vendor: one record per letter the post office
      * returned "n'habite pas a l'adresse indiquee", with the date
      * of the return and the vendor's reason text.
      *
      * Every transfer of this feed is framed by a control record
      * redefining the data record: a header ("*HDR") carrying the
      * feed name, the sending system, the creation date and the feed
      * sequence number, and a trailer ("*TRL") carrying the number
      * of data records, the amount total and the hash total. The
      * hash total adds up, modulo 999999999989, the customer-id
      * hash of every data record (h = h * 131 + ORD of each of the
      * ten characters, modulo 999999999989, as in BZHLTR01).
      *****************************************************************
       01  RETURNED-MAIL-RECORD.
           05  RM-CUSTOMER-ID          PIC X(10).
           05  RM-RETURN-DATE          PIC 9(08).
           05  RM-REASON               PIC X(30).
       01  RETURNED-MAIL-CONTROL-RECORD.
           05  RM-CTL-TYPE             PIC X(04).
               88  RM-CTL-HEADER           VALUE "*HDR".
               88  RM-CTL-TRAILER          VALUE "*TRL".
           05  RM-CTL-FEED-NAME        PIC X(08).
           05  RM-CTL-HEADER-DATA.
               10  RM-CTL-SOURCE       PIC X(08).
               10  RM-CTL-CREATED      PIC 9(08).
               10  RM-CTL-SEQUENCE     PIC 9(06).
               10  FILLER              PIC X(10).
           05  RM-CTL-TRAILER-DATA REDEFINES RM-CTL-HEADER-DATA.
               10  RM-CTL-COUNT        PIC 9(07).
               10  RM-CTL-AMOUNT       PIC 9(11)V99.
               10  RM-CTL-HASH         PIC 9(12).
           05  FILLER                  PIC X(04).
