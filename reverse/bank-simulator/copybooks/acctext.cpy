      * Fixed-width record for the ACCOUNT-OPEN-EXTRACT file. Written
      * once per customer who clears BZHCOBOL's verification, for a
      * downstream account-opening batch job to pick up.
      *
      * Every transfer of this feed is framed by a control record
      * redefining the data record: a header ("*HDR") carrying the
      * feed name, the sending system, the creation date and the feed
      * sequence number, and a trailer ("*TRL") carrying the number
      * of data records, the amount total and the hash total. The
      * hash total adds up, modulo 999999999989, the customer-id
      * hash of every data record (h = h * 131 + ORD of each of the
      * ten characters, modulo 999999999989, as in BZHLTR01).
      * ACCTEXT is appended to by every BZHCOBOL run and cut back by
      * BZHACC01, so it holds one header/trailer segment per run that
      * wrote to it.
      *****************************************************************
       01  ACCOUNT-OPEN-EXTRACT-RECORD.
           05  AE-CUSTOMER-ID          PIC X(10).
           05  AE-BRANCH               PIC X(10).
           05  AE-VALIDATED-TIMESTAMP  PIC X(21).
           05  AE-DOSSIER-REF          PIC X(10).
       01  ACCOUNT-OPEN-CONTROL-RECORD.
           05  AE-CTL-TYPE             PIC X(04).
               88  AE-CTL-HEADER           VALUE "*HDR".
               88  AE-CTL-TRAILER          VALUE "*TRL".
           05  AE-CTL-FEED-NAME        PIC X(08).
           05  AE-CTL-HEADER-DATA.
               10  AE-CTL-SOURCE       PIC X(08).
               10  AE-CTL-CREATED      PIC 9(08).
               10  AE-CTL-SEQUENCE     PIC 9(06).
               10  FILLER              PIC X(10).
           05  AE-CTL-TRAILER-DATA REDEFINES AE-CTL-HEADER-DATA.
               10  AE-CTL-COUNT        PIC 9(07).
               10  AE-CTL-AMOUNT       PIC 9(11)V99.
               10  AE-CTL-HASH         PIC 9(12).
           05  FILLER                  PIC X(07).
