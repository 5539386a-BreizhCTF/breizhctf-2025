      * MAILEXT.CPY
      * Fixed-width extract line for the print-and-post vendor. One
      * line per letter to produce: who it goes to, which branch the
      * dossier belongs to, the code printed in the letter, the
      * date it stops working and the postal address from CUSTADDR.
      *
      * Every transfer of this feed is framed by a control record
      * redefining the data record: a header ("*HDR") carrying the
      * feed name, the sending system, the creation date and the feed
      * sequence number, and a trailer ("*TRL") carrying the number
      * of data records, the amount total and the hash total. The
      * hash total adds up, modulo 999999999989, the customer-id
      * hash of every data record (h = h * 131 + ORD of each of the
      * ten characters, modulo 999999999989, as in BZHLTR01).
      * The same layout serves the RMNDEXT reminder extract.
      *****************************************************************
       01  MAILING-EXTRACT-RECORD.
           05  MX-CUSTOMER-ID          PIC X(10).
           05  MX-ISSUED-CODE          PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MX-EXPIRY-DATE          PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MX-ADDRESS-LINE-1       PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MX-ADDRESS-LINE-2       PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MX-POSTCODE             PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MX-CITY                 PIC X(25).
       01  MAILING-EXTRACT-CONTROL-RECORD.
           05  MX-CTL-TYPE             PIC X(04).
               88  MX-CTL-HEADER           VALUE "*HDR".
               88  MX-CTL-TRAILER          VALUE "*TRL".
           05  MX-CTL-FEED-NAME        PIC X(08).
           05  MX-CTL-HEADER-DATA.
               10  MX-CTL-SOURCE       PIC X(08).
               10  MX-CTL-CREATED      PIC 9(08).
               10  MX-CTL-SEQUENCE     PIC 9(06).
               10  FILLER              PIC X(10).
           05  MX-CTL-TRAILER-DATA REDEFINES MX-CTL-HEADER-DATA.
               10  MX-CTL-COUNT        PIC 9(07).
               10  MX-CTL-AMOUNT       PIC 9(11)V99.
               10  MX-CTL-HASH         PIC 9(12).
           05  FILLER                  PIC X(140).
