      *****************************************************************
      * RELNEXT.CPY
      * Fixed-width extract line for the print-and-post vendor, same
      * style as MAILEXT. One line per fee reminder letter produced
      * by BZHRLC01: who it goes to, their branch, the reminder level
      * that selects the letter model, the amount still due, the
      * date of the oldest unpaid posting and the postal address.
      *
      * Every transfer is framed, as for MAILEXT, by a control record
      * redefining the data record: a header ("*HDR") with the feed
      * name, the sending program, the creation date and the feed
      * sequence number, and a trailer ("*TRL") with the number of
      * data records, the total of RX-AMOUNT-DUE and the hash total
      * of their customer ids (computed as for MAILEXT).
      *****************************************************************
       01  RELANCE-EXTRACT-RECORD.
           05  RX-CUSTOMER-ID          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RX-CUSTOMER-NAME        PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RX-BRANCH               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RX-REMINDER-LEVEL       PIC 9(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RX-AMOUNT-DUE           PIC 9(09)V99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RX-OLDEST-DATE          PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RX-ADDRESS-LINE-1       PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RX-ADDRESS-LINE-2       PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RX-POSTCODE             PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RX-CITY                 PIC X(25).
       01  RELANCE-EXTRACT-CONTROL-RECORD.
           05  RX-CTL-TYPE             PIC X(04).
               88  RX-CTL-HEADER           VALUE "*HDR".
               88  RX-CTL-TRAILER          VALUE "*TRL".
           05  RX-CTL-FEED-NAME        PIC X(08).
           05  RX-CTL-HEADER-DATA.
               10  RX-CTL-SOURCE       PIC X(08).
               10  RX-CTL-CREATED      PIC 9(08).
               10  RX-CTL-SEQUENCE     PIC 9(06).
               10  FILLER              PIC X(10).
           05  RX-CTL-TRAILER-DATA REDEFINES RX-CTL-HEADER-DATA.
               10  RX-CTL-COUNT        PIC 9(07).
               10  RX-CTL-AMOUNT       PIC 9(11)V99.
               10  RX-CTL-HASH         PIC 9(12).
           05  FILLER                  PIC X(134).
