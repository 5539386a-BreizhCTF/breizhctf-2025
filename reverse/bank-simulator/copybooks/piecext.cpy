      *****************************************************************
      * PIECEXT.CPY
      * Fixed-width extract line for the print-and-post vendor, same
      * style as MAILEXT: one line per required piece justificative
      * still missing or refused on a pending dossier, so the vendor
      * can print the "pieces manquantes" letter with the postal
      * address from CUSTADDR.
      *
      * Every transfer is framed, as for MAILEXT, by a control record
      * redefining the data record: a header ("*HDR") with the feed
      * name, the sending program, the creation date and the feed
      * sequence number, and a trailer ("*TRL") with the number of
      * data records, a zero amount total and the hash total of
      * their customer ids (computed as for MAILEXT).
      *****************************************************************
       01  PIECES-EXTRACT-RECORD.
           05  PX-CUSTOMER-ID          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PX-CUSTOMER-NAME        PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PX-BRANCH               PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PX-DOC-TYPE             PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PX-DOC-LABEL            PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PX-DOC-STATUS           PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PX-REFUSAL-REASON       PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PX-ADDRESS-LINE-1       PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PX-ADDRESS-LINE-2       PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PX-POSTCODE             PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PX-CITY                 PIC X(25).
       01  PIECES-EXTRACT-CONTROL-RECORD.
           05  PX-CTL-TYPE             PIC X(04).
               88  PX-CTL-HEADER           VALUE "*HDR".
               88  PX-CTL-TRAILER          VALUE "*TRL".
           05  PX-CTL-FEED-NAME        PIC X(08).
           05  PX-CTL-HEADER-DATA.
               10  PX-CTL-SOURCE       PIC X(08).
               10  PX-CTL-CREATED      PIC 9(08).
               10  PX-CTL-SEQUENCE     PIC 9(06).
               10  FILLER              PIC X(10).
           05  PX-CTL-TRAILER-DATA REDEFINES PX-CTL-HEADER-DATA.
               10  PX-CTL-COUNT        PIC 9(07).
               10  PX-CTL-AMOUNT       PIC 9(11)V99.
               10  PX-CTL-HASH         PIC 9(12).
           05  FILLER                  PIC X(191).
