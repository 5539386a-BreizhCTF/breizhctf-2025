      * Fixed-width extract line for the print-and-post vendor, same
      * style as MAILEXT. One line per account opened by BZHACC01:
      * who to congratulate, their branch, the account number they
      * finally obtained, the day it was opened and the postal
      * address from CUSTADDR.
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
       01  WELCOME-EXTRACT-RECORD.
           05  WX-CUSTOMER-ID          PIC X(10).
           05  WX-ACCOUNT-NUMBER       PIC X(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WX-OPENED-DATE          PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WX-ADDRESS-LINE-1       PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WX-ADDRESS-LINE-2       PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WX-POSTCODE             PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WX-CITY                 PIC X(25).
       01  WELCOME-EXTRACT-CONTROL-RECORD.
           05  WX-CTL-TYPE             PIC X(04).
               88  WX-CTL-HEADER           VALUE "*HDR".
               88  WX-CTL-TRAILER          VALUE "*TRL".
           05  WX-CTL-FEED-NAME        PIC X(08).
           05  WX-CTL-HEADER-DATA.
               10  WX-CTL-SOURCE       PIC X(08).
               10  WX-CTL-CREATED      PIC 9(08).
               10  WX-CTL-SEQUENCE     PIC 9(06).
               10  FILLER              PIC X(10).
           05  WX-CTL-TRAILER-DATA REDEFINES WX-CTL-HEADER-DATA.
               10  WX-CTL-COUNT        PIC 9(07).
               10  WX-CTL-AMOUNT       PIC 9(11)V99.
               10  WX-CTL-HASH         PIC 9(12).
           05  FILLER                  PIC X(131).
