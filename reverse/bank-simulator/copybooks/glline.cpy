      *****************************************************************
      * GLLINE.CPY
      * Record layout for the general-ledger journal handed to the
      * comptabilite generale feed by BZHGLJ01. One debit line and
      * one credit line per fee event of the day (frais posted,
      * settled or waived), each on the account pair of its event
      * kind, followed by a single trailer carrying the line counts
      * and the debit / credit totals the receiving side checks.
      *
      * As for every outbound interface file, the transfer is framed
      * by control records redefining the data record: a header
      * ("*HDR") with the feed name GLJRNL, the sending program, the
      * creation date and the feed sequence number, written first,
      * and a trailer ("*TRL") written last with the number of
      * detail lines, their debit total and the hash total of their
      * customer ids (computed as for MAILEXT).
      *****************************************************************
       01  GL-JOURNAL-RECORD.
           05  GJ-RECORD-TYPE          PIC X(01).
               88  GJ-DETAIL               VALUE "D".
               88  GJ-TRAILER              VALUE "T".
           05  GJ-JOURNAL-DATE         PIC 9(08).
           05  GJ-LINE-NUMBER          PIC 9(06).
           05  GJ-ACCOUNT              PIC X(08).
           05  GJ-DEBIT-CREDIT         PIC X(01).
               88  GJ-DEBIT                VALUE "D".
               88  GJ-CREDIT               VALUE "C".
           05  GJ-AMOUNT               PIC 9(09)V99.
           05  GJ-EVENT-TYPE           PIC X(04).
               88  GJ-EVENT-POSTING        VALUE "FRAI".
               88  GJ-EVENT-SETTLEMENT     VALUE "REGL".
               88  GJ-EVENT-WAIVER         VALUE "ANNU".
           05  GJ-CUSTOMER-ID          PIC X(10).
           05  GJ-POSTING-DATE         PIC 9(08).
           05  GJ-LABEL                PIC X(30).
       01  GL-TRAILER-VIEW REDEFINES GL-JOURNAL-RECORD.
           05  GT-RECORD-TYPE          PIC X(01).
           05  GT-JOURNAL-DATE         PIC 9(08).
           05  GT-LINE-COUNT           PIC 9(06).
           05  GT-DEBIT-COUNT          PIC 9(06).
           05  GT-CREDIT-COUNT         PIC 9(06).
           05  GT-DEBIT-TOTAL          PIC 9(11)V99.
           05  GT-CREDIT-TOTAL         PIC 9(11)V99.
           05  GT-EVENT-COUNT          PIC 9(06).
           05  FILLER                  PIC X(28).
       01  GL-FEED-CONTROL-RECORD REDEFINES GL-JOURNAL-RECORD.
           05  GX-CTL-TYPE             PIC X(04).
               88  GX-CTL-HEADER           VALUE "*HDR".
               88  GX-CTL-TRAILER          VALUE "*TRL".
           05  GX-CTL-FEED-NAME        PIC X(08).
           05  GX-CTL-HEADER-DATA.
               10  GX-CTL-SOURCE       PIC X(08).
               10  GX-CTL-CREATED      PIC 9(08).
               10  GX-CTL-SEQUENCE     PIC 9(06).
               10  FILLER              PIC X(10).
           05  GX-CTL-TRAILER-DATA REDEFINES GX-CTL-HEADER-DATA.
               10  GX-CTL-COUNT        PIC 9(07).
               10  GX-CTL-AMOUNT       PIC 9(11)V99.
               10  GX-CTL-HASH         PIC 9(12).
           05  FILLER                  PIC X(43).
