      *****************************************************************
      * FEEDREG.CPY
      * Feed registry: one record appended for every interface feed
      * received or sent (BATCHIN, PAYMENTS and RETMAIL in; MAILEXT,
      * RMNDEXT, WELCEXT, ACCTEXT, PIECEXT, GLJRNL and RELANEXT
      * out), copied from the feed's header and trailer with the
      * program that handled it and the outcome. An inbound feed is
      * recorded accepted once it has been applied, or rejected (with
      * the reason) before anything is updated; the last accepted or
      * sent sequence number of each feed gives the sequence expected
      * next. When BZHRST01 puts the masters back to a snapshot it
      * appends a cancelled entry ("X") for each BATCHIN or RETMAIL
      * feed accepted since the snapshot, so that the replayed job
      * may present the same sequence again.
      *****************************************************************
       01  FEED-REGISTRY-RECORD.
           05  FG-TIMESTAMP            PIC X(21).
           05  FG-FEED-NAME            PIC X(08).
           05  FG-DIRECTION            PIC X(01).
               88  FG-INBOUND              VALUE "E".
               88  FG-OUTBOUND             VALUE "S".
           05  FG-SOURCE               PIC X(08).
           05  FG-CREATED              PIC 9(08).
           05  FG-FEED-SEQUENCE        PIC 9(06).
           05  FG-RECORD-COUNT         PIC 9(07).
           05  FG-AMOUNT-TOTAL         PIC 9(11)V99.
           05  FG-HASH-TOTAL           PIC 9(12).
           05  FG-PROGRAM              PIC X(08).
           05  FG-STATUS               PIC X(01).
               88  FG-ACCEPTED             VALUE "A".
               88  FG-REJECTED             VALUE "R".
               88  FG-SENT                 VALUE "S".
               88  FG-CANCELLED            VALUE "X".
           05  FG-REJECT-REASON        PIC X(10).
               88  FG-REASON-HEADER        VALUE "ENTETE".
               88  FG-REASON-TRAILER       VALUE "QUEUE".
               88  FG-REASON-FEED-NAME     VALUE "FLUX".
               88  FG-REASON-COUNT         VALUE "COMPTAGE".
               88  FG-REASON-AMOUNT        VALUE "MONTANT".
               88  FG-REASON-HASH          VALUE "HASH".
               88  FG-REASON-REPEATED      VALUE "DOUBLON".
               88  FG-REASON-SKIPPED       VALUE "SAUT".
