      *****************************************************************
      * RECLAM.CPY
      * Record layout for the RECLAM customer complaints register,
      * keyed by complaint number (numbers handed out from the RECLSEQ
      * control record). One record per complaint keyed in through
      * BZHRCL01: customer and branch of the dossier, category, date
      * received and the regulatory answer deadline, the advisor in
      * charge, status and resolution. A complaint settled by a fee
      * cancellation carries the posting date and timestamp of the
      * matching FEEADJ record written by BZHWAI01.
      *****************************************************************
       01  COMPLAINT-RECORD.
           05  CP-COMPLAINT-NO         PIC 9(08).
           05  CP-CUSTOMER-ID          PIC X(10).
           05  CP-BRANCH               PIC X(10).
           05  CP-CATEGORY             PIC X(04).
               88  CP-CAT-LOST-LETTER      VALUE "LETR".
               88  CP-CAT-RESUBMIT-FEE     VALUE "FRAI".
               88  CP-CAT-ADVISOR          VALUE "CONS".
               88  CP-CAT-OTHER            VALUE "AUTR".
           05  CP-SUBJECT              PIC X(50).
           05  CP-RECEIVED-DATE        PIC 9(08).
           05  CP-DEADLINE-DATE        PIC 9(08).
           05  CP-ADVISOR-ID           PIC X(10).
           05  CP-STATUS               PIC X(01).
               88  CP-STATUS-OPEN          VALUE "O".
               88  CP-STATUS-IN-HAND       VALUE "T".
               88  CP-STATUS-RESOLVED      VALUE "R".
               88  CP-STATUS-CLOSED        VALUE "C".
           05  CP-RESOLVED-DATE        PIC 9(08).
           05  CP-RESOLUTION-TEXT      PIC X(60).
           05  CP-ADJ-POSTING-DATE     PIC 9(08).
           05  CP-ADJ-TIMESTAMP        PIC X(21).
           05  CP-LAST-OPERATOR-ID     PIC X(10).
           05  CP-LAST-UPDATE-DATE     PIC 9(08).
