      *****************************************************************
      * RECLSEQ.CPY
      * Single-record control file carrying the next free complaint
      * number for BZHRCL01. Read when a complaint is created and
      * rewritten straight away.
      *****************************************************************
       01  COMPLAINT-SEQ-RECORD.
           05  RQ-NEXT-NUMBER          PIC 9(08).
