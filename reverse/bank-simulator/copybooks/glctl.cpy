      *****************************************************************
      * GLCTL.CPY
      * Single-record control file for the general-ledger interface
      * (BZHGLJ01): how far the fee events have been journalled.
      * Postings are taken up to the last posting date journalled
      * and the number of FEELEDGR records of that date already
      * sent; settlements and waivers up to the timestamp of the last
      * FEESETL and FEEADJ record sent. Read at start of run and
      * rewritten only once GLJRNL has been released, so a run that
      * stops short sends the same events again on the next run.
      *****************************************************************
       01  GL-JOURNAL-POINT-RECORD.
           05  GW-LAST-POSTING-DATE    PIC 9(08).
           05  GW-POSTING-DATE-COUNT   PIC 9(07).
           05  GW-LAST-SETTLEMENT-TS   PIC X(21).
           05  GW-LAST-WAIVER-TS       PIC X(21).
           05  GW-LAST-JOURNAL-DATE    PIC 9(08).
           05  GW-LAST-FEED-SEQUENCE   PIC 9(06).
           05  GW-RELEASE-TS           PIC X(21).
