      *****************************************************************
      * BKPSTORE.CPY
      * Backup store written by BZHSNP01: the record images of CUSTDOSS,
      * RESTART, CONSEIL, LETTREC, ACCTMAST and the ACCTSEQ control
      * record, one store record per master record, tagged with the
      * generation and the master's file name. Images are written in
      * key order so BZHRST01 can load them straight back; the store
      * keeps only the generations still listed in BKPCAT.
      *****************************************************************
       01  BACKUP-STORE-RECORD.
           05  BS-GENERATION           PIC 9(08).
           05  BS-FILE-NAME            PIC X(08).
           05  BS-IMAGE                PIC X(100).
