      *****************************************************************
      * BKPCAT.CPY
      * Backup catalogue for the pre-window snapshot (BZHSNP01), keyed
      * by generation (the run date of the snapshot) + file name. One
      * entry per master copied, with the record count taken, and a
      * closing "*COMPLET" entry written once every master of the
      * generation is safely in BKPSTORE: a generation without it is
      * incomplete and cannot be restored. FEELEDGR, TRANSLOG and
      * LOCKOUT are not copied but get an entry too, carrying their
      * length at snapshot time: BZHRST01 cuts them back to it so the
      * replayed BZHCOBOL does not post twice. BZHRST01 stamps the
      * entries of the generation it puts back with the restore time
      * and the outcome of its count check, which BZHNIT01 looks at
      * before allowing a failed job to be restarted.
      *****************************************************************
       01  BACKUP-CATALOG-RECORD.
           05  BK-KEY.
               10  BK-GENERATION       PIC 9(08).
               10  BK-FILE-NAME        PIC X(08).
                   88  BK-GENERATION-COMPLETE VALUE "*COMPLET".
           05  BK-FILE-STATE           PIC X(01).
               88  BK-FILE-PRESENT         VALUE "P".
               88  BK-FILE-ABSENT          VALUE "A".
           05  BK-RECORD-COUNT         PIC 9(07).
           05  BK-SNAPSHOT-TS          PIC X(21).
           05  BK-RESTORE-TS           PIC X(21).
           05  BK-RESTORE-OUTCOME      PIC X(01).
               88  BK-NEVER-RESTORED       VALUE SPACE.
               88  BK-RESTORE-OK           VALUE "O".
               88  BK-RESTORE-MISMATCH     VALUE "E".
