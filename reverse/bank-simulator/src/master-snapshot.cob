       IDENTIFICATION DIVISION.
       PROGRAM-ID. BZHSNP01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-DOSSIER-FILE ASSIGN TO "CUSTDOSS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUSTOMER-ID
               FILE STATUS IS WS-DOSSIER-STATUS.
           SELECT RESTART-FILE ASSIGN TO "RESTART"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CUSTOMER-ID
               FILE STATUS IS WS-RESTART-STATUS.
           SELECT CONSEILLER-FILE ASSIGN TO "CONSEIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJ-CONSEILLER-ID
               FILE STATUS IS WS-CONSEIL-STATUS.
           SELECT LETTRE-CODES-FILE ASSIGN TO "LETTREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CUSTOMER-ID
               FILE STATUS IS WS-LETTRE-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-CUSTOMER-ID
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT ACCOUNT-SEQ-FILE ASSIGN TO "ACCTSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-SEQ-STATUS.
           SELECT BACKUP-CATALOG-FILE ASSIGN TO "BKPCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BKP-CAT-STATUS.
           SELECT BACKUP-STORE-FILE ASSIGN TO "BKPSTORE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-STORE-STATUS.
           SELECT BACKUP-WORK-FILE ASSIGN TO "BKPWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-WORK-STATUS.
           SELECT FEE-LEDGER-FILE ASSIGN TO "FEELEDGR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-LEDGER-STATUS.
           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-LOG-STATUS.
           SELECT LOCKOUT-FILE ASSIGN TO "LOCKOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCKOUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-DOSSIER-FILE.
       COPY "custdoss.cpy".

       FD  RESTART-FILE.
       COPY "restart.cpy".

       FD  CONSEILLER-FILE.
       COPY "conseilrec.cpy".

       FD  LETTRE-CODES-FILE.
       COPY "lettrec.cpy".

       FD  ACCOUNT-MASTER-FILE.
       COPY "acctmast.cpy".

       FD  ACCOUNT-SEQ-FILE.
       COPY "acctseq.cpy".

       FD  BACKUP-CATALOG-FILE.
       COPY "bkpcat.cpy".

       FD  BACKUP-STORE-FILE.
       COPY "bkpstore.cpy".

       FD  BACKUP-WORK-FILE.
       01  BACKUP-WORK-RECORD.
           05  BX-GENERATION           PIC 9(08).
           05  BX-FILE-NAME            PIC X(08).
           05  BX-IMAGE                PIC X(100).

       FD  FEE-LEDGER-FILE.
       COPY "feerec.cpy".

       FD  TRANS-LOG-FILE.
       COPY "translog.cpy".

       FD  LOCKOUT-FILE.
       COPY "lockout.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DOSSIER-STATUS       PIC XX.
           88  WS-DOSSIER-OK           VALUE "00".
           88  WS-DOSSIER-EOF          VALUE "10".
           88  WS-DOSSIER-ABSENT       VALUE "35".
       01  WS-RESTART-STATUS       PIC XX.
           88  WS-RESTART-OK           VALUE "00".
           88  WS-RESTART-EOF          VALUE "10".
           88  WS-RESTART-ABSENT       VALUE "35".
       01  WS-CONSEIL-STATUS       PIC XX.
           88  WS-CONSEIL-OK           VALUE "00".
           88  WS-CONSEIL-EOF          VALUE "10".
           88  WS-CONSEIL-ABSENT       VALUE "35".
       01  WS-LETTRE-STATUS        PIC XX.
           88  WS-LETTRE-OK            VALUE "00".
           88  WS-LETTRE-EOF           VALUE "10".
           88  WS-LETTRE-ABSENT        VALUE "35".
       01  WS-ACCT-MASTER-STATUS   PIC XX.
           88  WS-ACCT-MASTER-OK       VALUE "00".
           88  WS-ACCT-MASTER-EOF      VALUE "10".
           88  WS-ACCT-MASTER-ABSENT   VALUE "35".
       01  WS-ACCT-SEQ-STATUS      PIC XX.
           88  WS-ACCT-SEQ-OK          VALUE "00".
           88  WS-ACCT-SEQ-EOF         VALUE "10".
           88  WS-ACCT-SEQ-ABSENT      VALUE "35".
       01  WS-BKP-CAT-STATUS       PIC XX.
           88  WS-BKP-CAT-OK           VALUE "00".
           88  WS-BKP-CAT-ABSENT       VALUE "35".
       01  WS-BKP-STORE-STATUS     PIC XX.
           88  WS-BKP-STORE-OK         VALUE "00".
           88  WS-BKP-STORE-EOF        VALUE "10".
           88  WS-BKP-STORE-ABSENT     VALUE "35".
       01  WS-BKP-WORK-STATUS      PIC XX.
           88  WS-BKP-WORK-OK          VALUE "00".
           88  WS-BKP-WORK-EOF         VALUE "10".
       01  WS-FEE-LEDGER-STATUS    PIC XX.
           88  WS-FEE-LEDGER-OK        VALUE "00".
           88  WS-FEE-LEDGER-EOF       VALUE "10".
           88  WS-FEE-LEDGER-ABSENT    VALUE "35".
       01  WS-TRANS-LOG-STATUS     PIC XX.
           88  WS-TRANS-LOG-OK         VALUE "00".
           88  WS-TRANS-LOG-EOF        VALUE "10".
           88  WS-TRANS-LOG-ABSENT     VALUE "35".
       01  WS-LOCKOUT-STATUS       PIC XX.
           88  WS-LOCKOUT-OK           VALUE "00".
           88  WS-LOCKOUT-EOF          VALUE "10".
           88  WS-LOCKOUT-ABSENT       VALUE "35".
       01  WS-TODAY                PIC 9(08).
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-DATE-INPUT       PIC X(08).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-INPUT PIC 9(08).
       01  WS-GENERATION           PIC 9(08).
      * Nombre de generations conservees, celle de la nuit comprise.
       01  WS-KEEP-GENERATIONS     PIC 9(03) VALUE 7.
       01  WS-KEEP-INPUT           PIC X(03).
       01  WS-KEEP-FROM            PIC 9(08) VALUE ZERO.
       01  WS-OLDER-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-DROP-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-SEEN-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-SCAN-EOF             PIC X(01) VALUE "N".
           88  WS-SCAN-DONE            VALUE "Y".
       01  WS-STORE-KEPT           PIC 9(07) VALUE ZERO.
       01  WS-STORE-TOTAL          PIC 9(07) VALUE ZERO.
       01  WS-PURGED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-SNAPSHOT-TS          PIC X(21).
       01  WS-MST-SUB              PIC 9(01).

      * Fichiers maitres sauvegardes, dans l'ordre de la sauvegarde.
       01  WS-MASTER-NAME-VALUES.
           05  FILLER PIC X(48) VALUE
               "CUSTDOSSRESTART CONSEIL LETTREC ACCTMASTACCTSEQ ".
       01  WS-MASTER-NAMES REDEFINES WS-MASTER-NAME-VALUES.
           05  MT-FILE-NAME            PIC X(08) OCCURS 6 TIMES.
       01  WS-MASTER-RESULTS.
           05  WS-MASTER-RESULT        OCCURS 6 TIMES.
               10  MR-STATE            PIC X(01).
               10  MR-COUNT            PIC 9(07).
       01  WS-LOG-SUB              PIC 9(01).

      * Journaux alimentes par BZHCOBOL : ils ne sont pas copies, seule
      * leur longueur est cataloguee pour que BZHRST01 puisse retirer
      * ce qu'un passage interrompu y a ajoute.
       01  WS-LOG-NAME-VALUES.
           05  FILLER PIC X(24) VALUE
               "FEELEDGRTRANSLOGLOCKOUT ".
       01  WS-LOG-NAMES REDEFINES WS-LOG-NAME-VALUES.
           05  LG-FILE-NAME            PIC X(08) OCCURS 3 TIMES.
       01  WS-LOG-RESULTS.
           05  WS-LOG-RESULT           OCCURS 3 TIMES.
               10  LR-STATE            PIC X(01).
               10  LR-COUNT            PIC 9(07).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "[BZHSNP01] Sauvegarde des maitres avant la nuit".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           DISPLAY "DATE D'EXPLOITATION (AAAAMMJJ, vide = ce jour) > ".
           ACCEPT WS-RUN-DATE-INPUT.
           IF WS-RUN-DATE-INPUT = SPACES
                   OR WS-RUN-DATE-NUM NOT NUMERIC
               MOVE WS-TODAY TO WS-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE
           END-IF.
           DISPLAY "GENERATIONS A CONSERVER (vide = 7) > ".
           ACCEPT WS-KEEP-INPUT.
           IF WS-KEEP-INPUT NOT = SPACES
               COMPUTE WS-KEEP-GENERATIONS =
                   FUNCTION NUMVAL (WS-KEEP-INPUT)
               IF WS-KEEP-GENERATIONS = ZERO
                   DISPLAY "Nombre de generations invalide."
                   STOP RUN
               END-IF
           END-IF.
      * La generation porte la date d'exploitation : une seconde
      * sauvegarde la meme nuit remplace la premiere.
           MOVE WS-RUN-DATE TO WS-GENERATION.
           MOVE FUNCTION CURRENT-DATE TO WS-SNAPSHOT-TS.
           INITIALIZE WS-MASTER-RESULTS.
           INITIALIZE WS-LOG-RESULTS.
           PERFORM OPEN-BACKUP-CATALOG.
           PERFORM FIND-KEEP-FROM.
           PERFORM COPY-KEPT-GENERATIONS.
           PERFORM DUMP-CUSTDOSS.
           PERFORM DUMP-RESTART.
           PERFORM DUMP-CONSEIL.
           PERFORM DUMP-LETTREC.
           PERFORM DUMP-ACCTMAST.
           PERFORM DUMP-ACCTSEQ.
           PERFORM COUNT-FEELEDGR.
           PERFORM COUNT-TRANSLOG.
           PERFORM COUNT-LOCKOUT.
           CLOSE BACKUP-WORK-FILE.
           PERFORM REWRITE-BACKUP-STORE.
           PERFORM PURGE-CATALOG-ENTRIES.
           PERFORM RECORD-GENERATION.
           CLOSE BACKUP-CATALOG-FILE.
           DISPLAY "Generation " WS-GENERATION " sauvegardee : "
               WS-STORE-TOTAL " enregistrement(s) ; generations "
               "anterieures au " WS-KEEP-FROM " retirees : "
               WS-PURGED-COUNT " entree(s) du catalogue.".
           STOP RUN.

       OPEN-BACKUP-CATALOG.
           OPEN I-O BACKUP-CATALOG-FILE.
           IF WS-BKP-CAT-ABSENT
               OPEN OUTPUT BACKUP-CATALOG-FILE
               CLOSE BACKUP-CATALOG-FILE
               OPEN I-O BACKUP-CATALOG-FILE
           END-IF.
           IF NOT WS-BKP-CAT-OK
               DISPLAY "Impossible d'ouvrir le catalogue des "
                   "sauvegardes."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ---- generations a conserver ----------------------------------
      * On garde les WS-KEEP-GENERATIONS - 1 generations completes les
      * plus recentes anterieures a la nuit, plus celle de la nuit ;
      * WS-KEEP-FROM est la plus ancienne generation conservee.
       FIND-KEEP-FROM.
           MOVE ZERO TO WS-OLDER-COUNT.
           PERFORM START-CATALOG-SCAN.
           PERFORM UNTIL WS-SCAN-DONE
               READ BACKUP-CATALOG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF BK-GENERATION-COMPLETE
                               AND BK-GENERATION < WS-GENERATION
                           ADD 1 TO WS-OLDER-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZERO TO WS-KEEP-FROM.
           IF WS-OLDER-COUNT >= WS-KEEP-GENERATIONS
               COMPUTE WS-DROP-COUNT =
                   WS-OLDER-COUNT - WS-KEEP-GENERATIONS + 1
               MOVE WS-GENERATION TO WS-KEEP-FROM
               MOVE ZERO TO WS-SEEN-COUNT
               PERFORM START-CATALOG-SCAN
               PERFORM UNTIL WS-SCAN-DONE
                   READ BACKUP-CATALOG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF BK-GENERATION-COMPLETE
                                   AND BK-GENERATION < WS-GENERATION
                               ADD 1 TO WS-SEEN-COUNT
                               IF WS-SEEN-COUNT > WS-DROP-COUNT
                                   MOVE BK-GENERATION TO WS-KEEP-FROM
                                   MOVE "Y" TO WS-SCAN-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       START-CATALOG-SCAN.
           MOVE "N" TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO BK-KEY.
           START BACKUP-CATALOG-FILE
               KEY IS NOT LESS THAN BK-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START.

      * ---- recopie des generations conservees -----------------------
      * Le magasin est reconstruit dans un fichier de travail : tant
      * que la sauvegarde de la nuit n'est pas complete, BKPSTORE
      * reste intact.
       COPY-KEPT-GENERATIONS.
           OPEN OUTPUT BACKUP-WORK-FILE.
           IF NOT WS-BKP-WORK-OK
               DISPLAY "Impossible de creer le fichier de travail "
                   "des sauvegardes."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BACKUP-STORE-FILE.
           IF NOT WS-BKP-STORE-OK
               IF NOT WS-BKP-STORE-ABSENT
                   DISPLAY "Impossible d'ouvrir le magasin des "
                       "sauvegardes."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM UNTIL WS-BKP-STORE-EOF
                   READ BACKUP-STORE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BS-GENERATION NOT < WS-KEEP-FROM
                                   AND BS-GENERATION
                                       NOT = WS-GENERATION
                               WRITE BACKUP-WORK-RECORD
                                   FROM BACKUP-STORE-RECORD
                               PERFORM CHECK-WORK-WRITE
                               ADD 1 TO WS-STORE-KEPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-STORE-FILE
           END-IF.

      * ---- copie des fichiers maitres -------------------------------
       DUMP-CUSTDOSS.
           MOVE 1 TO WS-MST-SUB.
           OPEN INPUT CUSTOMER-DOSSIER-FILE.
           IF WS-DOSSIER-ABSENT
               MOVE "A" TO MR-STATE (WS-MST-SUB)
           ELSE
               IF NOT WS-DOSSIER-OK
                   DISPLAY "Impossible d'ouvrir le dossier client."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "P" TO MR-STATE (WS-MST-SUB)
               PERFORM UNTIL WS-DOSSIER-EOF
                   READ CUSTOMER-DOSSIER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CUSTOMER-DOSSIER-RECORD TO BX-IMAGE
                           PERFORM WRITE-BACKUP-IMAGE
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-DOSSIER-FILE
           END-IF.

       DUMP-RESTART.
           MOVE 2 TO WS-MST-SUB.
           OPEN INPUT RESTART-FILE.
           IF WS-RESTART-ABSENT
               MOVE "A" TO MR-STATE (WS-MST-SUB)
           ELSE
               IF NOT WS-RESTART-OK
                   DISPLAY "Impossible d'ouvrir le fichier de reprise."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "P" TO MR-STATE (WS-MST-SUB)
               PERFORM UNTIL WS-RESTART-EOF
                   READ RESTART-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE RESTART-RECORD TO BX-IMAGE
                           PERFORM WRITE-BACKUP-IMAGE
                   END-READ
               END-PERFORM
               CLOSE RESTART-FILE
           END-IF.

       DUMP-CONSEIL.
           MOVE 3 TO WS-MST-SUB.
           OPEN INPUT CONSEILLER-FILE.
           IF WS-CONSEIL-ABSENT
               MOVE "A" TO MR-STATE (WS-MST-SUB)
           ELSE
               IF NOT WS-CONSEIL-OK
                   DISPLAY "Impossible d'ouvrir le fichier des "
                       "conseillers."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "P" TO MR-STATE (WS-MST-SUB)
               PERFORM UNTIL WS-CONSEIL-EOF
                   READ CONSEILLER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CONSEILLER-RECORD TO BX-IMAGE
                           PERFORM WRITE-BACKUP-IMAGE
                   END-READ
               END-PERFORM
               CLOSE CONSEILLER-FILE
           END-IF.

       DUMP-LETTREC.
           MOVE 4 TO WS-MST-SUB.
           OPEN INPUT LETTRE-CODES-FILE.
           IF WS-LETTRE-ABSENT
               MOVE "A" TO MR-STATE (WS-MST-SUB)
           ELSE
               IF NOT WS-LETTRE-OK
                   DISPLAY "Impossible d'ouvrir les codes de la lettre."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "P" TO MR-STATE (WS-MST-SUB)
               PERFORM UNTIL WS-LETTRE-EOF
                   READ LETTRE-CODES-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE LETTRE-CODE-RECORD TO BX-IMAGE
                           PERFORM WRITE-BACKUP-IMAGE
                   END-READ
               END-PERFORM
               CLOSE LETTRE-CODES-FILE
           END-IF.

       DUMP-ACCTMAST.
           MOVE 5 TO WS-MST-SUB.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-MASTER-ABSENT
               MOVE "A" TO MR-STATE (WS-MST-SUB)
           ELSE
               IF NOT WS-ACCT-MASTER-OK
                   DISPLAY "Impossible d'ouvrir le fichier des comptes."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "P" TO MR-STATE (WS-MST-SUB)
               PERFORM UNTIL WS-ACCT-MASTER-EOF
                   READ ACCOUNT-MASTER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE ACCOUNT-MASTER-RECORD TO BX-IMAGE
                           PERFORM WRITE-BACKUP-IMAGE
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       DUMP-ACCTSEQ.
           MOVE 6 TO WS-MST-SUB.
           OPEN INPUT ACCOUNT-SEQ-FILE.
           IF WS-ACCT-SEQ-ABSENT
               MOVE "A" TO MR-STATE (WS-MST-SUB)
           ELSE
               IF NOT WS-ACCT-SEQ-OK
                   DISPLAY "Impossible d'ouvrir le compteur de comptes."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "P" TO MR-STATE (WS-MST-SUB)
               PERFORM UNTIL WS-ACCT-SEQ-EOF
                   READ ACCOUNT-SEQ-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE ACCOUNT-SEQ-RECORD TO BX-IMAGE
                           PERFORM WRITE-BACKUP-IMAGE
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-SEQ-FILE
           END-IF.

      * ---- longueur des journaux ------------------------------------
       COUNT-FEELEDGR.
           MOVE 1 TO WS-LOG-SUB.
           OPEN INPUT FEE-LEDGER-FILE.
           IF WS-FEE-LEDGER-ABSENT
               MOVE "A" TO LR-STATE (WS-LOG-SUB)
           ELSE
               IF NOT WS-FEE-LEDGER-OK
                   DISPLAY "Impossible d'ouvrir le grand livre des "
                       "frais."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "P" TO LR-STATE (WS-LOG-SUB)
               PERFORM UNTIL WS-FEE-LEDGER-EOF
                   READ FEE-LEDGER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO LR-COUNT (WS-LOG-SUB)
                   END-READ
               END-PERFORM
               CLOSE FEE-LEDGER-FILE
           END-IF.

       COUNT-TRANSLOG.
           MOVE 2 TO WS-LOG-SUB.
           OPEN INPUT TRANS-LOG-FILE.
           IF WS-TRANS-LOG-ABSENT
               MOVE "A" TO LR-STATE (WS-LOG-SUB)
           ELSE
               IF NOT WS-TRANS-LOG-OK
                   DISPLAY "Impossible d'ouvrir le journal des "
                       "tentatives."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "P" TO LR-STATE (WS-LOG-SUB)
               PERFORM UNTIL WS-TRANS-LOG-EOF
                   READ TRANS-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO LR-COUNT (WS-LOG-SUB)
                   END-READ
               END-PERFORM
               CLOSE TRANS-LOG-FILE
           END-IF.

       COUNT-LOCKOUT.
           MOVE 3 TO WS-LOG-SUB.
           OPEN INPUT LOCKOUT-FILE.
           IF WS-LOCKOUT-ABSENT
               MOVE "A" TO LR-STATE (WS-LOG-SUB)
           ELSE
               IF NOT WS-LOCKOUT-OK
                   DISPLAY "Impossible d'ouvrir le fichier de blocage."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "P" TO LR-STATE (WS-LOG-SUB)
               PERFORM UNTIL WS-LOCKOUT-EOF
                   READ LOCKOUT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO LR-COUNT (WS-LOG-SUB)
                   END-READ
               END-PERFORM
               CLOSE LOCKOUT-FILE
           END-IF.

       WRITE-BACKUP-IMAGE.
           MOVE WS-GENERATION TO BX-GENERATION.
           MOVE MT-FILE-NAME (WS-MST-SUB) TO BX-FILE-NAME.
           WRITE BACKUP-WORK-RECORD.
           PERFORM CHECK-WORK-WRITE.
           ADD 1 TO MR-COUNT (WS-MST-SUB).
           ADD 1 TO WS-STORE-TOTAL.

       CHECK-WORK-WRITE.
           IF NOT WS-BKP-WORK-OK
               DISPLAY "Fichier de travail des sauvegardes en echec : "
                   WS-BKP-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       REWRITE-BACKUP-STORE.
           OPEN INPUT BACKUP-WORK-FILE.
           IF NOT WS-BKP-WORK-OK
               DISPLAY "Impossible de relire le fichier de travail "
                   "des sauvegardes."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BACKUP-STORE-FILE.
           IF NOT WS-BKP-STORE-OK
               DISPLAY "Impossible de creer le magasin des "
                   "sauvegardes."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-BKP-WORK-EOF
               READ BACKUP-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE BACKUP-STORE-RECORD
                           FROM BACKUP-WORK-RECORD
                       IF NOT WS-BKP-STORE-OK
                           DISPLAY "Ecriture du magasin des "
                               "sauvegardes en echec : "
                               WS-BKP-STORE-STATUS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-WORK-FILE.
           CLOSE BACKUP-STORE-FILE.

      * ---- mise a jour du catalogue ---------------------------------
       PURGE-CATALOG-ENTRIES.
           PERFORM START-CATALOG-SCAN.
           PERFORM UNTIL WS-SCAN-DONE
               READ BACKUP-CATALOG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF BK-GENERATION < WS-KEEP-FROM
                               OR BK-GENERATION = WS-GENERATION
                           DELETE BACKUP-CATALOG-FILE RECORD
                           ADD 1 TO WS-PURGED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      * L'entree *COMPLET est ecrite en dernier : elle seule rend la
      * generation restaurable.
       RECORD-GENERATION.
           PERFORM VARYING WS-MST-SUB FROM 1 BY 1 UNTIL WS-MST-SUB > 6
               MOVE SPACES TO BACKUP-CATALOG-RECORD
               MOVE WS-GENERATION TO BK-GENERATION
               MOVE MT-FILE-NAME (WS-MST-SUB) TO BK-FILE-NAME
               MOVE MR-STATE (WS-MST-SUB) TO BK-FILE-STATE
               MOVE MR-COUNT (WS-MST-SUB) TO BK-RECORD-COUNT
               MOVE WS-SNAPSHOT-TS TO BK-SNAPSHOT-TS
               PERFORM WRITE-CATALOG-ENTRY
               DISPLAY "  " MT-FILE-NAME (WS-MST-SUB) " : "
                   MR-COUNT (WS-MST-SUB) " enregistrement(s)"
           END-PERFORM.
           PERFORM VARYING WS-LOG-SUB FROM 1 BY 1 UNTIL WS-LOG-SUB > 3
               MOVE SPACES TO BACKUP-CATALOG-RECORD
               MOVE WS-GENERATION TO BK-GENERATION
               MOVE LG-FILE-NAME (WS-LOG-SUB) TO BK-FILE-NAME
               MOVE LR-STATE (WS-LOG-SUB) TO BK-FILE-STATE
               MOVE LR-COUNT (WS-LOG-SUB) TO BK-RECORD-COUNT
               MOVE WS-SNAPSHOT-TS TO BK-SNAPSHOT-TS
               PERFORM WRITE-CATALOG-ENTRY
               DISPLAY "  " LG-FILE-NAME (WS-LOG-SUB) " : "
                   LR-COUNT (WS-LOG-SUB) " enregistrement(s), "
                   "longueur seule"
           END-PERFORM.
           MOVE SPACES TO BACKUP-CATALOG-RECORD.
           MOVE WS-GENERATION TO BK-GENERATION.
           SET BK-GENERATION-COMPLETE TO TRUE.
           SET BK-FILE-PRESENT TO TRUE.
           MOVE WS-STORE-TOTAL TO BK-RECORD-COUNT.
           MOVE WS-SNAPSHOT-TS TO BK-SNAPSHOT-TS.
           PERFORM WRITE-CATALOG-ENTRY.

       WRITE-CATALOG-ENTRY.
           WRITE BACKUP-CATALOG-RECORD
               INVALID KEY
                   DISPLAY "Ecriture du catalogue impossible pour "
                       BK-FILE-NAME
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
