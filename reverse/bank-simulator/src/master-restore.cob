       IDENTIFICATION DIVISION.
       PROGRAM-ID. BZHRST01.
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
           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-REG-STATUS.
           SELECT FEE-LEDGER-FILE ASSIGN TO "FEELEDGR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-LEDGER-STATUS.
           SELECT FEE-WORK-FILE ASSIGN TO "FEEWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-WORK-STATUS.
           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-LOG-STATUS.
           SELECT TRANS-WORK-FILE ASSIGN TO "TRANWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-WORK-STATUS.
           SELECT LOCKOUT-FILE ASSIGN TO "LOCKOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCKOUT-STATUS.
           SELECT LOCKOUT-WORK-FILE ASSIGN TO "LOCKWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-WORK-STATUS.
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

       FD  FEED-REGISTRY-FILE.
       COPY "feedreg.cpy".

       FD  FEE-LEDGER-FILE.
       COPY "feerec.cpy".

       FD  FEE-WORK-FILE.
       01  FEE-WORK-RECORD         PIC X(40).

       FD  TRANS-LOG-FILE.
       COPY "translog.cpy".

       FD  TRANS-WORK-FILE.
       01  TRANS-WORK-RECORD       PIC X(62).

       FD  LOCKOUT-FILE.
       COPY "lockout.cpy".

       FD  LOCKOUT-WORK-FILE.
       01  LOCKOUT-WORK-RECORD     PIC X(33).

       WORKING-STORAGE SECTION.
       01  WS-DOSSIER-STATUS       PIC XX.
           88  WS-DOSSIER-OK           VALUE "00".
           88  WS-DOSSIER-EOF          VALUE "10".
       01  WS-RESTART-STATUS       PIC XX.
           88  WS-RESTART-OK           VALUE "00".
           88  WS-RESTART-EOF          VALUE "10".
       01  WS-CONSEIL-STATUS       PIC XX.
           88  WS-CONSEIL-OK           VALUE "00".
           88  WS-CONSEIL-EOF          VALUE "10".
       01  WS-LETTRE-STATUS        PIC XX.
           88  WS-LETTRE-OK            VALUE "00".
           88  WS-LETTRE-EOF           VALUE "10".
       01  WS-ACCT-MASTER-STATUS   PIC XX.
           88  WS-ACCT-MASTER-OK       VALUE "00".
           88  WS-ACCT-MASTER-EOF      VALUE "10".
       01  WS-ACCT-SEQ-STATUS      PIC XX.
           88  WS-ACCT-SEQ-OK          VALUE "00".
           88  WS-ACCT-SEQ-EOF         VALUE "10".
       01  WS-BKP-CAT-STATUS       PIC XX.
           88  WS-BKP-CAT-OK           VALUE "00".
           88  WS-BKP-CAT-ABSENT       VALUE "35".
       01  WS-BKP-STORE-STATUS     PIC XX.
           88  WS-BKP-STORE-OK         VALUE "00".
           88  WS-BKP-STORE-EOF        VALUE "10".
       01  WS-FEED-REG-STATUS      PIC XX.
           88  WS-FEED-REG-OK          VALUE "00".
           88  WS-FEED-REG-EOF         VALUE "10".
           88  WS-FEED-REG-ABSENT      VALUE "35".
       01  WS-FEE-LEDGER-STATUS    PIC XX.
           88  WS-FEE-LEDGER-OK        VALUE "00".
           88  WS-FEE-LEDGER-EOF       VALUE "10".
           88  WS-FEE-LEDGER-ABSENT    VALUE "35".
       01  WS-FEE-WORK-STATUS      PIC XX.
           88  WS-FEE-WORK-OK          VALUE "00".
           88  WS-FEE-WORK-EOF         VALUE "10".
       01  WS-TRANS-LOG-STATUS     PIC XX.
           88  WS-TRANS-LOG-OK         VALUE "00".
           88  WS-TRANS-LOG-EOF        VALUE "10".
           88  WS-TRANS-LOG-ABSENT     VALUE "35".
       01  WS-TRANS-WORK-STATUS    PIC XX.
           88  WS-TRANS-WORK-OK        VALUE "00".
           88  WS-TRANS-WORK-EOF       VALUE "10".
       01  WS-LOCKOUT-STATUS       PIC XX.
           88  WS-LOCKOUT-OK           VALUE "00".
           88  WS-LOCKOUT-EOF          VALUE "10".
           88  WS-LOCKOUT-ABSENT       VALUE "35".
       01  WS-LOCK-WORK-STATUS     PIC XX.
           88  WS-LOCK-WORK-OK         VALUE "00".
           88  WS-LOCK-WORK-EOF        VALUE "10".
       01  WS-GENERATION-INPUT     PIC X(08).
       01  WS-GENERATION-NUM REDEFINES WS-GENERATION-INPUT
                                   PIC 9(08).
       01  WS-GENERATION           PIC 9(08) VALUE ZERO.
       01  WS-CONFIRMATION         PIC X(03).
       01  WS-SCAN-EOF             PIC X(01) VALUE "N".
           88  WS-SCAN-DONE            VALUE "Y".
       01  WS-RECORD-FOUND         PIC X(01).
           88  WS-RECORD-FOUND-YES     VALUE "Y".
       01  WS-MST-SUB              PIC 9(01).
       01  WS-STORE-MISMATCH       PIC X(01) VALUE "N".
           88  WS-STORE-MISMATCH-YES   VALUE "Y".
       01  WS-RESTORE-MISMATCH     PIC X(01) VALUE "N".
           88  WS-RESTORE-MISMATCH-YES VALUE "Y".
       01  WS-ERROR-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-RESTORE-TS           PIC X(21).
       01  WS-CHECK-TEXT           PIC X(05).
       01  WS-SNAPSHOT-TS          PIC X(21).
       01  WS-REPLAY-COUNT         PIC 9(03) VALUE ZERO.
       01  WS-CANCEL-COUNT         PIC 9(03) VALUE ZERO.
       01  WS-RPL-SUB              PIC 9(03).
       01  WS-LOG-SUB              PIC 9(01).
       01  WS-LOG-REFUSED          PIC X(01) VALUE "N".
           88  WS-LOG-REFUSED-YES      VALUE "Y".
       01  WS-FEE-SETTLED-COUNT    PIC 9(07) VALUE ZERO.

      * Fichiers maitres sauvegardes, dans l'ordre de la sauvegarde.
       01  WS-MASTER-NAME-VALUES.
           05  FILLER PIC X(48) VALUE
               "CUSTDOSSRESTART CONSEIL LETTREC ACCTMASTACCTSEQ ".
       01  WS-MASTER-NAMES REDEFINES WS-MASTER-NAME-VALUES.
           05  MT-FILE-NAME            PIC X(08) OCCURS 6 TIMES
                                       INDEXED BY MST-IDX.
       01  WS-MASTER-RESULTS.
           05  WS-MASTER-RESULT        OCCURS 6 TIMES.
               10  MR-STATE            PIC X(01).
               10  MR-CATALOG-COUNT    PIC 9(07).
               10  MR-EXPECTED-COUNT   PIC 9(07).
               10  MR-STORE-COUNT      PIC 9(07).
               10  MR-RESTORED-COUNT   PIC 9(07).

      * Journaux alimentes par BZHCOBOL, catalogues par leur seule
      * longueur : ils sont ramenes a cette longueur pour que le
      * passage rejoue n'y ajoute pas une seconde fois les frais, les
      * tentatives et les blocages du passage interrompu.
       01  WS-LOG-NAME-VALUES.
           05  FILLER PIC X(24) VALUE
               "FEELEDGRTRANSLOGLOCKOUT ".
       01  WS-LOG-NAMES REDEFINES WS-LOG-NAME-VALUES.
           05  LG-FILE-NAME            PIC X(08) OCCURS 3 TIMES.
       01  WS-LOG-RESULTS.
           05  WS-LOG-RESULT           OCCURS 3 TIMES.
               10  LR-STATE            PIC X(01).
               10  LR-CATALOG-COUNT    PIC 9(07).
               10  LR-CURRENT-COUNT    PIC 9(07).
               10  LR-KEPT-COUNT       PIC 9(07).

      * Flux recus et acceptes depuis la sauvegarde : ils seront
      * presentes de nouveau par les travaux rejoues et doivent etre
      * annules au registre des flux.
       01  WS-REPLAYED-FEEDS.
           05  WS-REPLAYED-FEED        OCCURS 50 TIMES
                                       INDEXED BY RPL-IDX.
               10  RF-FEED-NAME        PIC X(08).
               10  RF-SOURCE           PIC X(08).
               10  RF-CREATED          PIC 9(08).
               10  RF-FEED-SEQUENCE    PIC 9(06).
               10  RF-RECORD-COUNT     PIC 9(07).
               10  RF-AMOUNT-TOTAL     PIC 9(11)V99.
               10  RF-HASH-TOTAL       PIC 9(12).
               10  RF-CANCELLED        PIC X(01).
                   88  RF-CANCELLED-YES    VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "[BZHRST01] Restauration d'une generation de "
               "sauvegarde".
           DISPLAY "GENERATION A RESTAURER (AAAAMMJJ, vide = "
               "derniere) > ".
           ACCEPT WS-GENERATION-INPUT.
           INITIALIZE WS-MASTER-RESULTS.
           INITIALIZE WS-LOG-RESULTS.
           OPEN I-O BACKUP-CATALOG-FILE.
           IF WS-BKP-CAT-ABSENT
               DISPLAY "Aucune sauvegarde cataloguee."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-BKP-CAT-OK
               DISPLAY "Impossible d'ouvrir le catalogue des "
                   "sauvegardes."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-GENERATION-INPUT = SPACES
                   OR WS-GENERATION-NUM NOT NUMERIC
               PERFORM FIND-LATEST-GENERATION
           ELSE
               MOVE WS-GENERATION-NUM TO WS-GENERATION
           END-IF.
           PERFORM LOAD-CATALOG-COUNTS.
           DISPLAY "Restauration de la generation " WS-GENERATION
               " sur CUSTDOSS, RESTART, CONSEIL, LETTREC, ACCTMAST "
               "et ACCTSEQ ; FEELEDGR, TRANSLOG et LOCKOUT ramenes a "
               "leur longueur de sauvegarde.".
           DISPLAY "CONFIRMER LA RESTAURATION (OUI) > ".
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = "OUI"
               DISPLAY "Restauration abandonnee."
               PERFORM END-RESTORE
           END-IF.
           PERFORM CHECK-STORE-COUNTS.
           PERFORM CHECK-LOG-COUNTS.
           PERFORM RELOAD-MASTERS.
           PERFORM VERIFY-RESTORED-COUNTS.
           PERFORM TRUNCATE-LOGS.
           PERFORM STAMP-CATALOG.
           IF WS-RESTORE-MISMATCH-YES OR WS-ERROR-COUNT > ZERO
               DISPLAY "Restauration de la generation " WS-GENERATION
                   " en ECART, ne pas relancer la nuit."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CANCEL-REPLAYED-FEEDS
               DISPLAY "Generation " WS-GENERATION
                   " restauree, comptages conformes."
           END-IF.
           PERFORM END-RESTORE.

       END-RESTORE.
           CLOSE BACKUP-CATALOG-FILE.
           STOP RUN.

      * ---- choix de la generation -----------------------------------
       FIND-LATEST-GENERATION.
           MOVE ZERO TO WS-GENERATION.
           MOVE "N" TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO BK-KEY.
           START BACKUP-CATALOG-FILE
               KEY IS NOT LESS THAN BK-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-DONE
               READ BACKUP-CATALOG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF BK-GENERATION-COMPLETE
                           MOVE BK-GENERATION TO WS-GENERATION
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GENERATION = ZERO
               DISPLAY "Aucune generation complete au catalogue."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.

      * Seule une generation marquee *COMPLET peut etre restauree.
       LOAD-CATALOG-COUNTS.
           MOVE WS-GENERATION TO BK-GENERATION.
           SET BK-GENERATION-COMPLETE TO TRUE.
           PERFORM READ-CATALOG-ENTRY.
           IF NOT WS-RECORD-FOUND-YES
               DISPLAY "Generation " WS-GENERATION " absente ou "
                   "incomplete, restauration refusee."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.
           MOVE BK-SNAPSHOT-TS TO WS-SNAPSHOT-TS.
           PERFORM VARYING WS-MST-SUB FROM 1 BY 1 UNTIL WS-MST-SUB > 6
               MOVE WS-GENERATION TO BK-GENERATION
               MOVE MT-FILE-NAME (WS-MST-SUB) TO BK-FILE-NAME
               PERFORM READ-CATALOG-ENTRY
               IF NOT WS-RECORD-FOUND-YES
                   DISPLAY "Entree " MT-FILE-NAME (WS-MST-SUB)
                       " absente du catalogue, restauration refusee."
                   MOVE 8 TO RETURN-CODE
                   PERFORM END-RESTORE
               END-IF
               MOVE BK-FILE-STATE TO MR-STATE (WS-MST-SUB)
               MOVE BK-RECORD-COUNT TO MR-CATALOG-COUNT (WS-MST-SUB)
               MOVE BK-RECORD-COUNT TO MR-EXPECTED-COUNT (WS-MST-SUB)
           END-PERFORM.
      * Un ACCTSEQ absent a la sauvegarde est recree avec la valeur
      * initiale que lui donnerait BZHACC01.
           IF MR-STATE (6) = "A"
               MOVE 1 TO MR-EXPECTED-COUNT (6)
           END-IF.
           PERFORM VARYING WS-LOG-SUB FROM 1 BY 1 UNTIL WS-LOG-SUB > 3
               MOVE WS-GENERATION TO BK-GENERATION
               MOVE LG-FILE-NAME (WS-LOG-SUB) TO BK-FILE-NAME
               PERFORM READ-CATALOG-ENTRY
               IF NOT WS-RECORD-FOUND-YES
                   DISPLAY "Entree " LG-FILE-NAME (WS-LOG-SUB)
                       " absente du catalogue, restauration refusee."
                   MOVE 8 TO RETURN-CODE
                   PERFORM END-RESTORE
               END-IF
               MOVE BK-FILE-STATE TO LR-STATE (WS-LOG-SUB)
               MOVE BK-RECORD-COUNT TO LR-CATALOG-COUNT (WS-LOG-SUB)
           END-PERFORM.

       READ-CATALOG-ENTRY.
           MOVE "N" TO WS-RECORD-FOUND.
           READ BACKUP-CATALOG-FILE
               KEY IS BK-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RECORD-FOUND
           END-READ.

      * ---- controle du magasin avant toute mise a jour --------------
       CHECK-STORE-COUNTS.
           PERFORM OPEN-BACKUP-STORE.
           PERFORM UNTIL WS-BKP-STORE-EOF
               READ BACKUP-STORE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BS-GENERATION = WS-GENERATION
                           PERFORM FIND-MASTER-SUB
                           IF WS-MST-SUB NOT = ZERO
                               ADD 1 TO MR-STORE-COUNT (WS-MST-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-STORE-FILE.
           PERFORM VARYING WS-MST-SUB FROM 1 BY 1 UNTIL WS-MST-SUB > 6
               IF MR-STORE-COUNT (WS-MST-SUB)
                       NOT = MR-CATALOG-COUNT (WS-MST-SUB)
                   DISPLAY "Magasin incoherent pour "
                       MT-FILE-NAME (WS-MST-SUB) " : catalogue "
                       MR-CATALOG-COUNT (WS-MST-SUB) " magasin "
                       MR-STORE-COUNT (WS-MST-SUB)
                   MOVE "Y" TO WS-STORE-MISMATCH
               END-IF
           END-PERFORM.
           IF WS-STORE-MISMATCH-YES
               DISPLAY "Restauration refusee, aucun fichier modifie."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.

       OPEN-BACKUP-STORE.
           OPEN INPUT BACKUP-STORE-FILE.
           IF NOT WS-BKP-STORE-OK
               DISPLAY "Impossible d'ouvrir le magasin des "
                   "sauvegardes."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.

       FIND-MASTER-SUB.
           MOVE ZERO TO WS-MST-SUB.
           SET MST-IDX TO 1.
           SEARCH MT-FILE-NAME
               AT END
                   CONTINUE
               WHEN MT-FILE-NAME (MST-IDX) = BS-FILE-NAME
                   SET WS-MST-SUB TO MST-IDX
           END-SEARCH.

      * ---- controle des journaux avant toute mise a jour ------------
      * Un journal plus court qu'a la sauvegarde a ete reecrit depuis
      * (BZHARC01) : sa longueur cataloguee ne designe plus rien. Un
      * frais poste depuis la sauvegarde et deja regle ou annule ne
      * peut pas etre retire sans perdre ce reglement. Dans les deux
      * cas la restauration est refusee avant toute mise a jour.
       CHECK-LOG-COUNTS.
           MOVE ZERO TO WS-FEE-SETTLED-COUNT.
           PERFORM COUNT-FEELEDGR.
           PERFORM COUNT-TRANSLOG.
           PERFORM COUNT-LOCKOUT.
           PERFORM VARYING WS-LOG-SUB FROM 1 BY 1 UNTIL WS-LOG-SUB > 3
               IF LR-CURRENT-COUNT (WS-LOG-SUB)
                       < LR-CATALOG-COUNT (WS-LOG-SUB)
                   DISPLAY "Journal " LG-FILE-NAME (WS-LOG-SUB)
                       " plus court qu'a la sauvegarde : catalogue "
                       LR-CATALOG-COUNT (WS-LOG-SUB) " actuel "
                       LR-CURRENT-COUNT (WS-LOG-SUB)
                   MOVE "Y" TO WS-LOG-REFUSED
               END-IF
           END-PERFORM.
           IF WS-FEE-SETTLED-COUNT > ZERO
               DISPLAY "FEELEDGR : " WS-FEE-SETTLED-COUNT " frais "
                   "poste(s) depuis la sauvegarde deja regle(s) ou "
                   "annule(s)."
               MOVE "Y" TO WS-LOG-REFUSED
           END-IF.
           IF WS-LOG-REFUSED-YES
               DISPLAY "Restauration refusee, aucun fichier modifie."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.

       COUNT-FEELEDGR.
           OPEN INPUT FEE-LEDGER-FILE.
           IF NOT WS-FEE-LEDGER-ABSENT
               IF NOT WS-FEE-LEDGER-OK
                   DISPLAY "Impossible d'ouvrir le grand livre des "
                       "frais."
                   MOVE 8 TO RETURN-CODE
                   PERFORM END-RESTORE
               END-IF
               PERFORM UNTIL WS-FEE-LEDGER-EOF
                   READ FEE-LEDGER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO LR-CURRENT-COUNT (1)
                           IF LR-CURRENT-COUNT (1)
                                       > LR-CATALOG-COUNT (1)
                                   AND NOT FR-OUTSTANDING
                               ADD 1 TO WS-FEE-SETTLED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-LEDGER-FILE
           END-IF.

       COUNT-TRANSLOG.
           OPEN INPUT TRANS-LOG-FILE.
           IF NOT WS-TRANS-LOG-ABSENT
               IF NOT WS-TRANS-LOG-OK
                   DISPLAY "Impossible d'ouvrir le journal des "
                       "tentatives."
                   MOVE 8 TO RETURN-CODE
                   PERFORM END-RESTORE
               END-IF
               PERFORM UNTIL WS-TRANS-LOG-EOF
                   READ TRANS-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO LR-CURRENT-COUNT (2)
                   END-READ
               END-PERFORM
               CLOSE TRANS-LOG-FILE
           END-IF.

       COUNT-LOCKOUT.
           OPEN INPUT LOCKOUT-FILE.
           IF NOT WS-LOCKOUT-ABSENT
               IF NOT WS-LOCKOUT-OK
                   DISPLAY "Impossible d'ouvrir le fichier de blocage."
                   MOVE 8 TO RETURN-CODE
                   PERFORM END-RESTORE
               END-IF
               PERFORM UNTIL WS-LOCKOUT-EOF
                   READ LOCKOUT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO LR-CURRENT-COUNT (3)
                   END-READ
               END-PERFORM
               CLOSE LOCKOUT-FILE
           END-IF.

      * ---- rechargement des fichiers maitres ------------------------
      * Chaque maitre est recree puis recharge dans l'ordre des cles,
      * tel qu'il a ete copie par BZHSNP01.
       RELOAD-MASTERS.
           PERFORM OPEN-MASTERS-OUTPUT.
           PERFORM OPEN-BACKUP-STORE.
           PERFORM UNTIL WS-BKP-STORE-EOF
               READ BACKUP-STORE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BS-GENERATION = WS-GENERATION
                           PERFORM FIND-MASTER-SUB
                           PERFORM RELOAD-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-STORE-FILE.
           IF MR-STATE (6) = "A"
               MOVE 1 TO AQ-NEXT-SEQUENCE
               WRITE ACCOUNT-SEQ-RECORD
           END-IF.
           CLOSE CUSTOMER-DOSSIER-FILE.
           CLOSE RESTART-FILE.
           CLOSE CONSEILLER-FILE.
           CLOSE LETTRE-CODES-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE ACCOUNT-SEQ-FILE.

       OPEN-MASTERS-OUTPUT.
           OPEN OUTPUT CUSTOMER-DOSSIER-FILE.
           IF NOT WS-DOSSIER-OK
               DISPLAY "Impossible de recreer le dossier client."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.
           OPEN OUTPUT RESTART-FILE.
           IF NOT WS-RESTART-OK
               DISPLAY "Impossible de recreer le fichier de reprise."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.
           OPEN OUTPUT CONSEILLER-FILE.
           IF NOT WS-CONSEIL-OK
               DISPLAY "Impossible de recreer le fichier des "
                   "conseillers."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.
           OPEN OUTPUT LETTRE-CODES-FILE.
           IF NOT WS-LETTRE-OK
               DISPLAY "Impossible de recreer les codes de la lettre."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.
           OPEN OUTPUT ACCOUNT-MASTER-FILE.
           IF NOT WS-ACCT-MASTER-OK
               DISPLAY "Impossible de recreer le fichier des comptes."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.
           OPEN OUTPUT ACCOUNT-SEQ-FILE.
           IF NOT WS-ACCT-SEQ-OK
               DISPLAY "Impossible de recreer le compteur de comptes."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.

       RELOAD-ONE-RECORD.
           EVALUATE WS-MST-SUB
               WHEN 1
                   MOVE BS-IMAGE TO CUSTOMER-DOSSIER-RECORD
                   WRITE CUSTOMER-DOSSIER-RECORD
                       INVALID KEY
                           PERFORM NOTE-RELOAD-ERROR
                   END-WRITE
               WHEN 2
                   MOVE BS-IMAGE TO RESTART-RECORD
                   WRITE RESTART-RECORD
                       INVALID KEY
                           PERFORM NOTE-RELOAD-ERROR
                   END-WRITE
               WHEN 3
                   MOVE BS-IMAGE TO CONSEILLER-RECORD
                   WRITE CONSEILLER-RECORD
                       INVALID KEY
                           PERFORM NOTE-RELOAD-ERROR
                   END-WRITE
               WHEN 4
                   MOVE BS-IMAGE TO LETTRE-CODE-RECORD
                   WRITE LETTRE-CODE-RECORD
                       INVALID KEY
                           PERFORM NOTE-RELOAD-ERROR
                   END-WRITE
               WHEN 5
                   MOVE BS-IMAGE TO ACCOUNT-MASTER-RECORD
                   WRITE ACCOUNT-MASTER-RECORD
                       INVALID KEY
                           PERFORM NOTE-RELOAD-ERROR
                   END-WRITE
               WHEN 6
                   MOVE BS-IMAGE TO ACCOUNT-SEQ-RECORD
                   WRITE ACCOUNT-SEQ-RECORD
           END-EVALUATE.

       NOTE-RELOAD-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           DISPLAY "Rechargement impossible dans "
               MT-FILE-NAME (WS-MST-SUB) " : " BS-IMAGE (1:20).

      * ---- controle des comptages apres rechargement ----------------
       VERIFY-RESTORED-COUNTS.
           OPEN INPUT CUSTOMER-DOSSIER-FILE.
           PERFORM UNTIL NOT WS-DOSSIER-OK
               READ CUSTOMER-DOSSIER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO MR-RESTORED-COUNT (1)
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-DOSSIER-FILE.
           OPEN INPUT RESTART-FILE.
           PERFORM UNTIL NOT WS-RESTART-OK
               READ RESTART-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO MR-RESTORED-COUNT (2)
               END-READ
           END-PERFORM.
           CLOSE RESTART-FILE.
           OPEN INPUT CONSEILLER-FILE.
           PERFORM UNTIL NOT WS-CONSEIL-OK
               READ CONSEILLER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO MR-RESTORED-COUNT (3)
               END-READ
           END-PERFORM.
           CLOSE CONSEILLER-FILE.
           OPEN INPUT LETTRE-CODES-FILE.
           PERFORM UNTIL NOT WS-LETTRE-OK
               READ LETTRE-CODES-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO MR-RESTORED-COUNT (4)
               END-READ
           END-PERFORM.
           CLOSE LETTRE-CODES-FILE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM UNTIL NOT WS-ACCT-MASTER-OK
               READ ACCOUNT-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO MR-RESTORED-COUNT (5)
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MASTER-FILE.
           OPEN INPUT ACCOUNT-SEQ-FILE.
           PERFORM UNTIL NOT WS-ACCT-SEQ-OK
               READ ACCOUNT-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO MR-RESTORED-COUNT (6)
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-SEQ-FILE.
           PERFORM VARYING WS-MST-SUB FROM 1 BY 1 UNTIL WS-MST-SUB > 6
               IF MR-RESTORED-COUNT (WS-MST-SUB)
                       = MR-EXPECTED-COUNT (WS-MST-SUB)
                   MOVE "OK" TO WS-CHECK-TEXT
               ELSE
                   MOVE "ECART" TO WS-CHECK-TEXT
                   MOVE "Y" TO WS-RESTORE-MISMATCH
               END-IF
               DISPLAY "  " MT-FILE-NAME (WS-MST-SUB) " : attendu "
                   MR-EXPECTED-COUNT (WS-MST-SUB) " restaure "
                   MR-RESTORED-COUNT (WS-MST-SUB) " " WS-CHECK-TEXT
           END-PERFORM.

      * ---- retour des journaux a leur longueur de sauvegarde --------
      * Les enregistrements conserves sont recopies dans le fichier de
      * travail, puis le journal est recree a partir de lui, comme le
      * fait BZHARC01. Un journal sans ajout depuis la sauvegarde
      * n'est pas touche.
       TRUNCATE-LOGS.
           PERFORM VARYING WS-LOG-SUB FROM 1 BY 1 UNTIL WS-LOG-SUB > 3
               IF LR-CURRENT-COUNT (WS-LOG-SUB)
                       = LR-CATALOG-COUNT (WS-LOG-SUB)
                   MOVE LR-CURRENT-COUNT (WS-LOG-SUB)
                       TO LR-KEPT-COUNT (WS-LOG-SUB)
               ELSE
                   EVALUATE WS-LOG-SUB
                       WHEN 1
                           PERFORM CUT-FEE-LEDGER
                           PERFORM REBUILD-FEE-LEDGER
                       WHEN 2
                           PERFORM CUT-TRANS-LOG
                           PERFORM REBUILD-TRANS-LOG
                       WHEN 3
                           PERFORM CUT-LOCKOUT
                           PERFORM REBUILD-LOCKOUT
                   END-EVALUATE
               END-IF
               IF LR-KEPT-COUNT (WS-LOG-SUB)
                       = LR-CATALOG-COUNT (WS-LOG-SUB)
                   MOVE "OK" TO WS-CHECK-TEXT
               ELSE
                   MOVE "ECART" TO WS-CHECK-TEXT
                   MOVE "Y" TO WS-RESTORE-MISMATCH
               END-IF
               DISPLAY "  " LG-FILE-NAME (WS-LOG-SUB) " : attendu "
                   LR-CATALOG-COUNT (WS-LOG-SUB) " conserve "
                   LR-KEPT-COUNT (WS-LOG-SUB) " sur "
                   LR-CURRENT-COUNT (WS-LOG-SUB) " " WS-CHECK-TEXT
           END-PERFORM.

       CUT-FEE-LEDGER.
           OPEN INPUT FEE-LEDGER-FILE.
           IF NOT WS-FEE-LEDGER-OK
               DISPLAY "Impossible d'ouvrir le grand livre des frais."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.
           OPEN OUTPUT FEE-WORK-FILE.
           IF NOT WS-FEE-WORK-OK
               DISPLAY "Impossible de creer le fichier de travail."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.
           PERFORM UNTIL WS-FEE-LEDGER-EOF
                   OR LR-KEPT-COUNT (1) NOT < LR-CATALOG-COUNT (1)
               READ FEE-LEDGER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE FEE-WORK-RECORD FROM FEE-RECORD
                       ADD 1 TO LR-KEPT-COUNT (1)
               END-READ
           END-PERFORM.
           CLOSE FEE-LEDGER-FILE.
           CLOSE FEE-WORK-FILE.

       REBUILD-FEE-LEDGER.
           MOVE ZERO TO LR-KEPT-COUNT (1).
           OPEN OUTPUT FEE-LEDGER-FILE.
           IF NOT WS-FEE-LEDGER-OK
               DISPLAY "Impossible de reconstruire FEELEDGR."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.
           OPEN INPUT FEE-WORK-FILE.
           IF NOT WS-FEE-WORK-OK
               DISPLAY "Impossible de relire le travail FEELEDGR."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.
           PERFORM UNTIL WS-FEE-WORK-EOF
               READ FEE-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE FEE-RECORD FROM FEE-WORK-RECORD
                       IF NOT WS-FEE-LEDGER-OK
                           DISPLAY "Reecriture FEELEDGR en echec, "
                               "conserver le fichier de travail."
                           MOVE 8 TO RETURN-CODE
                           PERFORM END-RESTORE
                       END-IF
                       ADD 1 TO LR-KEPT-COUNT (1)
               END-READ
           END-PERFORM.
           CLOSE FEE-LEDGER-FILE.
           CLOSE FEE-WORK-FILE.

       CUT-TRANS-LOG.
           OPEN INPUT TRANS-LOG-FILE.
           IF NOT WS-TRANS-LOG-OK
               DISPLAY "Impossible d'ouvrir le journal des tentatives."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.
           OPEN OUTPUT TRANS-WORK-FILE.
           IF NOT WS-TRANS-WORK-OK
               DISPLAY "Impossible de creer le fichier de travail."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.
           PERFORM UNTIL WS-TRANS-LOG-EOF
                   OR LR-KEPT-COUNT (2) NOT < LR-CATALOG-COUNT (2)
               READ TRANS-LOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE TRANS-WORK-RECORD FROM TRANS-LOG-RECORD
                       ADD 1 TO LR-KEPT-COUNT (2)
               END-READ
           END-PERFORM.
           CLOSE TRANS-LOG-FILE.
           CLOSE TRANS-WORK-FILE.

       REBUILD-TRANS-LOG.
           MOVE ZERO TO LR-KEPT-COUNT (2).
           OPEN OUTPUT TRANS-LOG-FILE.
           IF NOT WS-TRANS-LOG-OK
               DISPLAY "Impossible de reconstruire TRANSLOG."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.
           OPEN INPUT TRANS-WORK-FILE.
           IF NOT WS-TRANS-WORK-OK
               DISPLAY "Impossible de relire le travail TRANSLOG."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.
           PERFORM UNTIL WS-TRANS-WORK-EOF
               READ TRANS-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE TRANS-LOG-RECORD FROM TRANS-WORK-RECORD
                       IF NOT WS-TRANS-LOG-OK
                           DISPLAY "Reecriture TRANSLOG en echec, "
                               "conserver le fichier de travail."
                           MOVE 8 TO RETURN-CODE
                           PERFORM END-RESTORE
                       END-IF
                       ADD 1 TO LR-KEPT-COUNT (2)
               END-READ
           END-PERFORM.
           CLOSE TRANS-LOG-FILE.
           CLOSE TRANS-WORK-FILE.

       CUT-LOCKOUT.
           OPEN INPUT LOCKOUT-FILE.
           IF NOT WS-LOCKOUT-OK
               DISPLAY "Impossible d'ouvrir le fichier de blocage."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.
           OPEN OUTPUT LOCKOUT-WORK-FILE.
           IF NOT WS-LOCK-WORK-OK
               DISPLAY "Impossible de creer le fichier de travail."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.
           PERFORM UNTIL WS-LOCKOUT-EOF
                   OR LR-KEPT-COUNT (3) NOT < LR-CATALOG-COUNT (3)
               READ LOCKOUT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE LOCKOUT-WORK-RECORD FROM LOCKOUT-RECORD
                       ADD 1 TO LR-KEPT-COUNT (3)
               END-READ
           END-PERFORM.
           CLOSE LOCKOUT-FILE.
           CLOSE LOCKOUT-WORK-FILE.

       REBUILD-LOCKOUT.
           MOVE ZERO TO LR-KEPT-COUNT (3).
           OPEN OUTPUT LOCKOUT-FILE.
           IF NOT WS-LOCKOUT-OK
               DISPLAY "Impossible de reconstruire LOCKOUT."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.
           OPEN INPUT LOCKOUT-WORK-FILE.
           IF NOT WS-LOCK-WORK-OK
               DISPLAY "Impossible de relire le travail LOCKOUT."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.
           PERFORM UNTIL WS-LOCK-WORK-EOF
               READ LOCKOUT-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE LOCKOUT-RECORD FROM LOCKOUT-WORK-RECORD
                       IF NOT WS-LOCKOUT-OK
                           DISPLAY "Reecriture LOCKOUT en echec, "
                               "conserver le fichier de travail."
                           MOVE 8 TO RETURN-CODE
                           PERFORM END-RESTORE
                       END-IF
                       ADD 1 TO LR-KEPT-COUNT (3)
               END-READ
           END-PERFORM.
           CLOSE LOCKOUT-FILE.
           CLOSE LOCKOUT-WORK-FILE.

      * ---- trace de la restauration au catalogue --------------------
      * BZHNIT01 s'appuie sur l'entree *COMPLET pour savoir si la
      * generation de la nuit a ete restauree apres un echec.
       STAMP-CATALOG.
           MOVE FUNCTION CURRENT-DATE TO WS-RESTORE-TS.
           PERFORM VARYING WS-MST-SUB FROM 1 BY 1 UNTIL WS-MST-SUB > 6
               MOVE WS-GENERATION TO BK-GENERATION
               MOVE MT-FILE-NAME (WS-MST-SUB) TO BK-FILE-NAME
               PERFORM READ-CATALOG-ENTRY
               MOVE WS-RESTORE-TS TO BK-RESTORE-TS
               IF MR-RESTORED-COUNT (WS-MST-SUB)
                       = MR-EXPECTED-COUNT (WS-MST-SUB)
                   SET BK-RESTORE-OK TO TRUE
               ELSE
                   SET BK-RESTORE-MISMATCH TO TRUE
               END-IF
               PERFORM REWRITE-CATALOG-ENTRY
           END-PERFORM.
           PERFORM VARYING WS-LOG-SUB FROM 1 BY 1 UNTIL WS-LOG-SUB > 3
               MOVE WS-GENERATION TO BK-GENERATION
               MOVE LG-FILE-NAME (WS-LOG-SUB) TO BK-FILE-NAME
               PERFORM READ-CATALOG-ENTRY
               MOVE WS-RESTORE-TS TO BK-RESTORE-TS
               IF LR-KEPT-COUNT (WS-LOG-SUB)
                       = LR-CATALOG-COUNT (WS-LOG-SUB)
                   SET BK-RESTORE-OK TO TRUE
               ELSE
                   SET BK-RESTORE-MISMATCH TO TRUE
               END-IF
               PERFORM REWRITE-CATALOG-ENTRY
           END-PERFORM.
           MOVE WS-GENERATION TO BK-GENERATION.
           SET BK-GENERATION-COMPLETE TO TRUE.
           PERFORM READ-CATALOG-ENTRY.
           MOVE WS-RESTORE-TS TO BK-RESTORE-TS.
           IF WS-RESTORE-MISMATCH-YES OR WS-ERROR-COUNT > ZERO
               SET BK-RESTORE-MISMATCH TO TRUE
           ELSE
               SET BK-RESTORE-OK TO TRUE
           END-IF.
           PERFORM REWRITE-CATALOG-ENTRY.

       REWRITE-CATALOG-ENTRY.
           REWRITE BACKUP-CATALOG-RECORD
               INVALID KEY
                   DISPLAY "Mise a jour du catalogue impossible pour "
                       BK-FILE-NAME
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

      * ---- annulation des flux recus depuis la sauvegarde -----------
      * Les maitres sont revenus a l'etat d'avant la fenetre : chaque
      * flux entrant accepte depuis la sauvegarde par un programme qui
      * les met a jour (BATCHIN par BZHCOBOL, RETMAIL par BZHNPA01)
      * sera represente avec le meme numero de sequence. Une entree
      * "X" est ajoutee au registre pour chacun, afin que le controle
      * de sequence l'attende de nouveau au lieu de le rejeter en
      * DOUBLON. PAYMENTS n'est pas concerne : BZHBIL01 n'est pas
      * rejoue, et la restauration a ete refusee si l'un des frais
      * retires de FEELEDGR avait deja ete regle. Un flux deja annule
      * par une restauration anterieure ne l'est pas une seconde fois.
       CANCEL-REPLAYED-FEEDS.
           INITIALIZE WS-REPLAYED-FEEDS.
           OPEN INPUT FEED-REGISTRY-FILE.
           IF NOT WS-FEED-REG-OK AND NOT WS-FEED-REG-ABSENT
               DISPLAY "Impossible d'ouvrir le registre des flux."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RESTORE
           END-IF.
           IF WS-FEED-REG-OK
               PERFORM UNTIL WS-FEED-REG-EOF
                   READ FEED-REGISTRY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FG-INBOUND
                                   AND FG-TIMESTAMP > WS-SNAPSHOT-TS
                               PERFORM NOTE-REPLAYED-FEED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-REGISTRY-FILE
           END-IF.
           PERFORM VARYING WS-RPL-SUB FROM 1 BY 1
                   UNTIL WS-RPL-SUB > WS-REPLAY-COUNT
               IF NOT RF-CANCELLED-YES (WS-RPL-SUB)
                   PERFORM WRITE-FEED-CANCELLATION
               END-IF
           END-PERFORM.
           IF WS-CANCEL-COUNT > ZERO
               CLOSE FEED-REGISTRY-FILE
           END-IF.
           DISPLAY "Flux entrants annules au registre : "
               WS-CANCEL-COUNT.

       NOTE-REPLAYED-FEED.
           EVALUATE TRUE
               WHEN FG-ACCEPTED
                       AND (FG-PROGRAM = "BZHCOBOL"
                           OR FG-PROGRAM = "BZHNPA01")
                   IF WS-REPLAY-COUNT NOT < 50
                       DISPLAY "Table des flux a annuler pleine, "
                           FG-FEED-NAME " " FG-FEED-SEQUENCE
                           " a annuler a la main."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-REPLAY-COUNT
                       SET RPL-IDX TO WS-REPLAY-COUNT
                       MOVE FG-FEED-NAME TO RF-FEED-NAME (RPL-IDX)
                       MOVE FG-SOURCE TO RF-SOURCE (RPL-IDX)
                       MOVE FG-CREATED TO RF-CREATED (RPL-IDX)
                       MOVE FG-FEED-SEQUENCE
                           TO RF-FEED-SEQUENCE (RPL-IDX)
                       MOVE FG-RECORD-COUNT
                           TO RF-RECORD-COUNT (RPL-IDX)
                       MOVE FG-AMOUNT-TOTAL
                           TO RF-AMOUNT-TOTAL (RPL-IDX)
                       MOVE FG-HASH-TOTAL TO RF-HASH-TOTAL (RPL-IDX)
                       MOVE "N" TO RF-CANCELLED (RPL-IDX)
                   END-IF
               WHEN FG-CANCELLED
                   SET RPL-IDX TO 1
                   SEARCH WS-REPLAYED-FEED
                       WHEN RPL-IDX > WS-REPLAY-COUNT
                           CONTINUE
                       WHEN RF-FEED-NAME (RPL-IDX) = FG-FEED-NAME
                               AND RF-FEED-SEQUENCE (RPL-IDX)
                                   = FG-FEED-SEQUENCE
                               AND NOT RF-CANCELLED-YES (RPL-IDX)
                           MOVE "Y" TO RF-CANCELLED (RPL-IDX)
                   END-SEARCH
           END-EVALUATE.

       WRITE-FEED-CANCELLATION.
           IF WS-CANCEL-COUNT = ZERO
               OPEN EXTEND FEED-REGISTRY-FILE
               IF NOT WS-FEED-REG-OK
                   DISPLAY "Impossible d'ouvrir le registre des flux."
                   MOVE 8 TO RETURN-CODE
                   PERFORM END-RESTORE
               END-IF
           END-IF.
           MOVE SPACES TO FEED-REGISTRY-RECORD.
           MOVE FUNCTION CURRENT-DATE TO FG-TIMESTAMP.
           MOVE RF-FEED-NAME (WS-RPL-SUB) TO FG-FEED-NAME.
           SET FG-INBOUND TO TRUE.
           MOVE RF-SOURCE (WS-RPL-SUB) TO FG-SOURCE.
           MOVE RF-CREATED (WS-RPL-SUB) TO FG-CREATED.
           MOVE RF-FEED-SEQUENCE (WS-RPL-SUB) TO FG-FEED-SEQUENCE.
           MOVE RF-RECORD-COUNT (WS-RPL-SUB) TO FG-RECORD-COUNT.
           MOVE RF-AMOUNT-TOTAL (WS-RPL-SUB) TO FG-AMOUNT-TOTAL.
           MOVE RF-HASH-TOTAL (WS-RPL-SUB) TO FG-HASH-TOTAL.
           MOVE "BZHRST01" TO FG-PROGRAM.
           SET FG-CANCELLED TO TRUE.
           WRITE FEED-REGISTRY-RECORD.
           ADD 1 TO WS-CANCEL-COUNT.
           DISPLAY "  Flux " RF-FEED-NAME (WS-RPL-SUB) " sequence "
               RF-FEED-SEQUENCE (WS-RPL-SUB) " annule.".
