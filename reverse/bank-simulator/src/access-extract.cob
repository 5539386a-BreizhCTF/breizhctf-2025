       IDENTIFICATION DIVISION.
       PROGRAM-ID. BZHDAC01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-DOSSIER-FILE ASSIGN TO "CUSTDOSS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUSTOMER-ID
               FILE STATUS IS WS-DOSSIER-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CUSTOMER-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT DOSSIER-AUDIT-FILE ASSIGN TO "DOSSAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RESTART-FILE ASSIGN TO "RESTART"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-CUSTOMER-ID
               FILE STATUS IS WS-RESTART-STATUS.
           SELECT STEP-HISTORY-FILE ASSIGN TO "STEPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-HIST-STATUS.
           SELECT SUPPORTING-DOCUMENT-FILE ASSIGN TO "PIECEJUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-KEY
               FILE STATUS IS WS-PIECE-STATUS.
           SELECT APPOINTMENT-FILE ASSIGN TO "RDVCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-SLOT-KEY
               FILE STATUS IS WS-RDV-STATUS.
           SELECT LETTRE-CODES-FILE ASSIGN TO "LETTREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CUSTOMER-ID
               FILE STATUS IS WS-LETTRE-STATUS.
           SELECT NPAI-HOLD-FILE ASSIGN TO "NPAIHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-CUSTOMER-ID
               FILE STATUS IS WS-NPAI-STATUS.
           SELECT FEE-LEDGER-FILE ASSIGN TO "FEELEDGR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-LEDGER-STATUS.
           SELECT FEE-ARCHIVE-FILE ASSIGN TO "FEEARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ARCHIVE-KEY
               FILE STATUS IS WS-FEE-ARCH-STATUS.
           SELECT FEE-ADJUSTMENT-FILE ASSIGN TO "FEEADJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-ADJ-STATUS.
           SELECT COLLECTIONS-HISTORY-FILE ASSIGN TO "COLLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CUSTOMER-ID
               FILE STATUS IS WS-COLL-HIST-STATUS.
           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-LOG-STATUS.
           SELECT TRANS-ARCHIVE-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-ARCHIVE-KEY
               FILE STATUS IS WS-TRANS-ARCH-STATUS.
           SELECT LOCKOUT-FILE ASSIGN TO "LOCKOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCKOUT-STATUS.
           SELECT LOCKOUT-ARCHIVE-FILE ASSIGN TO "LOCKARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-ARCHIVE-KEY
               FILE STATUS IS WS-LOCK-ARCH-STATUS.
           SELECT REINSTATEMENT-FILE ASSIGN TO "REINSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REINSTAT-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-CUSTOMER-ID
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT COMPLAINT-FILE ASSIGN TO "RECLAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-COMPLAINT-NO
               FILE STATUS IS WS-COMPLAINT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT ACCESS-VIOLATION-FILE ASSIGN TO "ACCVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-STATUS.
           SELECT ACCESS-EXTRACT-FILE ASSIGN TO "ACCESEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-DOSSIER-FILE.
       COPY "custdoss.cpy".

       FD  CUSTOMER-ADDRESS-FILE.
       COPY "custaddr.cpy".

       FD  DOSSIER-AUDIT-FILE.
       COPY "dossaud.cpy".

       FD  RESTART-FILE.
       COPY "restart.cpy".

       FD  STEP-HISTORY-FILE.
       COPY "stephist.cpy".

       FD  SUPPORTING-DOCUMENT-FILE.
       COPY "piecejus.cpy".

       FD  APPOINTMENT-FILE.
       COPY "rdvslot.cpy".

       FD  LETTRE-CODES-FILE.
       COPY "lettrec.cpy".

       FD  NPAI-HOLD-FILE.
       COPY "npaihold.cpy".

       FD  FEE-LEDGER-FILE.
       COPY "feerec.cpy".

       FD  FEE-ARCHIVE-FILE.
       COPY "archfee.cpy".

       FD  FEE-ADJUSTMENT-FILE.
       COPY "feeadj.cpy".

       FD  COLLECTIONS-HISTORY-FILE.
       COPY "collhist.cpy".

       FD  TRANS-LOG-FILE.
       COPY "translog.cpy".

       FD  TRANS-ARCHIVE-FILE.
       COPY "archtran.cpy".

       FD  LOCKOUT-FILE.
       COPY "lockout.cpy".

       FD  LOCKOUT-ARCHIVE-FILE.
       COPY "archlock.cpy".

       FD  REINSTATEMENT-FILE.
       COPY "reinstat.cpy".

       FD  ACCOUNT-MASTER-FILE.
       COPY "acctmast.cpy".

       FD  COMPLAINT-FILE.
       COPY "reclam.cpy".

       FD  OPERATOR-FILE.
       COPY "opermast.cpy".

       FD  ACCESS-VIOLATION-FILE.
       COPY "accviol.cpy".

       FD  ACCESS-EXTRACT-FILE.
       COPY "accline.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DOSSIER-STATUS       PIC XX.
           88  WS-DOSSIER-OK           VALUE "00".
       01  WS-ADDRESS-STATUS       PIC XX.
           88  WS-ADDRESS-OK           VALUE "00".
           88  WS-ADDRESS-ABSENT       VALUE "35".
       01  WS-AUDIT-STATUS         PIC XX.
           88  WS-AUDIT-OK             VALUE "00".
           88  WS-AUDIT-EOF            VALUE "10".
           88  WS-AUDIT-ABSENT         VALUE "35".
       01  WS-RESTART-STATUS       PIC XX.
           88  WS-RESTART-OK           VALUE "00".
           88  WS-RESTART-ABSENT       VALUE "35".
       01  WS-STEP-HIST-STATUS     PIC XX.
           88  WS-STEP-HIST-OK         VALUE "00".
           88  WS-STEP-HIST-EOF        VALUE "10".
           88  WS-STEP-HIST-ABSENT     VALUE "35".
       01  WS-PIECE-STATUS         PIC XX.
           88  WS-PIECE-OK             VALUE "00".
           88  WS-PIECE-ABSENT         VALUE "35".
       01  WS-RDV-STATUS           PIC XX.
           88  WS-RDV-OK               VALUE "00".
           88  WS-RDV-ABSENT           VALUE "35".
       01  WS-LETTRE-STATUS        PIC XX.
           88  WS-LETTRE-OK            VALUE "00".
           88  WS-LETTRE-ABSENT        VALUE "35".
       01  WS-NPAI-STATUS          PIC XX.
           88  WS-NPAI-OK              VALUE "00".
           88  WS-NPAI-ABSENT          VALUE "35".
       01  WS-FEE-LEDGER-STATUS    PIC XX.
           88  WS-FEE-LEDGER-OK        VALUE "00".
           88  WS-FEE-LEDGER-EOF       VALUE "10".
           88  WS-FEE-LEDGER-ABSENT    VALUE "35".
       01  WS-FEE-ARCH-STATUS      PIC XX.
           88  WS-FEE-ARCH-OK          VALUE "00".
           88  WS-FEE-ARCH-ABSENT      VALUE "35".
       01  WS-FEE-ADJ-STATUS       PIC XX.
           88  WS-FEE-ADJ-OK           VALUE "00".
           88  WS-FEE-ADJ-EOF          VALUE "10".
           88  WS-FEE-ADJ-ABSENT       VALUE "35".
       01  WS-COLL-HIST-STATUS     PIC XX.
           88  WS-COLL-HIST-OK         VALUE "00".
           88  WS-COLL-HIST-ABSENT     VALUE "35".
       01  WS-TRANS-LOG-STATUS     PIC XX.
           88  WS-TRANS-LOG-OK         VALUE "00".
           88  WS-TRANS-LOG-EOF        VALUE "10".
           88  WS-TRANS-LOG-ABSENT     VALUE "35".
       01  WS-TRANS-ARCH-STATUS    PIC XX.
           88  WS-TRANS-ARCH-OK        VALUE "00".
           88  WS-TRANS-ARCH-ABSENT    VALUE "35".
       01  WS-LOCKOUT-STATUS       PIC XX.
           88  WS-LOCKOUT-OK           VALUE "00".
           88  WS-LOCKOUT-EOF          VALUE "10".
           88  WS-LOCKOUT-ABSENT       VALUE "35".
       01  WS-LOCK-ARCH-STATUS     PIC XX.
           88  WS-LOCK-ARCH-OK         VALUE "00".
           88  WS-LOCK-ARCH-ABSENT     VALUE "35".
       01  WS-REINSTAT-STATUS      PIC XX.
           88  WS-REINSTAT-OK          VALUE "00".
           88  WS-REINSTAT-EOF         VALUE "10".
           88  WS-REINSTAT-ABSENT      VALUE "35".
       01  WS-ACCT-MASTER-STATUS   PIC XX.
           88  WS-ACCT-MASTER-OK       VALUE "00".
           88  WS-ACCT-MASTER-ABSENT   VALUE "35".
       01  WS-COMPLAINT-STATUS     PIC XX.
           88  WS-COMPLAINT-OK         VALUE "00".
           88  WS-COMPLAINT-EOF        VALUE "10".
           88  WS-COMPLAINT-ABSENT     VALUE "35".
       01  WS-OPERATOR-STATUS      PIC XX.
           88  WS-OPERATOR-OK          VALUE "00".
       01  WS-VIOLATION-STATUS     PIC XX.
           88  WS-VIOLATION-OK         VALUE "00".
           88  WS-VIOLATION-ABSENT     VALUE "35".
       01  WS-EXTRACT-STATUS       PIC XX.
           88  WS-EXTRACT-OK           VALUE "00".
       01  WS-CUSTOMER-ID          PIC X(10).
       01  WS-OPERATOR-ID          PIC X(10).
       01  WS-DOSSIER-BRANCH       PIC X(10) VALUE SPACES.
       01  WS-ACCESS-REASON        PIC X(10).
       01  WS-EXTRACT-TS           PIC X(21).
       01  WS-SECTION-TITLE        PIC X(40).
       01  WS-SCAN-EOF             PIC X(01) VALUE "N".
           88  WS-SCAN-DONE            VALUE "Y".
       01  WS-FOUND-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-LINE-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-EDIT-AMOUNT          PIC Z(9)9.99.
       01  WS-STATE-TEXT           PIC X(12).

      * Les archives gardent l'image de l'enregistrement d'origine ;
      * les vues ci-dessous permettent d'imprimer de la meme facon
      * le fichier vivant et son archive. Le code saisi lors d'une
      * tentative n'est pas repris dans le releve.
       01  WS-FEE-IMAGE.
           05  FI-CUSTOMER-ID          PIC X(10).
           05  FILLER                  PIC X(10).
           05  FI-COMPUTED-FEE         PIC 9(09)V99.
           05  FI-POSTING-DATE         PIC 9(08).
           05  FI-SETTLE-STATUS        PIC X(01).
               88  FI-SETTLED              VALUE "S".
               88  FI-OUTSTANDING          VALUE "O".
               88  FI-WAIVED               VALUE "A".
       01  WS-ATTEMPT-IMAGE.
           05  TI-TIMESTAMP            PIC X(21).
           05  TI-CUSTOMER-ID          PIC X(10).
           05  FILLER                  PIC X(20).
           05  TI-RESULT               PIC X(01).
               88  TI-RESULT-MATCH         VALUE "M".
               88  TI-RESULT-MISMATCH      VALUE "N".
               88  TI-RESULT-EXPIRED       VALUE "E".
           05  TI-BRANCH               PIC X(10).
       01  WS-LOCK-IMAGE.
           05  KI-CUSTOMER-ID          PIC X(10).
           05  KI-ATTEMPT-COUNT        PIC 9(02).
           05  KI-TIMESTAMP            PIC X(21).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "[BZHDAC01] Releve droit d'acces d'un client".
           DISPLAY "NUMERO DE DOSSIER (ID CLIENT) > ".
           ACCEPT WS-CUSTOMER-ID.
           IF WS-CUSTOMER-ID = SPACES
               DISPLAY "L'identifiant client est requis."
               STOP RUN
           END-IF.
           DISPLAY "ID AGENT > ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "L'identifiant de l'agent est requis."
               STOP RUN
           END-IF.
           PERFORM CHECK-OPERATOR.
           OPEN OUTPUT ACCESS-EXTRACT-FILE.
           IF NOT WS-EXTRACT-OK
               DISPLAY "Impossible de creer le releve droit d'acces."
               STOP RUN
           END-IF.
           MOVE SPACES TO ACCESS-LINE-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-EXTRACT-TS.
           STRING "RELEVE DES DONNEES DETENUES SUR LE CLIENT "
               WS-CUSTOMER-ID
               DELIMITED BY SIZE INTO AX-TEXT-VIEW.
           PERFORM WRITE-ACCESS-LINE.
           STRING "ETABLI LE " WS-EXTRACT-TS (1:8) " A "
               WS-EXTRACT-TS (9:6) " PAR " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO AX-TEXT-VIEW.
           PERFORM WRITE-ACCESS-LINE.
           PERFORM EXTRACT-IDENTITY-SECTION.
           PERFORM EXTRACT-ADDRESS-SECTION.
           PERFORM EXTRACT-AUDIT-SECTION.
           PERFORM EXTRACT-ETAPE-SECTION.
           PERFORM EXTRACT-PIECE-SECTION.
           PERFORM EXTRACT-RDV-SECTION.
           PERFORM EXTRACT-LETTER-SECTION.
           PERFORM EXTRACT-FEE-SECTION.
           PERFORM EXTRACT-COLLECTIONS-SECTION.
           PERFORM EXTRACT-ATTEMPT-SECTION.
           PERFORM EXTRACT-LOCKOUT-SECTION.
           PERFORM EXTRACT-ACCOUNT-SECTION.
           PERFORM EXTRACT-COMPLAINT-SECTION.
           PERFORM WRITE-ACCESS-LINE.
           STRING "FIN DU RELEVE DU CLIENT " WS-CUSTOMER-ID
               DELIMITED BY SIZE INTO AX-TEXT-VIEW.
           PERFORM WRITE-ACCESS-LINE.
           CLOSE ACCESS-EXTRACT-FILE.
           DISPLAY "Releve ACCESEXT produit pour " WS-CUSTOMER-ID
               " : " WS-LINE-COUNT " ligne(s).".
           STOP RUN.

      * ---- controle de l'agent sur le fichier des operateurs --------
      * Comme la vue 360, le releve est ouvert a tout operateur actif,
      * pour les seuls dossiers de son agence sauf pour le siege.
       CHECK-OPERATOR.
           OPEN INPUT OPERATOR-FILE.
           IF NOT WS-OPERATOR-OK
               DISPLAY "Impossible d'ouvrir le fichier des operateurs."
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-DOSSIER-FILE.
           IF NOT WS-DOSSIER-OK
               DISPLAY "Impossible d'ouvrir le dossier client."
               STOP RUN
           END-IF.
           MOVE WS-CUSTOMER-ID TO CD-CUSTOMER-ID.
           READ CUSTOMER-DOSSIER-FILE
               KEY IS CD-CUSTOMER-ID
               INVALID KEY
                   DISPLAY "Aucun dossier trouve pour ce client."
                   CLOSE CUSTOMER-DOSSIER-FILE
                   CLOSE OPERATOR-FILE
                   STOP RUN
           END-READ.
           MOVE CD-BRANCH TO WS-DOSSIER-BRANCH.
           MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID.
           READ OPERATOR-FILE
               KEY IS OM-OPERATOR-ID
               INVALID KEY
                   MOVE "INCONNU" TO WS-ACCESS-REASON
                   PERFORM REFUSE-ACCESS
           END-READ.
           IF NOT OM-IS-ACTIVE
               MOVE "INACTIF" TO WS-ACCESS-REASON
               PERFORM REFUSE-ACCESS
           END-IF.
           IF NOT OM-ROLE-HEAD-OFFICE
                   AND OM-BRANCH NOT = WS-DOSSIER-BRANCH
               MOVE "AGENCE" TO WS-ACCESS-REASON
               PERFORM REFUSE-ACCESS
           END-IF.
           CLOSE OPERATOR-FILE.

       REFUSE-ACCESS.
           CLOSE CUSTOMER-DOSSIER-FILE.
           CLOSE OPERATOR-FILE.
           OPEN EXTEND ACCESS-VIOLATION-FILE.
           IF WS-VIOLATION-ABSENT
               OPEN OUTPUT ACCESS-VIOLATION-FILE
           END-IF.
           IF NOT WS-VIOLATION-OK
               DISPLAY "Impossible d'ouvrir le journal des acces "
                   "refuses."
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AV-TIMESTAMP.
           MOVE "BZHDAC01" TO AV-PROGRAM.
           MOVE WS-OPERATOR-ID TO AV-OPERATOR-ID.
           MOVE WS-CUSTOMER-ID TO AV-CUSTOMER-ID.
           MOVE WS-DOSSIER-BRANCH TO AV-BRANCH.
           MOVE WS-ACCESS-REASON TO AV-REASON.
           WRITE ACCESS-VIOLATION-RECORD.
           CLOSE ACCESS-VIOLATION-FILE.
           DISPLAY "Acces refuse (" WS-ACCESS-REASON ") pour "
               WS-OPERATOR-ID ".".
           STOP RUN.

       WRITE-ACCESS-LINE.
           WRITE ACCESS-LINE-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO ACCESS-LINE-RECORD.

       WRITE-SECTION-TITLE.
           PERFORM WRITE-ACCESS-LINE.
           STRING "---- " WS-SECTION-TITLE
               DELIMITED BY SIZE INTO AX-TEXT-VIEW.
           PERFORM WRITE-ACCESS-LINE.
           MOVE ZERO TO WS-FOUND-COUNT.

       WRITE-NOTHING-HELD.
           IF WS-FOUND-COUNT = ZERO
               MOVE "(aucune donnee)" TO AX-TEXT
               PERFORM WRITE-ACCESS-LINE
           END-IF.

      * ---- identite et dossier --------------------------------------
       EXTRACT-IDENTITY-SECTION.
           MOVE "DOSSIER (CUSTDOSS)" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           MOVE "NOM         : " TO AX-LABEL.
           MOVE CD-CUSTOMER-NAME TO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.
           MOVE "AGENCE      : " TO AX-LABEL.
           MOVE CD-BRANCH TO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.
           MOVE "STATUT      : " TO AX-LABEL.
           EVALUATE TRUE
               WHEN CD-STATUS-PENDING
                   MOVE "EN COURS" TO AX-TEXT
               WHEN CD-STATUS-VALIDATED
                   MOVE "VALIDE" TO AX-TEXT
               WHEN CD-STATUS-REJECTED
                   MOVE "BLOQUE" TO AX-TEXT
               WHEN OTHER
                   MOVE CD-STATUS TO AX-TEXT
           END-EVALUATE.
           PERFORM WRITE-ACCESS-LINE.
           MOVE "CONSEILLER  : " TO AX-LABEL.
           IF CD-ADVISOR-ID = SPACES
               MOVE "(aucun)" TO AX-TEXT
           ELSE
               MOVE CD-ADVISOR-ID TO AX-TEXT
           END-IF.
           PERFORM WRITE-ACCESS-LINE.
           MOVE "RESOUMIS    : " TO AX-LABEL.
           MOVE CD-RESUBMIT-COUNT TO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.
           MOVE "ABSENCES RDV: " TO AX-LABEL.
           MOVE CD-NOSHOW-COUNT TO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.
           CLOSE CUSTOMER-DOSSIER-FILE.

      * ---- adresse postale ------------------------------------------
       EXTRACT-ADDRESS-SECTION.
           MOVE "ADRESSE POSTALE (CUSTADDR)" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           IF NOT WS-ADDRESS-OK AND NOT WS-ADDRESS-ABSENT
               DISPLAY "Impossible d'ouvrir le fichier des adresses."
               STOP RUN
           END-IF.
           IF WS-ADDRESS-OK
               MOVE WS-CUSTOMER-ID TO PA-CUSTOMER-ID
               READ CUSTOMER-ADDRESS-FILE
                   KEY IS PA-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PRINT-ADDRESS
               END-READ
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.
           PERFORM WRITE-NOTHING-HELD.

       PRINT-ADDRESS.
           ADD 1 TO WS-FOUND-COUNT.
           MOVE "ADRESSE     : " TO AX-LABEL.
           MOVE PA-ADDRESS-LINE-1 TO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.
           IF PA-ADDRESS-LINE-2 NOT = SPACES
               MOVE PA-ADDRESS-LINE-2 TO AX-TEXT
               PERFORM WRITE-ACCESS-LINE
           END-IF.
           STRING PA-POSTCODE " " PA-CITY
               DELIMITED BY SIZE INTO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.
           MOVE "MODIFIEE LE : " TO AX-LABEL.
           STRING PA-LAST-CHANGE-DATE " PAR " PA-LAST-OPERATOR-ID
               DELIMITED BY SIZE INTO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.

      * ---- journal des modifications du dossier ---------------------
       EXTRACT-AUDIT-SECTION.
           MOVE "MODIFICATIONS DU DOSSIER (DOSSAUD)"
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT DOSSIER-AUDIT-FILE.
           IF NOT WS-AUDIT-OK AND NOT WS-AUDIT-ABSENT
               DISPLAY "Impossible d'ouvrir le journal des dossiers."
               STOP RUN
           END-IF.
           IF WS-AUDIT-OK
               PERFORM UNTIL WS-AUDIT-EOF
                   READ DOSSIER-AUDIT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DA-CUSTOMER-ID = WS-CUSTOMER-ID
                               PERFORM PRINT-ONE-AUDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOSSIER-AUDIT-FILE
           END-IF.
           PERFORM WRITE-NOTHING-HELD.

       PRINT-ONE-AUDIT.
           ADD 1 TO WS-FOUND-COUNT.
           STRING DA-TIMESTAMP (1:8) " : "
               DELIMITED BY SIZE INTO AX-LABEL.
           STRING DA-ACTION " PAR " DA-OPERATOR-ID " AGENCE "
               DA-BRANCH
               DELIMITED BY SIZE INTO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.
           IF DA-OLD-VALUE NOT = SPACES
               STRING "ANCIEN : " DA-OLD-VALUE
                   DELIMITED BY SIZE INTO AX-TEXT
               PERFORM WRITE-ACCESS-LINE
           END-IF.
           STRING "NOUVEAU : " DA-NEW-VALUE
               DELIMITED BY SIZE INTO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.

      * ---- etapes franchies -----------------------------------------
       EXTRACT-ETAPE-SECTION.
           MOVE "ETAPES (RESTART, STEPHIST)" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT RESTART-FILE.
           IF NOT WS-RESTART-OK AND NOT WS-RESTART-ABSENT
               DISPLAY "Impossible d'ouvrir le fichier de reprise."
               STOP RUN
           END-IF.
           IF WS-RESTART-OK
               MOVE WS-CUSTOMER-ID TO RS-CUSTOMER-ID
               READ RESTART-FILE
                   KEY IS RS-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-FOUND-COUNT
                       MOVE "ETAPE       : " TO AX-LABEL
                       STRING RS-LAST-STEP-OK " / 8"
                           DELIMITED BY SIZE INTO AX-TEXT
                       PERFORM WRITE-ACCESS-LINE
               END-READ
               CLOSE RESTART-FILE
           END-IF.
           OPEN INPUT STEP-HISTORY-FILE.
           IF NOT WS-STEP-HIST-OK AND NOT WS-STEP-HIST-ABSENT
               DISPLAY "Impossible d'ouvrir l'historique des etapes."
               STOP RUN
           END-IF.
           IF WS-STEP-HIST-OK
               PERFORM UNTIL WS-STEP-HIST-EOF
                   READ STEP-HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SH-CUSTOMER-ID = WS-CUSTOMER-ID
                               ADD 1 TO WS-FOUND-COUNT
                               MOVE "PASSAGE     : " TO AX-LABEL
                               STRING "ETAPE " SH-STEP-NUMBER
                                   " LE " SH-TIMESTAMP (1:8)
                                   " A " SH-TIMESTAMP (9:6)
                                   DELIMITED BY SIZE INTO AX-TEXT
                               PERFORM WRITE-ACCESS-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-HISTORY-FILE
           END-IF.
           PERFORM WRITE-NOTHING-HELD.

      * ---- pieces justificatives ------------------------------------
       EXTRACT-PIECE-SECTION.
           MOVE "PIECES JUSTIFICATIVES (PIECEJUS)" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT SUPPORTING-DOCUMENT-FILE.
           IF NOT WS-PIECE-OK AND NOT WS-PIECE-ABSENT
               DISPLAY "Impossible d'ouvrir le fichier des pieces."
               STOP RUN
           END-IF.
           IF WS-PIECE-OK
               MOVE "N" TO WS-SCAN-EOF
               MOVE WS-CUSTOMER-ID TO PJ-CUSTOMER-ID
               MOVE LOW-VALUES TO PJ-DOC-TYPE
               START SUPPORTING-DOCUMENT-FILE
                   KEY IS NOT LESS THAN PJ-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-DONE
                   READ SUPPORTING-DOCUMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF PJ-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                               MOVE "Y" TO WS-SCAN-EOF
                           ELSE
                               PERFORM PRINT-ONE-PIECE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPORTING-DOCUMENT-FILE
           END-IF.
           PERFORM WRITE-NOTHING-HELD.

       PRINT-ONE-PIECE.
           ADD 1 TO WS-FOUND-COUNT.
           EVALUATE TRUE
               WHEN PJ-STATUS-EXPECTED
                   MOVE "ATTENDUE" TO WS-STATE-TEXT
               WHEN PJ-STATUS-RECEIVED
                   MOVE "RECUE" TO WS-STATE-TEXT
               WHEN PJ-STATUS-ACCEPTED
                   MOVE "ACCEPTEE" TO WS-STATE-TEXT
               WHEN PJ-STATUS-REFUSED
                   MOVE "REFUSEE" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE PJ-STATUS TO WS-STATE-TEXT
           END-EVALUATE.
           STRING PJ-DOC-TYPE "        : "
               DELIMITED BY SIZE INTO AX-LABEL.
           STRING PJ-DOC-LABEL " " WS-STATE-TEXT
               " LE " PJ-LAST-UPDATE-DATE
               DELIMITED BY SIZE INTO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.
           IF PJ-REFUSAL-REASON NOT = SPACES
               MOVE PJ-REFUSAL-REASON TO AX-TEXT
               PERFORM WRITE-ACCESS-LINE
           END-IF.

      * ---- rendez-vous ----------------------------------------------
       EXTRACT-RDV-SECTION.
           MOVE "RENDEZ-VOUS (RDVCAL)" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT APPOINTMENT-FILE.
           IF NOT WS-RDV-OK AND NOT WS-RDV-ABSENT
               DISPLAY "Impossible d'ouvrir le calendrier des "
                   "rendez-vous."
               STOP RUN
           END-IF.
           IF WS-RDV-OK
               MOVE "N" TO WS-SCAN-EOF
               MOVE LOW-VALUES TO RV-SLOT-KEY
               START APPOINTMENT-FILE
                   KEY IS NOT LESS THAN RV-SLOT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-DONE
                   READ APPOINTMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF RV-CUSTOMER-ID = WS-CUSTOMER-ID
                               PERFORM PRINT-ONE-RDV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPOINTMENT-FILE
           END-IF.
           PERFORM WRITE-NOTHING-HELD.

       PRINT-ONE-RDV.
           ADD 1 TO WS-FOUND-COUNT.
           EVALUATE TRUE
               WHEN RV-ATTENDED
                   MOVE "PRESENT" TO WS-STATE-TEXT
               WHEN RV-NO-SHOW
                   MOVE "ABSENT" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "A VENIR" TO WS-STATE-TEXT
           END-EVALUATE.
           MOVE "RENDEZ-VOUS : " TO AX-LABEL.
           STRING RV-SLOT-DATE " A " RV-SLOT-TIME " AGENCE "
               RV-BRANCH " CONSEILLER " RV-ADVISOR-ID " "
               WS-STATE-TEXT
               DELIMITED BY SIZE INTO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.

      * ---- lettre de code et retours NPAI (sans le code) ------------
       EXTRACT-LETTER-SECTION.
           MOVE "COURRIER (LETTREC, NPAIHOLD)" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT LETTRE-CODES-FILE.
           IF NOT WS-LETTRE-OK AND NOT WS-LETTRE-ABSENT
               DISPLAY "Impossible d'ouvrir les codes de la lettre."
               STOP RUN
           END-IF.
           IF WS-LETTRE-OK
               MOVE WS-CUSTOMER-ID TO LC-CUSTOMER-ID
               READ LETTRE-CODES-FILE
                   KEY IS LC-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-FOUND-COUNT
                       MOVE "LETTRE      : " TO AX-LABEL
                       STRING "CODE EMIS LE " LC-ISSUE-DATE
                           ", VALABLE JUSQU'AU " LC-EXPIRY-DATE
                           DELIMITED BY SIZE INTO AX-TEXT
                       PERFORM WRITE-ACCESS-LINE
               END-READ
               CLOSE LETTRE-CODES-FILE
           END-IF.
           OPEN INPUT NPAI-HOLD-FILE.
           IF NOT WS-NPAI-OK AND NOT WS-NPAI-ABSENT
               DISPLAY "Impossible d'ouvrir le fichier des NPAI."
               STOP RUN
           END-IF.
           IF WS-NPAI-OK
               MOVE WS-CUSTOMER-ID TO NH-CUSTOMER-ID
               READ NPAI-HOLD-FILE
                   KEY IS NH-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PRINT-NPAI-HOLD
               END-READ
               CLOSE NPAI-HOLD-FILE
           END-IF.
           PERFORM WRITE-NOTHING-HELD.

       PRINT-NPAI-HOLD.
           ADD 1 TO WS-FOUND-COUNT.
           MOVE "NPAI        : " TO AX-LABEL.
           STRING "RETOUR DU " NH-RETURN-DATE " : " NH-REASON
               DELIMITED BY SIZE INTO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.
           IF NH-ADDRESS-FIXED-YES
               STRING "ADRESSE CORRIGEE LE " NH-FIXED-DATE
                   DELIMITED BY SIZE INTO AX-TEXT
           ELSE
               MOVE "ADRESSE A CORRIGER" TO AX-TEXT
           END-IF.
           PERFORM WRITE-ACCESS-LINE.

      * ---- frais de dossier, archives et annulations ----------------
       EXTRACT-FEE-SECTION.
           MOVE "FRAIS (FEELEDGR, FEEARCH, FEEADJ)"
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT FEE-LEDGER-FILE.
           IF NOT WS-FEE-LEDGER-OK AND NOT WS-FEE-LEDGER-ABSENT
               DISPLAY "Impossible d'ouvrir le grand livre des frais."
               STOP RUN
           END-IF.
           IF WS-FEE-LEDGER-OK
               PERFORM UNTIL WS-FEE-LEDGER-EOF
                   READ FEE-LEDGER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FR-CUSTOMER-ID = WS-CUSTOMER-ID
                               MOVE FEE-RECORD TO WS-FEE-IMAGE
                               PERFORM PRINT-ONE-FEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-LEDGER-FILE
           END-IF.
           OPEN INPUT FEE-ARCHIVE-FILE.
           IF NOT WS-FEE-ARCH-OK AND NOT WS-FEE-ARCH-ABSENT
               DISPLAY "Impossible d'ouvrir l'archive FEELEDGR."
               STOP RUN
           END-IF.
           IF WS-FEE-ARCH-OK
               MOVE "N" TO WS-SCAN-EOF
               MOVE LOW-VALUES TO FA-ARCHIVE-KEY
               START FEE-ARCHIVE-FILE
                   KEY IS NOT LESS THAN FA-ARCHIVE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-DONE
                   READ FEE-ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           MOVE FA-FEE-DATA TO WS-FEE-IMAGE
                           IF FI-CUSTOMER-ID = WS-CUSTOMER-ID
                               PERFORM PRINT-ONE-FEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-ARCHIVE-FILE
           END-IF.
           OPEN INPUT FEE-ADJUSTMENT-FILE.
           IF NOT WS-FEE-ADJ-OK AND NOT WS-FEE-ADJ-ABSENT
               DISPLAY "Impossible d'ouvrir le journal des "
                   "annulations."
               STOP RUN
           END-IF.
           IF WS-FEE-ADJ-OK
               PERFORM UNTIL WS-FEE-ADJ-EOF
                   READ FEE-ADJUSTMENT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FJ-CUSTOMER-ID = WS-CUSTOMER-ID
                               PERFORM PRINT-ONE-ADJUSTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-ADJUSTMENT-FILE
           END-IF.
           PERFORM WRITE-NOTHING-HELD.

       PRINT-ONE-FEE.
           ADD 1 TO WS-FOUND-COUNT.
           EVALUATE TRUE
               WHEN FI-OUTSTANDING
                   MOVE "IMPAYE" TO WS-STATE-TEXT
               WHEN FI-SETTLED
                   MOVE "REGLE" TO WS-STATE-TEXT
               WHEN FI-WAIVED
                   MOVE "ANNULE" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE FI-SETTLE-STATUS TO WS-STATE-TEXT
           END-EVALUATE.
           MOVE FI-COMPUTED-FEE TO WS-EDIT-AMOUNT.
           MOVE "FRAIS       : " TO AX-LABEL.
           STRING "ECRITURE DU " FI-POSTING-DATE " "
               WS-EDIT-AMOUNT " EUR " WS-STATE-TEXT
               DELIMITED BY SIZE INTO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.

       PRINT-ONE-ADJUSTMENT.
           ADD 1 TO WS-FOUND-COUNT.
           MOVE FJ-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE "ANNULATION  : " TO AX-LABEL.
           STRING "ECRITURE DU " FJ-POSTING-DATE " "
               WS-EDIT-AMOUNT " EUR LE " FJ-TIMESTAMP (1:8)
               " PAR " FJ-SUPERVISOR-ID
               DELIMITED BY SIZE INTO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.
           MOVE FJ-REASON TO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.

      * ---- relances de frais impayes --------------------------------
       EXTRACT-COLLECTIONS-SECTION.
           MOVE "RELANCES (COLLHIST)" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT COLLECTIONS-HISTORY-FILE.
           IF NOT WS-COLL-HIST-OK AND NOT WS-COLL-HIST-ABSENT
               DISPLAY "Impossible d'ouvrir l'historique des "
                   "relances."
               STOP RUN
           END-IF.
           IF WS-COLL-HIST-OK
               MOVE WS-CUSTOMER-ID TO CH-CUSTOMER-ID
               READ COLLECTIONS-HISTORY-FILE
                   KEY IS CH-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PRINT-COLLECTIONS
               END-READ
               CLOSE COLLECTIONS-HISTORY-FILE
           END-IF.
           PERFORM WRITE-NOTHING-HELD.

       PRINT-COLLECTIONS.
           ADD 1 TO WS-FOUND-COUNT.
           MOVE CH-OUTSTANDING-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE "RELANCE     : " TO AX-LABEL.
           STRING "NIVEAU " CH-REMINDER-LEVEL " LE "
               CH-LAST-REMINDER-DATE ", ENCOURS " WS-EDIT-AMOUNT
               " EUR"
               DELIMITED BY SIZE INTO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.
           IF CH-ON-HOLD
               STRING "OUVERTURE DE COMPTE SUSPENDUE DEPUIS LE "
                   CH-HOLD-DATE
                   DELIMITED BY SIZE INTO AX-TEXT
               PERFORM WRITE-ACCESS-LINE
           END-IF.

      * ---- tentatives de saisie du code -----------------------------
       EXTRACT-ATTEMPT-SECTION.
           MOVE "SAISIES DU CODE (TRANSLOG, TRANARCH)"
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT TRANS-LOG-FILE.
           IF NOT WS-TRANS-LOG-OK AND NOT WS-TRANS-LOG-ABSENT
               DISPLAY "Impossible d'ouvrir le journal des "
                   "tentatives."
               STOP RUN
           END-IF.
           IF WS-TRANS-LOG-OK
               PERFORM UNTIL WS-TRANS-LOG-EOF
                   READ TRANS-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TL-USER-ID = WS-CUSTOMER-ID
                               MOVE TRANS-LOG-RECORD
                                   TO WS-ATTEMPT-IMAGE
                               PERFORM PRINT-ONE-ATTEMPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-LOG-FILE
           END-IF.
           OPEN INPUT TRANS-ARCHIVE-FILE.
           IF NOT WS-TRANS-ARCH-OK AND NOT WS-TRANS-ARCH-ABSENT
               DISPLAY "Impossible d'ouvrir l'archive TRANSLOG."
               STOP RUN
           END-IF.
           IF WS-TRANS-ARCH-OK
               MOVE "N" TO WS-SCAN-EOF
               MOVE LOW-VALUES TO TA-ARCHIVE-KEY
               START TRANS-ARCHIVE-FILE
                   KEY IS NOT LESS THAN TA-ARCHIVE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-DONE
                   READ TRANS-ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           MOVE TA-LOG-DATA TO WS-ATTEMPT-IMAGE
                           IF TI-CUSTOMER-ID = WS-CUSTOMER-ID
                               PERFORM PRINT-ONE-ATTEMPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-ARCHIVE-FILE
           END-IF.
           PERFORM WRITE-NOTHING-HELD.

       PRINT-ONE-ATTEMPT.
           ADD 1 TO WS-FOUND-COUNT.
           EVALUATE TRUE
               WHEN TI-RESULT-MATCH
                   MOVE "CODE EXACT" TO WS-STATE-TEXT
               WHEN TI-RESULT-MISMATCH
                   MOVE "CODE ERRONE" TO WS-STATE-TEXT
               WHEN TI-RESULT-EXPIRED
                   MOVE "CODE PERIME" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE TI-RESULT TO WS-STATE-TEXT
           END-EVALUATE.
           MOVE "SAISIE      : " TO AX-LABEL.
           STRING "LE " TI-TIMESTAMP (1:8) " A " TI-TIMESTAMP (9:6)
               " AGENCE " TI-BRANCH " " WS-STATE-TEXT
               DELIMITED BY SIZE INTO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.

      * ---- blocages et reintegrations -------------------------------
       EXTRACT-LOCKOUT-SECTION.
           MOVE "BLOCAGES (LOCKOUT, LOCKARCH, REINSTAT)"
               TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT LOCKOUT-FILE.
           IF NOT WS-LOCKOUT-OK AND NOT WS-LOCKOUT-ABSENT
               DISPLAY "Impossible d'ouvrir le fichier de blocage."
               STOP RUN
           END-IF.
           IF WS-LOCKOUT-OK
               PERFORM UNTIL WS-LOCKOUT-EOF
                   READ LOCKOUT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LK-CUSTOMER-ID = WS-CUSTOMER-ID
                               MOVE LOCKOUT-RECORD TO WS-LOCK-IMAGE
                               PERFORM PRINT-ONE-LOCKOUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCKOUT-FILE
           END-IF.
           OPEN INPUT LOCKOUT-ARCHIVE-FILE.
           IF NOT WS-LOCK-ARCH-OK AND NOT WS-LOCK-ARCH-ABSENT
               DISPLAY "Impossible d'ouvrir l'archive LOCKOUT."
               STOP RUN
           END-IF.
           IF WS-LOCK-ARCH-OK
               MOVE "N" TO WS-SCAN-EOF
               MOVE LOW-VALUES TO LA-ARCHIVE-KEY
               START LOCKOUT-ARCHIVE-FILE
                   KEY IS NOT LESS THAN LA-ARCHIVE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-DONE
                   READ LOCKOUT-ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           MOVE LA-LOCK-DATA TO WS-LOCK-IMAGE
                           IF KI-CUSTOMER-ID = WS-CUSTOMER-ID
                               PERFORM PRINT-ONE-LOCKOUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCKOUT-ARCHIVE-FILE
           END-IF.
           OPEN INPUT REINSTATEMENT-FILE.
           IF NOT WS-REINSTAT-OK AND NOT WS-REINSTAT-ABSENT
               DISPLAY "Impossible d'ouvrir le journal des "
                   "reintegrations."
               STOP RUN
           END-IF.
           IF WS-REINSTAT-OK
               PERFORM UNTIL WS-REINSTAT-EOF
                   READ REINSTATEMENT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RA-CUSTOMER-ID = WS-CUSTOMER-ID
                               PERFORM PRINT-ONE-REINSTATEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REINSTATEMENT-FILE
           END-IF.
           PERFORM WRITE-NOTHING-HELD.

       PRINT-ONE-LOCKOUT.
           ADD 1 TO WS-FOUND-COUNT.
           MOVE "BLOCAGE     : " TO AX-LABEL.
           STRING "LE " KI-TIMESTAMP (1:8) " APRES "
               KI-ATTEMPT-COUNT " TENTATIVES"
               DELIMITED BY SIZE INTO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.

       PRINT-ONE-REINSTATEMENT.
           ADD 1 TO WS-FOUND-COUNT.
           MOVE "REINTEGRE   : " TO AX-LABEL.
           STRING "LE " RA-REINSTATED-TIMESTAMP (1:8) " PAR "
               RA-SUPERVISOR-ID
               DELIMITED BY SIZE INTO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.
           MOVE RA-REASON TO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.

      * ---- compte ouvert --------------------------------------------
       EXTRACT-ACCOUNT-SECTION.
           MOVE "COMPTE (ACCTMAST)" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF NOT WS-ACCT-MASTER-OK AND NOT WS-ACCT-MASTER-ABSENT
               DISPLAY "Impossible d'ouvrir le fichier des comptes."
               STOP RUN
           END-IF.
           IF WS-ACCT-MASTER-OK
               MOVE WS-CUSTOMER-ID TO AM-CUSTOMER-ID
               READ ACCOUNT-MASTER-FILE
                   KEY IS AM-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-FOUND-COUNT
                       MOVE "COMPTE      : " TO AX-LABEL
                       STRING AM-ACCOUNT-NUMBER " OUVERT LE "
                           AM-OPENED-DATE " AGENCE " AM-BRANCH
                           DELIMITED BY SIZE INTO AX-TEXT
                       PERFORM WRITE-ACCESS-LINE
               END-READ
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           PERFORM WRITE-NOTHING-HELD.

      * ---- reclamations ---------------------------------------------
       EXTRACT-COMPLAINT-SECTION.
           MOVE "RECLAMATIONS (RECLAM)" TO WS-SECTION-TITLE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT COMPLAINT-FILE.
           IF NOT WS-COMPLAINT-OK AND NOT WS-COMPLAINT-ABSENT
               DISPLAY "Impossible d'ouvrir le registre des "
                   "reclamations."
               STOP RUN
           END-IF.
           IF WS-COMPLAINT-OK
               PERFORM UNTIL WS-COMPLAINT-EOF
                   READ COMPLAINT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CP-CUSTOMER-ID = WS-CUSTOMER-ID
                               PERFORM PRINT-ONE-COMPLAINT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPLAINT-FILE
           END-IF.
           PERFORM WRITE-NOTHING-HELD.

       PRINT-ONE-COMPLAINT.
           ADD 1 TO WS-FOUND-COUNT.
           EVALUATE TRUE
               WHEN CP-STATUS-OPEN
                   MOVE "OUVERTE" TO WS-STATE-TEXT
               WHEN CP-STATUS-IN-HAND
                   MOVE "EN TRAITEMENT" TO WS-STATE-TEXT
               WHEN CP-STATUS-RESOLVED
                   MOVE "RESOLUE" TO WS-STATE-TEXT
               WHEN CP-STATUS-CLOSED
                   MOVE "CLASSEE" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE CP-STATUS TO WS-STATE-TEXT
           END-EVALUATE.
           MOVE "RECLAMATION : " TO AX-LABEL.
           STRING CP-COMPLAINT-NO " " CP-CATEGORY " RECUE LE "
               CP-RECEIVED-DATE " " WS-STATE-TEXT
               DELIMITED BY SIZE INTO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.
           MOVE CP-SUBJECT TO AX-TEXT.
           PERFORM WRITE-ACCESS-LINE.
           IF CP-RESOLUTION-TEXT NOT = SPACES
               STRING "REPONSE DU " CP-RESOLVED-DATE " :"
                   DELIMITED BY SIZE INTO AX-TEXT
               PERFORM WRITE-ACCESS-LINE
               MOVE CP-RESOLUTION-TEXT TO AX-TEXT
               PERFORM WRITE-ACCESS-LINE
           END-IF.
