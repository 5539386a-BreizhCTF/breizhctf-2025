       IDENTIFICATION DIVISION.
       PROGRAM-ID. BZHPJR01.
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
           SELECT SUPPORTING-DOCUMENT-FILE ASSIGN TO "PIECEJUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-KEY
               FILE STATUS IS WS-PIECES-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CUSTOMER-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT NPAI-HOLD-FILE ASSIGN TO "NPAIHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-CUSTOMER-ID
               FILE STATUS IS WS-NPAI-STATUS.
           SELECT PIECES-EXTRACT-FILE ASSIGN TO "PIECEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIECEXT-STATUS.
           SELECT PIECES-REPORT-FILE ASSIGN TO "PIECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIECRPT-STATUS.
           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-REG-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-DOSSIER-FILE.
       COPY "custdoss.cpy".

       FD  RESTART-FILE.
       COPY "restart.cpy".

       FD  SUPPORTING-DOCUMENT-FILE.
       COPY "piecejus.cpy".

       FD  CUSTOMER-ADDRESS-FILE.
       COPY "custaddr.cpy".

       FD  NPAI-HOLD-FILE.
       COPY "npaihold.cpy".

       FD  PIECES-EXTRACT-FILE.
       COPY "piecext.cpy".

       FD  PIECES-REPORT-FILE.
       COPY "pieceln.cpy".

       FD  FEED-REGISTRY-FILE.
       COPY "feedreg.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-STUCK-RECORD.
           05  SJ-BRANCH               PIC X(10).
           05  SJ-CUSTOMER-ID          PIC X(10).
           05  SJ-CUSTOMER-NAME        PIC X(30).
           05  SJ-ETAPE                PIC 9(01).
           05  SJ-MISSING-COUNT        PIC 9(03).
           05  SJ-REFUSED-COUNT        PIC 9(03).
           05  SJ-PENDING-COUNT        PIC 9(03).
           05  SJ-WAITING-DAYS         PIC 9(05).
           05  SJ-NOTE                 PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-DOSSIER-STATUS       PIC XX.
           88  WS-DOSSIER-OK           VALUE "00".
           88  WS-DOSSIER-EOF          VALUE "10".
       01  WS-RESTART-STATUS       PIC XX.
           88  WS-RESTART-OK           VALUE "00".
       01  WS-PIECES-STATUS        PIC XX.
           88  WS-PIECES-OK            VALUE "00".
           88  WS-PIECES-ABSENT        VALUE "35".
       01  WS-ADDRESS-STATUS       PIC XX.
           88  WS-ADDRESS-OK           VALUE "00".
           88  WS-ADDRESS-ABSENT       VALUE "35".
       01  WS-NPAI-STATUS          PIC XX.
           88  WS-NPAI-OK              VALUE "00".
           88  WS-NPAI-ABSENT          VALUE "35".
       01  WS-PIECEXT-STATUS       PIC XX.
           88  WS-PIECEXT-OK           VALUE "00".
       01  WS-PIECRPT-STATUS       PIC XX.
           88  WS-PIECRPT-OK           VALUE "00".
       01  WS-FEED-REG-STATUS      PIC XX.
           88  WS-FEED-REG-OK          VALUE "00".
           88  WS-FEED-REG-EOF         VALUE "10".
           88  WS-FEED-REG-ABSENT      VALUE "35".
       01  WS-FEED-NAME            PIC X(08) VALUE "PIECEXT".
       01  WS-FEED-CREATED         PIC 9(08) VALUE ZERO.
       01  WS-FEED-SEQUENCE        PIC 9(06) VALUE ZERO.
       01  WS-FEED-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-FEED-HASH            PIC 9(12) VALUE ZERO.
       01  WS-LAST-SEQUENCE        PIC 9(06) VALUE ZERO.
       01  WS-LAST-SEQ-FOUND       PIC X(01) VALUE "N".
           88  WS-LAST-SEQ-FOUND-YES   VALUE "Y".
       01  WS-HASH-KEY             PIC X(10).
       01  WS-KEY-HASH             PIC 9(12).
       01  WS-HASH-IDX             PIC 9(02).
       01  WS-ADDRESS-OPENED       PIC X(01) VALUE "N".
           88  WS-ADDRESS-OPENED-YES   VALUE "Y".
       01  WS-NPAI-OPENED          PIC X(01) VALUE "N".
           88  WS-NPAI-OPENED-YES      VALUE "Y".
       01  WS-NPAI-BLOCKED         PIC X(01) VALUE "N".
           88  WS-NPAI-BLOCKED-YES     VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-TODAY-INT            PIC 9(07).
      * Delai minimum entre deux courriers pour une meme piece.
       01  WS-LETTER-INTERVAL-DAYS PIC 9(03) VALUE 15.
       01  WS-LAST-STEP            PIC 9(01).
       01  WS-SCAN-EOF             PIC X(01) VALUE "N".
           88  WS-SCAN-DONE            VALUE "Y".
       01  WS-SORT-EOF             PIC X(01) VALUE "N".
           88  WS-SORT-DONE            VALUE "Y".
       01  WS-DOSSIER-STUCK        PIC X(01) VALUE "N".
           88  WS-DOSSIER-STUCK-YES    VALUE "Y".
       01  WS-REQUIRED-COUNT       PIC 9(03) VALUE ZERO.
       01  WS-MISSING-COUNT        PIC 9(03) VALUE ZERO.
       01  WS-REFUSED-COUNT        PIC 9(03) VALUE ZERO.
       01  WS-PENDING-COUNT        PIC 9(03) VALUE ZERO.
       01  WS-ACCEPTED-COUNT       PIC 9(03) VALUE ZERO.
       01  WS-OLDEST-UPDATE        PIC 9(08).
       01  WS-PREV-BRANCH          PIC X(10) VALUE LOW-VALUES.
       01  WS-BRANCH-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-STUCK-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-LETTER-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-NPAI-SKIP-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-NO-ADDRESS-COUNT     PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "[BZHPJR01] Suivi des pieces justificatives".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE (WS-TODAY) TO WS-TODAY-INT.
           PERFORM OPEN-FOLLOWUP-FILES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SJ-BRANCH
               ON ASCENDING KEY SJ-CUSTOMER-ID
               INPUT PROCEDURE IS SELECT-STUCK-DOSSIERS
               OUTPUT PROCEDURE IS PRINT-STUCK-DOSSIERS.
           PERFORM CLOSE-FOLLOWUP-FILES.
           DISPLAY "Dossiers en attente de pieces : " WS-STUCK-COUNT
               "  courriers : " WS-LETTER-COUNT
               "  retenus NPAI : " WS-NPAI-SKIP-COUNT
               "  sans adresse : " WS-NO-ADDRESS-COUNT.
           STOP RUN.

       OPEN-FOLLOWUP-FILES.
           OPEN INPUT CUSTOMER-DOSSIER-FILE.
           IF NOT WS-DOSSIER-OK
               DISPLAY "Impossible d'ouvrir le dossier client."
               STOP RUN
           END-IF.
           OPEN INPUT RESTART-FILE.
           IF NOT WS-RESTART-OK
               DISPLAY "Impossible d'ouvrir le fichier de reprise."
               STOP RUN
           END-IF.
           OPEN I-O SUPPORTING-DOCUMENT-FILE.
           IF WS-PIECES-ABSENT
               OPEN OUTPUT SUPPORTING-DOCUMENT-FILE
               CLOSE SUPPORTING-DOCUMENT-FILE
               OPEN I-O SUPPORTING-DOCUMENT-FILE
           END-IF.
           IF NOT WS-PIECES-OK
               DISPLAY "Impossible d'ouvrir le fichier des pieces "
                   "justificatives."
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           IF WS-ADDRESS-OK
               MOVE "Y" TO WS-ADDRESS-OPENED
           ELSE
               IF NOT WS-ADDRESS-ABSENT
                   DISPLAY "Impossible d'ouvrir le fichier des "
                       "adresses."
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT NPAI-HOLD-FILE.
           IF WS-NPAI-OK
               MOVE "Y" TO WS-NPAI-OPENED
           ELSE
               IF NOT WS-NPAI-ABSENT
                   DISPLAY "Impossible d'ouvrir le fichier des NPAI."
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT PIECES-EXTRACT-FILE.
           IF NOT WS-PIECEXT-OK
               DISPLAY "Impossible de creer l'extrait des pieces "
                   "manquantes."
               STOP RUN
           END-IF.
           PERFORM WRITE-FEED-HEADER.
           OPEN OUTPUT PIECES-REPORT-FILE.
           IF NOT WS-PIECRPT-OK
               DISPLAY "Impossible de creer la liste des dossiers "
                   "en attente de pieces."
               STOP RUN
           END-IF.

       CLOSE-FOLLOWUP-FILES.
           CLOSE CUSTOMER-DOSSIER-FILE.
           CLOSE RESTART-FILE.
           CLOSE SUPPORTING-DOCUMENT-FILE.
           IF WS-ADDRESS-OPENED-YES
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.
           IF WS-NPAI-OPENED-YES
               CLOSE NPAI-HOLD-FILE
           END-IF.
           PERFORM WRITE-FEED-TRAILER.
           CLOSE PIECES-EXTRACT-FILE.
           PERFORM REGISTER-OUTBOUND-FEED.
           CLOSE PIECES-REPORT-FILE.

      * ---- dossiers en cours encore soumis aux etapes 2 et 4 --------
       SELECT-STUCK-DOSSIERS.
           PERFORM UNTIL WS-DOSSIER-EOF
               READ CUSTOMER-DOSSIER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CD-STATUS-PENDING
                           PERFORM CHECK-ONE-DOSSIER
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-DOSSIER.
           MOVE CD-CUSTOMER-ID TO RS-CUSTOMER-ID.
           READ RESTART-FILE
               KEY IS RS-CUSTOMER-ID
               INVALID KEY
                   MOVE ZERO TO WS-LAST-STEP
               NOT INVALID KEY
                   MOVE RS-LAST-STEP-OK TO WS-LAST-STEP
           END-READ.
           IF WS-LAST-STEP < 4
               PERFORM CHECK-NPAI-HOLD
               PERFORM SCAN-DOSSIER-PIECES
               PERFORM RELEASE-IF-STUCK
           END-IF.

       CHECK-NPAI-HOLD.
           MOVE "N" TO WS-NPAI-BLOCKED.
           IF WS-NPAI-OPENED-YES
               MOVE CD-CUSTOMER-ID TO NH-CUSTOMER-ID
               READ NPAI-HOLD-FILE
                   KEY IS NH-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NH-ADDRESS-FIXED-NO
                           MOVE "Y" TO WS-NPAI-BLOCKED
                       END-IF
               END-READ
           END-IF.

       SCAN-DOSSIER-PIECES.
           MOVE ZERO TO WS-REQUIRED-COUNT.
           MOVE ZERO TO WS-MISSING-COUNT.
           MOVE ZERO TO WS-REFUSED-COUNT.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE ZERO TO WS-ACCEPTED-COUNT.
           MOVE WS-TODAY TO WS-OLDEST-UPDATE.
           MOVE "N" TO WS-SCAN-EOF.
           MOVE CD-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE LOW-VALUES TO PJ-DOC-TYPE.
           START SUPPORTING-DOCUMENT-FILE
               KEY IS NOT LESS THAN PJ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-DONE
               READ SUPPORTING-DOCUMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF PJ-CUSTOMER-ID NOT = CD-CUSTOMER-ID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF PJ-IS-REQUIRED
                               PERFORM TALLY-ONE-PIECE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-PIECE.
           ADD 1 TO WS-REQUIRED-COUNT.
           IF NOT PJ-STATUS-ACCEPTED
                   AND PJ-LAST-UPDATE-DATE < WS-OLDEST-UPDATE
               MOVE PJ-LAST-UPDATE-DATE TO WS-OLDEST-UPDATE
           END-IF.
           EVALUATE TRUE
               WHEN PJ-STATUS-ACCEPTED
                   ADD 1 TO WS-ACCEPTED-COUNT
               WHEN PJ-STATUS-RECEIVED
                   ADD 1 TO WS-PENDING-COUNT
               WHEN PJ-STATUS-REFUSED
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM CONSIDER-PIECE-LETTER
               WHEN OTHER
                   ADD 1 TO WS-MISSING-COUNT
                   PERFORM CONSIDER-PIECE-LETTER
           END-EVALUATE.

      * Un courrier par piece manquante ou refusee, au plus tous les
      * WS-LETTER-INTERVAL-DAYS jours, et jamais vers une adresse
      * revenue NPAI tant que l'agence ne l'a pas corrigee.
       CONSIDER-PIECE-LETTER.
           IF WS-NPAI-BLOCKED-YES
               ADD 1 TO WS-NPAI-SKIP-COUNT
           ELSE
               IF PJ-LAST-LETTER-DATE = ZERO
                       OR WS-TODAY-INT
                           - FUNCTION INTEGER-OF-DATE
                               (PJ-LAST-LETTER-DATE)
                           >= WS-LETTER-INTERVAL-DAYS
                   PERFORM WRITE-PIECES-LINE
                   MOVE WS-TODAY TO PJ-LAST-LETTER-DATE
                   REWRITE SUPPORTING-DOCUMENT-RECORD
                   IF NOT WS-PIECES-OK
                       DISPLAY "Reecriture de la piece en echec : "
                           WS-PIECES-STATUS " pour " PJ-CUSTOMER-ID
                           " " PJ-DOC-TYPE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       WRITE-PIECES-LINE.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE SPACES TO PIECES-EXTRACT-RECORD.
           MOVE CD-CUSTOMER-ID TO PX-CUSTOMER-ID.
           MOVE CD-CUSTOMER-NAME TO PX-CUSTOMER-NAME.
           MOVE CD-BRANCH TO PX-BRANCH.
           MOVE PJ-DOC-TYPE TO PX-DOC-TYPE.
           MOVE PJ-DOC-LABEL TO PX-DOC-LABEL.
           MOVE PJ-STATUS TO PX-DOC-STATUS.
           MOVE PJ-REFUSAL-REASON TO PX-REFUSAL-REASON.
           PERFORM FILL-PIECES-ADDRESS.
           MOVE PX-CUSTOMER-ID TO WS-HASH-KEY.
           PERFORM COUNT-FEED-RECORD.
           WRITE PIECES-EXTRACT-RECORD.
           IF NOT WS-PIECEXT-OK
               DISPLAY "Extrait des pieces en echec : "
                   WS-PIECEXT-STATUS " pour " PX-CUSTOMER-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       FILL-PIECES-ADDRESS.
           IF WS-ADDRESS-OPENED-YES
               MOVE CD-CUSTOMER-ID TO PA-CUSTOMER-ID
               READ CUSTOMER-ADDRESS-FILE
                   KEY IS PA-CUSTOMER-ID
                   INVALID KEY
                       MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
                       ADD 1 TO WS-NO-ADDRESS-COUNT
                       DISPLAY "Adresse postale absente pour "
                           CD-CUSTOMER-ID
               END-READ
           ELSE
               MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
               ADD 1 TO WS-NO-ADDRESS-COUNT
           END-IF.
           MOVE PA-ADDRESS-LINE-1 TO PX-ADDRESS-LINE-1.
           MOVE PA-ADDRESS-LINE-2 TO PX-ADDRESS-LINE-2.
           MOVE PA-POSTCODE TO PX-POSTCODE.
           MOVE PA-CITY TO PX-CITY.

      * Avant l'etape 2 le dossier attend la reception des pieces ;
      * entre les etapes 2 et 4 il attend leur acceptation.
       RELEASE-IF-STUCK.
           MOVE "N" TO WS-DOSSIER-STUCK.
           MOVE SPACES TO SJ-NOTE.
           EVALUATE TRUE
               WHEN WS-REQUIRED-COUNT = ZERO
                   MOVE "Y" TO WS-DOSSIER-STUCK
                   MOVE "SANS LISTE" TO SJ-NOTE
                   MOVE WS-TODAY TO WS-OLDEST-UPDATE
               WHEN WS-REFUSED-COUNT > ZERO
                   MOVE "Y" TO WS-DOSSIER-STUCK
                   MOVE "PIECE REFUS" TO SJ-NOTE
               WHEN WS-MISSING-COUNT > ZERO
                   MOVE "Y" TO WS-DOSSIER-STUCK
                   MOVE "INCOMPLET" TO SJ-NOTE
               WHEN WS-LAST-STEP >= 2
                       AND WS-ACCEPTED-COUNT < WS-REQUIRED-COUNT
                   MOVE "Y" TO WS-DOSSIER-STUCK
                   MOVE "A VALIDER" TO SJ-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-DOSSIER-STUCK-YES
               MOVE CD-BRANCH TO SJ-BRANCH
               MOVE CD-CUSTOMER-ID TO SJ-CUSTOMER-ID
               MOVE CD-CUSTOMER-NAME TO SJ-CUSTOMER-NAME
               MOVE WS-LAST-STEP TO SJ-ETAPE
               MOVE WS-MISSING-COUNT TO SJ-MISSING-COUNT
               MOVE WS-REFUSED-COUNT TO SJ-REFUSED-COUNT
               MOVE WS-PENDING-COUNT TO SJ-PENDING-COUNT
               COMPUTE SJ-WAITING-DAYS =
                   WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE (WS-OLDEST-UPDATE)
               RELEASE SORT-STUCK-RECORD
           END-IF.

      * ---- liste par agence des dossiers bloques sur les pieces -----
       PRINT-STUCK-DOSSIERS.
           MOVE SPACES TO PK-TEXT-VIEW.
           STRING "DOSSIERS EN ATTENTE DE PIECES JUSTIFICATIVES - "
               WS-TODAY
               DELIMITED BY SIZE INTO PK-TEXT-VIEW.
           WRITE PIECES-LINE-RECORD.
           MOVE SPACES TO PK-TEXT-VIEW.
           STRING "AGENCE      CLIENT      NOM                   "
               "E  MQ  RF  AV  JOURS  SITUATION"
               DELIMITED BY SIZE INTO PK-TEXT-VIEW.
           WRITE PIECES-LINE-RECORD.
           MOVE LOW-VALUES TO WS-PREV-BRANCH.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-DONE
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-STUCK-DOSSIER
               END-RETURN
           END-PERFORM.
           IF WS-PREV-BRANCH NOT = LOW-VALUES
               PERFORM PRINT-BRANCH-TOTAL
           END-IF.
           MOVE SPACES TO PK-TEXT-VIEW.
           STRING "TOTAL DOSSIERS EN ATTENTE : " WS-STUCK-COUNT
               DELIMITED BY SIZE INTO PK-TEXT-VIEW.
           WRITE PIECES-LINE-RECORD.

       PRINT-ONE-STUCK-DOSSIER.
           IF SJ-BRANCH NOT = WS-PREV-BRANCH
               IF WS-PREV-BRANCH NOT = LOW-VALUES
                   PERFORM PRINT-BRANCH-TOTAL
               END-IF
               MOVE SJ-BRANCH TO WS-PREV-BRANCH
               MOVE ZERO TO WS-BRANCH-COUNT
           END-IF.
           ADD 1 TO WS-BRANCH-COUNT.
           ADD 1 TO WS-STUCK-COUNT.
           MOVE SPACES TO PIECES-LINE-RECORD.
           MOVE SJ-BRANCH TO PK-BRANCH.
           MOVE SJ-CUSTOMER-ID TO PK-CUSTOMER-ID.
           MOVE SJ-CUSTOMER-NAME TO PK-CUSTOMER-NAME.
           MOVE SJ-ETAPE TO PK-ETAPE.
           MOVE SJ-MISSING-COUNT TO PK-MISSING-COUNT.
           MOVE SJ-REFUSED-COUNT TO PK-REFUSED-COUNT.
           MOVE SJ-PENDING-COUNT TO PK-PENDING-COUNT.
           MOVE SJ-WAITING-DAYS TO PK-WAITING-DAYS.
           MOVE SJ-NOTE TO PK-NOTE.
           WRITE PIECES-LINE-RECORD.

       PRINT-BRANCH-TOTAL.
           MOVE SPACES TO PK-TEXT-VIEW.
           STRING "  TOTAL AGENCE " WS-PREV-BRANCH " : "
               WS-BRANCH-COUNT " dossier(s)"
               DELIMITED BY SIZE INTO PK-TEXT-VIEW.
           WRITE PIECES-LINE-RECORD.

      * ---- entete et enqueue du flux PIECEXT ------------------------
      * Le flux emis porte le numero de sequence qui suit le dernier
      * flux PIECEXT inscrit au registre ; l'enqueue reprend le nombre
      * d'enregistrements et le total de controle des identifiants.
       WRITE-FEED-HEADER.
           PERFORM FIND-LAST-FEED-SEQUENCE.
           COMPUTE WS-FEED-SEQUENCE = WS-LAST-SEQUENCE + 1.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FEED-CREATED.
           MOVE SPACES TO PIECES-EXTRACT-CONTROL-RECORD.
           SET PX-CTL-HEADER TO TRUE.
           MOVE WS-FEED-NAME TO PX-CTL-FEED-NAME.
           MOVE "BZHPJR01" TO PX-CTL-SOURCE.
           MOVE WS-FEED-CREATED TO PX-CTL-CREATED.
           MOVE WS-FEED-SEQUENCE TO PX-CTL-SEQUENCE.
           WRITE PIECES-EXTRACT-CONTROL-RECORD.

       COUNT-FEED-RECORD.
           ADD 1 TO WS-FEED-COUNT.
           PERFORM COMPUTE-KEY-HASH.
           COMPUTE WS-FEED-HASH = FUNCTION MOD
               (WS-FEED-HASH + WS-KEY-HASH 999999999989).

       WRITE-FEED-TRAILER.
           MOVE SPACES TO PIECES-EXTRACT-CONTROL-RECORD.
           SET PX-CTL-TRAILER TO TRUE.
           MOVE WS-FEED-NAME TO PX-CTL-FEED-NAME.
           MOVE WS-FEED-COUNT TO PX-CTL-COUNT.
           MOVE ZERO TO PX-CTL-AMOUNT.
           MOVE WS-FEED-HASH TO PX-CTL-HASH.
           WRITE PIECES-EXTRACT-CONTROL-RECORD.

       FIND-LAST-FEED-SEQUENCE.
           MOVE "N" TO WS-LAST-SEQ-FOUND.
           MOVE ZERO TO WS-LAST-SEQUENCE.
           OPEN INPUT FEED-REGISTRY-FILE.
           IF WS-FEED-REG-OK
               PERFORM UNTIL WS-FEED-REG-EOF
                   READ FEED-REGISTRY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FG-FEED-NAME = WS-FEED-NAME
                                   AND (FG-ACCEPTED OR FG-SENT)
                                   AND FG-FEED-SEQUENCE
                                       NOT < WS-LAST-SEQUENCE
                               MOVE "Y" TO WS-LAST-SEQ-FOUND
                               MOVE FG-FEED-SEQUENCE
                                   TO WS-LAST-SEQUENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-REGISTRY-FILE
           ELSE
               IF NOT WS-FEED-REG-ABSENT
                   DISPLAY "Impossible d'ouvrir le registre des flux."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       REGISTER-OUTBOUND-FEED.
           OPEN EXTEND FEED-REGISTRY-FILE.
           IF WS-FEED-REG-ABSENT
               OPEN OUTPUT FEED-REGISTRY-FILE
           END-IF.
           IF NOT WS-FEED-REG-OK
               DISPLAY "Impossible d'ouvrir le registre des flux."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO FEED-REGISTRY-RECORD.
           MOVE FUNCTION CURRENT-DATE TO FG-TIMESTAMP.
           MOVE WS-FEED-NAME TO FG-FEED-NAME.
           SET FG-OUTBOUND TO TRUE.
           MOVE "BZHPJR01" TO FG-SOURCE.
           MOVE WS-FEED-CREATED TO FG-CREATED.
           MOVE WS-FEED-SEQUENCE TO FG-FEED-SEQUENCE.
           MOVE WS-FEED-COUNT TO FG-RECORD-COUNT.
           MOVE ZERO TO FG-AMOUNT-TOTAL.
           MOVE WS-FEED-HASH TO FG-HASH-TOTAL.
           MOVE "BZHPJR01" TO FG-PROGRAM.
           SET FG-SENT TO TRUE.
           WRITE FEED-REGISTRY-RECORD.
           CLOSE FEED-REGISTRY-FILE.

       COMPUTE-KEY-HASH.
           MOVE ZERO TO WS-KEY-HASH.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 10
               COMPUTE WS-KEY-HASH =
                   FUNCTION MOD (WS-KEY-HASH * 131
                       + FUNCTION ORD (WS-HASH-KEY (WS-HASH-IDX:1))
                       999999999989)
           END-PERFORM.
