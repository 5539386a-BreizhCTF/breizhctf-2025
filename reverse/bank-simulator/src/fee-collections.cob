       IDENTIFICATION DIVISION.
       PROGRAM-ID. BZHRLC01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-LEDGER-FILE ASSIGN TO "FEELEDGR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-LEDGER-STATUS.
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
           SELECT COLLECTIONS-HISTORY-FILE ASSIGN TO "COLLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CUSTOMER-ID
               FILE STATUS IS WS-COLL-HIST-STATUS.
           SELECT RELANCE-EXTRACT-FILE ASSIGN TO "RELANEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELANCE-STATUS.
           SELECT AGED-REPORT-FILE ASSIGN TO "AGEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGEDRPT-STATUS.
           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-REG-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-LEDGER-FILE.
       COPY "feerec.cpy".

       FD  CUSTOMER-DOSSIER-FILE.
       COPY "custdoss.cpy".

       FD  CUSTOMER-ADDRESS-FILE.
       COPY "custaddr.cpy".

       FD  COLLECTIONS-HISTORY-FILE.
       COPY "collhist.cpy".

       FD  RELANCE-EXTRACT-FILE.
       COPY "relnext.cpy".

       FD  AGED-REPORT-FILE.
       COPY "agedline.cpy".

       FD  FEED-REGISTRY-FILE.
       COPY "feedreg.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-ARREARS-RECORD.
           05  SA-CUSTOMER-ID          PIC X(10).
           05  SA-POSTING-DATE         PIC 9(08).
           05  SA-COMPUTED-FEE         PIC 9(09)V99.
           05  SA-AGE-DAYS             PIC 9(05).

       WORKING-STORAGE SECTION.
       01  WS-FEE-LEDGER-STATUS    PIC XX.
           88  WS-FEE-LEDGER-OK        VALUE "00".
           88  WS-FEE-LEDGER-EOF       VALUE "10".
           88  WS-FEE-LEDGER-ABSENT    VALUE "35".
       01  WS-DOSSIER-STATUS       PIC XX.
           88  WS-DOSSIER-OK           VALUE "00".
       01  WS-ADDRESS-STATUS       PIC XX.
           88  WS-ADDRESS-OK           VALUE "00".
           88  WS-ADDRESS-ABSENT       VALUE "35".
       01  WS-ADDRESS-OPENED       PIC X(01) VALUE "N".
           88  WS-ADDRESS-OPENED-YES   VALUE "Y".
       01  WS-NO-ADDRESS-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-COLL-HIST-STATUS     PIC XX.
           88  WS-COLL-HIST-OK         VALUE "00".
           88  WS-COLL-HIST-EOF        VALUE "10".
           88  WS-COLL-HIST-ABSENT     VALUE "35".
       01  WS-RELANCE-STATUS       PIC XX.
           88  WS-RELANCE-OK           VALUE "00".
       01  WS-AGEDRPT-STATUS       PIC XX.
           88  WS-AGEDRPT-OK           VALUE "00".
       01  WS-FEED-REG-STATUS      PIC XX.
           88  WS-FEED-REG-OK          VALUE "00".
           88  WS-FEED-REG-EOF         VALUE "10".
           88  WS-FEED-REG-ABSENT      VALUE "35".
       01  WS-FEED-NAME            PIC X(08) VALUE "RELANEXT".
       01  WS-FEED-CREATED         PIC 9(08) VALUE ZERO.
       01  WS-FEED-SEQUENCE        PIC 9(06) VALUE ZERO.
       01  WS-FEED-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-FEED-AMOUNT          PIC 9(11)V99 VALUE ZERO.
       01  WS-FEED-HASH            PIC 9(12) VALUE ZERO.
       01  WS-LAST-SEQUENCE        PIC 9(06) VALUE ZERO.
       01  WS-LAST-SEQ-FOUND       PIC X(01) VALUE "N".
           88  WS-LAST-SEQ-FOUND-YES   VALUE "Y".
       01  WS-HASH-KEY             PIC X(10).
       01  WS-KEY-HASH             PIC 9(12).
       01  WS-HASH-IDX             PIC 9(02).
       01  WS-TODAY                PIC 9(08).
       01  WS-TODAY-INT            PIC 9(07).
       01  WS-AGE-DAYS             PIC S9(07).
      * Seuils de relance en jours depuis FR-POSTING-DATE, et delai
      * laisse apres la relance finale avant de bloquer l'ouverture.
       01  WS-LEVEL-1-DAYS         PIC 9(03) VALUE 30.
       01  WS-LEVEL-2-DAYS         PIC 9(03) VALUE 60.
       01  WS-LEVEL-3-DAYS         PIC 9(03) VALUE 90.
       01  WS-FINAL-GRACE-DAYS     PIC 9(03) VALUE 30.
       01  WS-TARGET-LEVEL         PIC 9(01).
       01  WS-HIST-FOUND           PIC X(01).
           88  WS-HIST-FOUND-YES       VALUE "Y".
       01  WS-LETTER-SENT          PIC X(01).
           88  WS-LETTER-SENT-YES      VALUE "Y".
       01  WS-SORT-EOF             PIC X(01) VALUE "N".
           88  WS-SORT-DONE            VALUE "Y".
       01  WS-SCAN-EOF             PIC X(01) VALUE "N".
           88  WS-SCAN-DONE            VALUE "Y".
       01  WS-PREV-CUSTOMER        PIC X(10) VALUE LOW-VALUES.
       01  WS-CUST-OLDEST-DATE     PIC 9(08).
       01  WS-CUST-OLDEST-AGE      PIC 9(05).
       01  WS-CUST-CURRENT         PIC 9(09)V99 VALUE ZERO.
       01  WS-CUST-BUCKET-30       PIC 9(09)V99 VALUE ZERO.
       01  WS-CUST-BUCKET-60       PIC 9(09)V99 VALUE ZERO.
       01  WS-CUST-BUCKET-90       PIC 9(09)V99 VALUE ZERO.
       01  WS-CUST-OUTSTANDING     PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-CURRENT        PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-BUCKET-30      PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-BUCKET-60      PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-BUCKET-90      PIC 9(11)V99 VALUE ZERO.
       01  WS-CUSTOMER-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-LETTER-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-HOLD-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-NEW-HOLD-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-CLEARED-COUNT        PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "[BZHRLC01] Relance des frais de dossier impayes".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE (WS-TODAY) TO WS-TODAY-INT.
           PERFORM OPEN-COLLECTION-FILES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SA-CUSTOMER-ID
               ON ASCENDING KEY SA-POSTING-DATE
               INPUT PROCEDURE IS SELECT-OUTSTANDING-FEES
               OUTPUT PROCEDURE IS AGE-CUSTOMER-ARREARS.
           PERFORM CLEAR-SETTLED-HISTORY.
           PERFORM PRINT-AGED-TOTALS.
           PERFORM CLOSE-COLLECTION-FILES.
           DISPLAY "Clients en impaye : " WS-CUSTOMER-COUNT
               "  relances emises : " WS-LETTER-COUNT
               "  bloques : " WS-HOLD-COUNT
               "  soldes : " WS-CLEARED-COUNT
               "  sans adresse : " WS-NO-ADDRESS-COUNT.
           STOP RUN.

       OPEN-COLLECTION-FILES.
           OPEN INPUT FEE-LEDGER-FILE.
           IF WS-FEE-LEDGER-ABSENT
               DISPLAY "Aucun grand livre des frais a relancer."
               STOP RUN
           END-IF.
           IF NOT WS-FEE-LEDGER-OK
               DISPLAY "Impossible d'ouvrir le grand livre des frais."
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-DOSSIER-FILE.
           IF NOT WS-DOSSIER-OK
               DISPLAY "Impossible d'ouvrir le dossier client."
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
           OPEN I-O COLLECTIONS-HISTORY-FILE.
           IF WS-COLL-HIST-ABSENT
               OPEN OUTPUT COLLECTIONS-HISTORY-FILE
               CLOSE COLLECTIONS-HISTORY-FILE
               OPEN I-O COLLECTIONS-HISTORY-FILE
           END-IF.
           IF NOT WS-COLL-HIST-OK
               DISPLAY "Impossible d'ouvrir l'historique des "
                   "relances."
               STOP RUN
           END-IF.
           OPEN OUTPUT RELANCE-EXTRACT-FILE.
           IF NOT WS-RELANCE-OK
               DISPLAY "Impossible de creer l'extrait des relances."
               STOP RUN
           END-IF.
           PERFORM WRITE-FEED-HEADER.
           OPEN OUTPUT AGED-REPORT-FILE.
           IF NOT WS-AGEDRPT-OK
               DISPLAY "Impossible de creer la balance agee."
               STOP RUN
           END-IF.

       CLOSE-COLLECTION-FILES.
           CLOSE FEE-LEDGER-FILE.
           CLOSE CUSTOMER-DOSSIER-FILE.
           IF WS-ADDRESS-OPENED-YES
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.
           CLOSE COLLECTIONS-HISTORY-FILE.
           PERFORM WRITE-FEED-TRAILER.
           CLOSE RELANCE-EXTRACT-FILE.
           PERFORM REGISTER-OUTBOUND-FEED.
           CLOSE AGED-REPORT-FILE.

      * ---- selection des frais encore impayes -----------------------
       SELECT-OUTSTANDING-FEES.
           PERFORM UNTIL WS-FEE-LEDGER-EOF
               READ FEE-LEDGER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FR-OUTSTANDING
                           PERFORM RELEASE-ONE-ARREAR
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-ARREAR.
           COMPUTE WS-AGE-DAYS =
               WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE (FR-POSTING-DATE).
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           MOVE FR-CUSTOMER-ID TO SA-CUSTOMER-ID.
           MOVE FR-POSTING-DATE TO SA-POSTING-DATE.
           MOVE FR-COMPUTED-FEE TO SA-COMPUTED-FEE.
           MOVE WS-AGE-DAYS TO SA-AGE-DAYS.
           RELEASE SORT-ARREARS-RECORD.

      * ---- balance agee et niveau de relance par client -------------
       AGE-CUSTOMER-ARREARS.
           MOVE LOW-VALUES TO WS-PREV-CUSTOMER.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM PRINT-AGED-HEADER.
           PERFORM UNTIL WS-SORT-DONE
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM AGE-ONE-ARREAR
               END-RETURN
           END-PERFORM.
           IF WS-PREV-CUSTOMER NOT = LOW-VALUES
               PERFORM CLOSE-CUSTOMER-ARREARS
           END-IF.

       AGE-ONE-ARREAR.
           IF SA-CUSTOMER-ID NOT = WS-PREV-CUSTOMER
               IF WS-PREV-CUSTOMER NOT = LOW-VALUES
                   PERFORM CLOSE-CUSTOMER-ARREARS
               END-IF
               MOVE SA-CUSTOMER-ID TO WS-PREV-CUSTOMER
               MOVE SA-POSTING-DATE TO WS-CUST-OLDEST-DATE
               MOVE SA-AGE-DAYS TO WS-CUST-OLDEST-AGE
               MOVE ZERO TO WS-CUST-CURRENT
               MOVE ZERO TO WS-CUST-BUCKET-30
               MOVE ZERO TO WS-CUST-BUCKET-60
               MOVE ZERO TO WS-CUST-BUCKET-90
               MOVE ZERO TO WS-CUST-OUTSTANDING
           END-IF.
           EVALUATE TRUE
               WHEN SA-AGE-DAYS >= WS-LEVEL-3-DAYS
                   ADD SA-COMPUTED-FEE TO WS-CUST-BUCKET-90
               WHEN SA-AGE-DAYS >= WS-LEVEL-2-DAYS
                   ADD SA-COMPUTED-FEE TO WS-CUST-BUCKET-60
               WHEN SA-AGE-DAYS >= WS-LEVEL-1-DAYS
                   ADD SA-COMPUTED-FEE TO WS-CUST-BUCKET-30
               WHEN OTHER
                   ADD SA-COMPUTED-FEE TO WS-CUST-CURRENT
           END-EVALUATE.
           ADD SA-COMPUTED-FEE TO WS-CUST-OUTSTANDING.

       CLOSE-CUSTOMER-ARREARS.
           ADD 1 TO WS-CUSTOMER-COUNT.
           ADD WS-CUST-CURRENT TO WS-TOTAL-CURRENT.
           ADD WS-CUST-BUCKET-30 TO WS-TOTAL-BUCKET-30.
           ADD WS-CUST-BUCKET-60 TO WS-TOTAL-BUCKET-60.
           ADD WS-CUST-BUCKET-90 TO WS-TOTAL-BUCKET-90.
           EVALUATE TRUE
               WHEN WS-CUST-OLDEST-AGE >= WS-LEVEL-3-DAYS
                   MOVE 3 TO WS-TARGET-LEVEL
               WHEN WS-CUST-OLDEST-AGE >= WS-LEVEL-2-DAYS
                   MOVE 2 TO WS-TARGET-LEVEL
               WHEN WS-CUST-OLDEST-AGE >= WS-LEVEL-1-DAYS
                   MOVE 1 TO WS-TARGET-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-TARGET-LEVEL
           END-EVALUATE.
           MOVE WS-PREV-CUSTOMER TO CD-CUSTOMER-ID.
           READ CUSTOMER-DOSSIER-FILE
               KEY IS CD-CUSTOMER-ID
               INVALID KEY
                   MOVE SPACES TO CD-CUSTOMER-NAME
                   MOVE SPACES TO CD-BRANCH
           END-READ.
           PERFORM READ-COLLECTIONS-HISTORY.
           PERFORM APPLY-REMINDER-LEVEL.
           MOVE WS-CUST-OLDEST-DATE TO CH-OLDEST-POSTING-DATE.
           MOVE WS-CUST-OUTSTANDING TO CH-OUTSTANDING-AMOUNT.
           MOVE WS-TODAY TO CH-LAST-RUN-DATE.
           PERFORM SAVE-COLLECTIONS-HISTORY.
           PERFORM PRINT-AGED-LINE.

       READ-COLLECTIONS-HISTORY.
           MOVE "N" TO WS-HIST-FOUND.
           MOVE WS-PREV-CUSTOMER TO CH-CUSTOMER-ID.
           READ COLLECTIONS-HISTORY-FILE
               KEY IS CH-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HIST-FOUND
           END-READ.
           IF NOT WS-HIST-FOUND-YES
               MOVE WS-PREV-CUSTOMER TO CH-CUSTOMER-ID
               MOVE ZERO TO CH-REMINDER-LEVEL
               MOVE ZERO TO CH-LAST-REMINDER-DATE
               SET CH-NOT-ON-HOLD TO TRUE
               MOVE ZERO TO CH-HOLD-DATE
           END-IF.

      * Une relance n'est emise que lorsque le client franchit un
      * nouveau palier ; si les frais les plus anciens ont ete regles
      * entre-temps, le niveau redescend avec le plus ancien impaye
      * restant. Le blocage n'intervient qu'une fois la relance
      * finale restee sans effet pendant WS-FINAL-GRACE-DAYS jours.
       APPLY-REMINDER-LEVEL.
           MOVE "N" TO WS-LETTER-SENT.
           EVALUATE TRUE
               WHEN WS-TARGET-LEVEL > CH-REMINDER-LEVEL
                   MOVE WS-TARGET-LEVEL TO CH-REMINDER-LEVEL
                   MOVE WS-TODAY TO CH-LAST-REMINDER-DATE
                   PERFORM WRITE-RELANCE-LINE
               WHEN WS-TARGET-LEVEL < CH-REMINDER-LEVEL
                   MOVE WS-TARGET-LEVEL TO CH-REMINDER-LEVEL
                   SET CH-NOT-ON-HOLD TO TRUE
                   MOVE ZERO TO CH-HOLD-DATE
               WHEN CH-LEVEL-FINAL AND CH-NOT-ON-HOLD
                   IF WS-TODAY-INT
                           - FUNCTION INTEGER-OF-DATE
                               (CH-LAST-REMINDER-DATE)
                           >= WS-FINAL-GRACE-DAYS
                       SET CH-ON-HOLD TO TRUE
                       MOVE WS-TODAY TO CH-HOLD-DATE
                       ADD 1 TO WS-NEW-HOLD-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF CH-ON-HOLD
               ADD 1 TO WS-HOLD-COUNT
           END-IF.

       SAVE-COLLECTIONS-HISTORY.
           IF WS-HIST-FOUND-YES
               REWRITE COLLECTIONS-HISTORY-RECORD
           ELSE
               WRITE COLLECTIONS-HISTORY-RECORD
           END-IF.
           IF NOT WS-COLL-HIST-OK
               DISPLAY "Historique des relances en echec : "
                   WS-COLL-HIST-STATUS " pour " CH-CUSTOMER-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-RELANCE-LINE.
           MOVE "Y" TO WS-LETTER-SENT.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE SPACES TO RELANCE-EXTRACT-RECORD.
           MOVE WS-PREV-CUSTOMER TO RX-CUSTOMER-ID.
           MOVE CD-CUSTOMER-NAME TO RX-CUSTOMER-NAME.
           MOVE CD-BRANCH TO RX-BRANCH.
           MOVE CH-REMINDER-LEVEL TO RX-REMINDER-LEVEL.
           MOVE WS-CUST-OUTSTANDING TO RX-AMOUNT-DUE.
           MOVE WS-CUST-OLDEST-DATE TO RX-OLDEST-DATE.
           PERFORM FILL-RELANCE-ADDRESS.
           MOVE RX-CUSTOMER-ID TO WS-HASH-KEY.
           PERFORM COUNT-FEED-RECORD.
           WRITE RELANCE-EXTRACT-RECORD.
           IF NOT WS-RELANCE-OK
               DISPLAY "Extrait des relances en echec : "
                   WS-RELANCE-STATUS " pour " RX-CUSTOMER-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       FILL-RELANCE-ADDRESS.
           IF WS-ADDRESS-OPENED-YES
               MOVE WS-PREV-CUSTOMER TO PA-CUSTOMER-ID
               READ CUSTOMER-ADDRESS-FILE
                   KEY IS PA-CUSTOMER-ID
                   INVALID KEY
                       MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
                       ADD 1 TO WS-NO-ADDRESS-COUNT
                       DISPLAY "Adresse postale absente pour "
                           WS-PREV-CUSTOMER
               END-READ
           ELSE
               MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
               ADD 1 TO WS-NO-ADDRESS-COUNT
           END-IF.
           MOVE PA-ADDRESS-LINE-1 TO RX-ADDRESS-LINE-1.
           MOVE PA-ADDRESS-LINE-2 TO RX-ADDRESS-LINE-2.
           MOVE PA-POSTCODE TO RX-POSTCODE.
           MOVE PA-CITY TO RX-CITY.

      * ---- clients revenus a jour depuis la derniere relance --------
       CLEAR-SETTLED-HISTORY.
           MOVE LOW-VALUES TO CH-CUSTOMER-ID.
           START COLLECTIONS-HISTORY-FILE
               KEY IS NOT LESS THAN CH-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-DONE
               READ COLLECTIONS-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF CH-LAST-RUN-DATE NOT = WS-TODAY
                           PERFORM CLEAR-ONE-HISTORY
                       END-IF
               END-READ
           END-PERFORM.

       CLEAR-ONE-HISTORY.
           IF CH-LEVEL-NONE AND CH-NOT-ON-HOLD
                   AND CH-OUTSTANDING-AMOUNT = ZERO
               CONTINUE
           ELSE
               ADD 1 TO WS-CLEARED-COUNT
               MOVE ZERO TO CH-REMINDER-LEVEL
               MOVE ZERO TO CH-OLDEST-POSTING-DATE
               MOVE ZERO TO CH-OUTSTANDING-AMOUNT
               SET CH-NOT-ON-HOLD TO TRUE
               MOVE ZERO TO CH-HOLD-DATE
               MOVE WS-TODAY TO CH-LAST-RUN-DATE
               REWRITE COLLECTIONS-HISTORY-RECORD
               IF NOT WS-COLL-HIST-OK
                   DISPLAY "Historique des relances en echec : "
                       WS-COLL-HIST-STATUS " pour " CH-CUSTOMER-ID
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * ---- balance agee ---------------------------------------------
       PRINT-AGED-HEADER.
           MOVE SPACES TO AG-TEXT-VIEW.
           STRING "BALANCE AGEE DES FRAIS DE DOSSIER - " WS-TODAY
               DELIMITED BY SIZE INTO AG-TEXT-VIEW.
           WRITE AGED-LINE-RECORD.
           MOVE "CLIENT     AGENCE         COURANT     30-59 J"
               TO AG-TEXT-VIEW.
           MOVE "     60-89 J       90+ J N ETAT"
               TO AG-TEXT-VIEW (46:35).
           WRITE AGED-LINE-RECORD.

       PRINT-AGED-LINE.
           MOVE SPACES TO AGED-LINE-RECORD.
           MOVE WS-PREV-CUSTOMER TO AG-CUSTOMER-ID.
           MOVE CD-BRANCH TO AG-BRANCH.
           MOVE WS-CUST-CURRENT TO AG-CURRENT.
           MOVE WS-CUST-BUCKET-30 TO AG-BUCKET-30.
           MOVE WS-CUST-BUCKET-60 TO AG-BUCKET-60.
           MOVE WS-CUST-BUCKET-90 TO AG-BUCKET-90.
           MOVE CH-REMINDER-LEVEL TO AG-LEVEL.
           EVALUATE TRUE
               WHEN CH-ON-HOLD
                   MOVE "BLOQUE" TO AG-FLAG
               WHEN WS-LETTER-SENT-YES
                   MOVE "RELANCE" TO AG-FLAG
               WHEN OTHER
                   MOVE SPACES TO AG-FLAG
           END-EVALUATE.
           WRITE AGED-LINE-RECORD.

       PRINT-AGED-TOTALS.
           MOVE SPACES TO AG-TEXT-VIEW.
           WRITE AGED-LINE-RECORD.
           MOVE SPACES TO AGED-LINE-RECORD.
           MOVE "TOTAL" TO AG-CUSTOMER-ID.
           MOVE WS-TOTAL-CURRENT TO AG-CURRENT.
           MOVE WS-TOTAL-BUCKET-30 TO AG-BUCKET-30.
           MOVE WS-TOTAL-BUCKET-60 TO AG-BUCKET-60.
           MOVE WS-TOTAL-BUCKET-90 TO AG-BUCKET-90.
           WRITE AGED-LINE-RECORD.
           MOVE SPACES TO AG-TEXT-VIEW.
           STRING "Clients en impaye : " WS-CUSTOMER-COUNT
               "  relances emises : " WS-LETTER-COUNT
               DELIMITED BY SIZE INTO AG-TEXT-VIEW.
           WRITE AGED-LINE-RECORD.
           MOVE SPACES TO AG-TEXT-VIEW.
           STRING "Bloques a l'ouverture : " WS-HOLD-COUNT
               "  dont nouveaux : " WS-NEW-HOLD-COUNT
               "  revenus a jour : " WS-CLEARED-COUNT
               DELIMITED BY SIZE INTO AG-TEXT-VIEW.
           WRITE AGED-LINE-RECORD.

      * ---- entete et enqueue du flux RELANEXT -----------------------
      * Le flux emis porte le numero de sequence qui suit le dernier
      * flux RELANEXT inscrit au registre ; l'enqueue reprend le nombre
      * d'enregistrements, le total des montants dus et le total de
      * controle des identifiants.
       WRITE-FEED-HEADER.
           PERFORM FIND-LAST-FEED-SEQUENCE.
           COMPUTE WS-FEED-SEQUENCE = WS-LAST-SEQUENCE + 1.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FEED-CREATED.
           MOVE SPACES TO RELANCE-EXTRACT-CONTROL-RECORD.
           SET RX-CTL-HEADER TO TRUE.
           MOVE WS-FEED-NAME TO RX-CTL-FEED-NAME.
           MOVE "BZHRLC01" TO RX-CTL-SOURCE.
           MOVE WS-FEED-CREATED TO RX-CTL-CREATED.
           MOVE WS-FEED-SEQUENCE TO RX-CTL-SEQUENCE.
           WRITE RELANCE-EXTRACT-CONTROL-RECORD.
           IF NOT WS-RELANCE-OK
               DISPLAY "Entete de l'extrait des relances en echec : "
                   WS-RELANCE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       COUNT-FEED-RECORD.
           ADD 1 TO WS-FEED-COUNT.
           ADD RX-AMOUNT-DUE TO WS-FEED-AMOUNT.
           PERFORM COMPUTE-KEY-HASH.
           COMPUTE WS-FEED-HASH = FUNCTION MOD
               (WS-FEED-HASH + WS-KEY-HASH 999999999989).

       WRITE-FEED-TRAILER.
           MOVE SPACES TO RELANCE-EXTRACT-CONTROL-RECORD.
           SET RX-CTL-TRAILER TO TRUE.
           MOVE WS-FEED-NAME TO RX-CTL-FEED-NAME.
           MOVE WS-FEED-COUNT TO RX-CTL-COUNT.
           MOVE WS-FEED-AMOUNT TO RX-CTL-AMOUNT.
           MOVE WS-FEED-HASH TO RX-CTL-HASH.
           WRITE RELANCE-EXTRACT-CONTROL-RECORD.
           IF NOT WS-RELANCE-OK
               DISPLAY "Enqueue de l'extrait des relances en echec : "
                   WS-RELANCE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

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
           MOVE "BZHRLC01" TO FG-SOURCE.
           MOVE WS-FEED-CREATED TO FG-CREATED.
           MOVE WS-FEED-SEQUENCE TO FG-FEED-SEQUENCE.
           MOVE WS-FEED-COUNT TO FG-RECORD-COUNT.
           MOVE WS-FEED-AMOUNT TO FG-AMOUNT-TOTAL.
           MOVE WS-FEED-HASH TO FG-HASH-TOTAL.
           MOVE "BZHRLC01" TO FG-PROGRAM.
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
