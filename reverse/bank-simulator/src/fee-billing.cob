               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-CUSTOMER-ID
               FILE STATUS IS WS-PAY-WORK-STATUS.
           SELECT FEE-SETTLEMENT-FILE ASSIGN TO "FEESETL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-LOG-STATUS.
           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-REG-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
           05  PW-CUSTOMER-ID          PIC X(10).
           05  PW-AMOUNT-LEFT          PIC 9(11)V99.

       FD  FEE-SETTLEMENT-FILE.
       COPY "feesetl.cpy".

       FD  FEED-REGISTRY-FILE.
       COPY "feedreg.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-FEE-RECORD.
           05  SF-CUSTOMER-ID          PIC X(10).
           88  WS-STATEMENT-OK         VALUE "00".
       01  WS-PAY-WORK-STATUS      PIC XX.
           88  WS-PAY-WORK-OK          VALUE "00".
       01  WS-SETTLE-LOG-STATUS    PIC XX.
           88  WS-SETTLE-LOG-OK        VALUE "00".
           88  WS-SETTLE-LOG-ABSENT    VALUE "35".
       01  WS-PAYMENTS-OPENED      PIC X(01) VALUE "N".
           88  WS-PAYMENTS-OPENED-YES  VALUE "Y".
       01  WS-FEED-REG-STATUS      PIC XX.
           88  WS-FEED-REG-OK          VALUE "00".
           88  WS-FEED-REG-EOF         VALUE "10".
           88  WS-FEED-REG-ABSENT      VALUE "35".
       01  WS-FEED-NAME            PIC X(08) VALUE "PAYMENTS".
       01  WS-FEED-HEADER-SEEN     PIC X(01) VALUE "N".
           88  WS-FEED-HEADER-SEEN-YES VALUE "Y".
       01  WS-FEED-TRAILER-SEEN    PIC X(01) VALUE "N".
           88  WS-FEED-TRAILER-SEEN-YES VALUE "Y".
       01  WS-FEED-REJECT          PIC X(10) VALUE SPACES.
           88  WS-FEED-CLEAN           VALUE SPACES.
       01  WS-FEED-OUTCOME         PIC X(01).
       01  WS-FEED-SOURCE          PIC X(08) VALUE SPACES.
       01  WS-FEED-CREATED         PIC 9(08) VALUE ZERO.
       01  WS-FEED-SEQUENCE        PIC 9(06) VALUE ZERO.
       01  WS-FEED-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-FEED-AMOUNT          PIC 9(11)V99 VALUE ZERO.
       01  WS-FEED-HASH            PIC 9(12) VALUE ZERO.
       01  WS-TRAILER-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-TRAILER-AMOUNT       PIC 9(11)V99 VALUE ZERO.
       01  WS-TRAILER-HASH         PIC 9(12) VALUE ZERO.
       01  WS-LAST-SEQUENCE        PIC 9(06) VALUE ZERO.
       01  WS-LAST-SEQ-FOUND       PIC X(01) VALUE "N".
           88  WS-LAST-SEQ-FOUND-YES   VALUE "Y".
       01  WS-HASH-KEY             PIC X(10).
       01  WS-KEY-HASH             PIC 9(12).
       01  WS-HASH-IDX             PIC 9(02).
       01  WS-BILL-PERIOD          PIC X(06).
       01  WS-BILL-PERIOD-NUM REDEFINES WS-BILL-PERIOD PIC 9(06).
       01  WS-TODAY                PIC 9(08).
               INPUT PROCEDURE IS RECONCILE-LEDGER
               OUTPUT PROCEDURE IS PRINT-STATEMENTS.
           PERFORM CLOSE-BILLING-FILES.
           IF WS-PAYMENTS-OPENED-YES
               MOVE "A" TO WS-FEED-OUTCOME
               PERFORM REGISTER-INBOUND-FEED
           END-IF.
           DISPLAY "Frais factures : " WS-FEES-BILLED.
           MOVE WS-GRAND-OUTSTANDING TO WS-EDIT-AMOUNT.
           DISPLAY "Encours impaye total : " WS-EDIT-AMOUNT.
           OPEN INPUT PAYMENTS-FILE.
           IF WS-PAYMENTS-OK
               MOVE "Y" TO WS-PAYMENTS-OPENED
               PERFORM CHECK-PAYMENTS-FEED
           ELSE
               IF NOT WS-PAYMENTS-ABSENT
                   DISPLAY "Impossible d'ouvrir le fichier des "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND FEE-SETTLEMENT-FILE.
           IF WS-SETTLE-LOG-ABSENT
               OPEN OUTPUT FEE-SETTLEMENT-FILE
           END-IF.
           IF NOT WS-SETTLE-LOG-OK
               DISPLAY "Impossible d'ouvrir le journal des "
                   "reglements."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-BILLING-FILES.
           CLOSE FEE-LEDGER-FILE.
           END-IF.
           CLOSE BILLING-STATEMENT-FILE.
           CLOSE PAYMENT-WORK-FILE.
           CLOSE FEE-SETTLEMENT-FILE.

       LOAD-PAYMENTS.
           IF NOT WS-PAYMENTS-OPENED-YES
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NOT PY-CTL-HEADER AND NOT PY-CTL-TRAILER
                           PERFORM POOL-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.

                   END-IF
                   SET FR-SETTLED TO TRUE
                   REWRITE FEE-RECORD
                   PERFORM LOG-SETTLEMENT
               END-IF
           END-IF.

       LOG-SETTLEMENT.
           MOVE FR-CUSTOMER-ID TO FS-CUSTOMER-ID.
           MOVE FR-POSTING-DATE TO FS-POSTING-DATE.
           MOVE FR-COMPUTED-FEE TO FS-AMOUNT.
           MOVE WS-BILL-PERIOD-NUM TO FS-BILL-PERIOD.
           MOVE FUNCTION CURRENT-DATE TO FS-TIMESTAMP.
           WRITE FEE-SETTLEMENT-RECORD.
           IF NOT WS-SETTLE-LOG-OK
               DISPLAY "Journal des reglements en echec : "
                   WS-SETTLE-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELEASE-ONE-FEE.
           ADD 1 TO WS-FEES-BILLED.
           MOVE FR-CUSTOMER-ID TO SF-CUSTOMER-ID.
           WRITE BILLING-LINE-RECORD.
           MOVE SPACES TO BL-TEXT-VIEW.
           WRITE BILLING-LINE-RECORD.

      * ---- controle du flux PAYMENTS avant toute mise a jour --------
      * Un premier passage verifie entete, enqueue, comptage, total des
      * montants et numero de sequence : au moindre ecart le flux est
      * rejete en entier et la facturation n'est pas lancee.
       CHECK-PAYMENTS-FEED.
           PERFORM UNTIL WS-PAYMENTS-EOF
               READ PAYMENTS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CHECK-ONE-FEED-RECORD
               END-READ
           END-PERFORM.
           PERFORM CHECK-FEED-TOTALS.
           IF WS-FEED-CLEAN
               PERFORM CHECK-FEED-SEQUENCE
           END-IF.
           CLOSE PAYMENTS-FILE.
           IF NOT WS-FEED-CLEAN
               CLOSE FEE-LEDGER-FILE
               MOVE "R" TO WS-FEED-OUTCOME
               PERFORM REGISTER-INBOUND-FEED
               DISPLAY "Flux PAYMENTS sequence " WS-FEED-SEQUENCE
                   " rejete (" WS-FEED-REJECT "), aucune mise a jour."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAYMENTS-FILE.
           IF NOT WS-PAYMENTS-OK
               DISPLAY "Impossible de relire le fichier des "
                   "reglements."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Flux PAYMENTS sequence " WS-FEED-SEQUENCE
               " controle : " WS-FEED-COUNT " reglement(s).".

       CHECK-ONE-FEED-RECORD.
           EVALUATE TRUE
               WHEN PY-CTL-HEADER
                   IF (WS-FEED-HEADER-SEEN-YES OR WS-FEED-COUNT > ZERO)
                           AND WS-FEED-CLEAN
                       MOVE "ENTETE" TO WS-FEED-REJECT
                   END-IF
                   IF PY-CTL-FEED-NAME NOT = WS-FEED-NAME
                           AND WS-FEED-CLEAN
                       MOVE "FLUX" TO WS-FEED-REJECT
                   END-IF
                   MOVE "Y" TO WS-FEED-HEADER-SEEN
                   MOVE PY-CTL-SOURCE TO WS-FEED-SOURCE
                   MOVE PY-CTL-CREATED TO WS-FEED-CREATED
                   MOVE PY-CTL-SEQUENCE TO WS-FEED-SEQUENCE
               WHEN PY-CTL-TRAILER
                   IF WS-FEED-TRAILER-SEEN-YES AND WS-FEED-CLEAN
                       MOVE "QUEUE" TO WS-FEED-REJECT
                   END-IF
                   MOVE "Y" TO WS-FEED-TRAILER-SEEN
                   MOVE PY-CTL-COUNT TO WS-TRAILER-COUNT
                   MOVE PY-CTL-AMOUNT TO WS-TRAILER-AMOUNT
                   MOVE PY-CTL-HASH TO WS-TRAILER-HASH
               WHEN OTHER
                   IF NOT WS-FEED-HEADER-SEEN-YES AND WS-FEED-CLEAN
                       MOVE "ENTETE" TO WS-FEED-REJECT
                   END-IF
                   IF WS-FEED-TRAILER-SEEN-YES AND WS-FEED-CLEAN
                       MOVE "QUEUE" TO WS-FEED-REJECT
                   END-IF
                   ADD 1 TO WS-FEED-COUNT
                   ADD PY-AMOUNT TO WS-FEED-AMOUNT
                   MOVE PY-CUSTOMER-ID TO WS-HASH-KEY
                   PERFORM COMPUTE-KEY-HASH
                   COMPUTE WS-FEED-HASH = FUNCTION MOD
                       (WS-FEED-HASH + WS-KEY-HASH 999999999989)
           END-EVALUATE.

       CHECK-FEED-TOTALS.
           IF WS-FEED-CLEAN
               EVALUATE TRUE
                   WHEN NOT WS-FEED-HEADER-SEEN-YES
                       MOVE "ENTETE" TO WS-FEED-REJECT
                   WHEN NOT WS-FEED-TRAILER-SEEN-YES
                       MOVE "QUEUE" TO WS-FEED-REJECT
                   WHEN WS-TRAILER-COUNT NOT = WS-FEED-COUNT
                       MOVE "COMPTAGE" TO WS-FEED-REJECT
                   WHEN WS-TRAILER-AMOUNT NOT = WS-FEED-AMOUNT
                       MOVE "MONTANT" TO WS-FEED-REJECT
                   WHEN WS-TRAILER-HASH NOT = WS-FEED-HASH
                       MOVE "HASH" TO WS-FEED-REJECT
               END-EVALUATE
           END-IF.

      * Le numero de sequence doit suivre exactement le dernier flux
      * accepte ; le tout premier flux recu fixe le point de depart.
       CHECK-FEED-SEQUENCE.
           PERFORM FIND-LAST-FEED-SEQUENCE.
           IF WS-LAST-SEQ-FOUND-YES
               IF WS-FEED-SEQUENCE NOT > WS-LAST-SEQUENCE
                   MOVE "DOUBLON" TO WS-FEED-REJECT
               ELSE
                   IF WS-FEED-SEQUENCE > WS-LAST-SEQUENCE + 1
                       MOVE "SAUT" TO WS-FEED-REJECT
                   END-IF
               END-IF
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
      * Un flux annule par une restauration est de nouveau attendu,
      * ainsi que tous ceux acceptes apres lui.
                           IF FG-FEED-NAME = WS-FEED-NAME
                                   AND FG-CANCELLED
                                   AND FG-FEED-SEQUENCE
                                       NOT > WS-LAST-SEQUENCE
                               COMPUTE WS-LAST-SEQUENCE =
                                   FG-FEED-SEQUENCE - 1
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

       REGISTER-INBOUND-FEED.
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
           SET FG-INBOUND TO TRUE.
           MOVE WS-FEED-SOURCE TO FG-SOURCE.
           MOVE WS-FEED-CREATED TO FG-CREATED.
           MOVE WS-FEED-SEQUENCE TO FG-FEED-SEQUENCE.
           MOVE WS-FEED-COUNT TO FG-RECORD-COUNT.
           MOVE WS-FEED-AMOUNT TO FG-AMOUNT-TOTAL.
           MOVE WS-FEED-HASH TO FG-HASH-TOTAL.
           MOVE "BZHBIL01" TO FG-PROGRAM.
           MOVE WS-FEED-OUTCOME TO FG-STATUS.
           MOVE WS-FEED-REJECT TO FG-REJECT-REASON.
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
