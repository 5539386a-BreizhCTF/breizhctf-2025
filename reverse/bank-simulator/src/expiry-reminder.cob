               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUSTOMER-ID
               FILE STATUS IS WS-DOSSIER-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CUSTOMER-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT TRANS-LOG-FILE ASSIGN TO "TRANSLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-LOG-STATUS.
           SELECT REMINDER-EXTRACT-FILE ASSIGN TO "RMNDEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMINDER-STATUS.
           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-REG-STATUS.
           SELECT CALL-LIST-FILE ASSIGN TO "CALLLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALLLIST-STATUS.
       FD  CUSTOMER-DOSSIER-FILE.
       COPY "custdoss.cpy".

       FD  CUSTOMER-ADDRESS-FILE.
       COPY "custaddr.cpy".

       FD  TRANS-LOG-FILE.
       COPY "translog.cpy".

       FD  REMINDER-EXTRACT-FILE.
       COPY "mailext.cpy".

       FD  FEED-REGISTRY-FILE.
       COPY "feedreg.cpy".

       FD  CALL-LIST-FILE.
       COPY "callline.cpy".

           88  WS-LETTRE-EOF           VALUE "10".
       01  WS-DOSSIER-STATUS       PIC XX.
           88  WS-DOSSIER-OK           VALUE "00".
       01  WS-ADDRESS-STATUS       PIC XX.
           88  WS-ADDRESS-OK           VALUE "00".
           88  WS-ADDRESS-ABSENT       VALUE "35".
       01  WS-ADDRESS-OPENED       PIC X(01) VALUE "N".
           88  WS-ADDRESS-OPENED-YES   VALUE "Y".
       01  WS-NO-ADDRESS-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-TRANS-LOG-STATUS     PIC XX.
           88  WS-TRANS-LOG-OK         VALUE "00".
           88  WS-TRANS-LOG-EOF        VALUE "10".
           88  WS-TRANS-LOG-OPENED-YES VALUE "Y".
       01  WS-HORIZON-INPUT        PIC X(03).
       01  WS-HORIZON-DAYS         PIC 9(03) VALUE 15.
       01  WS-FEED-REG-STATUS      PIC XX.
           88  WS-FEED-REG-OK          VALUE "00".
           88  WS-FEED-REG-EOF         VALUE "10".
           88  WS-FEED-REG-ABSENT      VALUE "35".
       01  WS-FEED-NAME            PIC X(08) VALUE "RMNDEXT".
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
       01  WS-TODAY                PIC 9(08).
       01  WS-TODAY-INT            PIC 9(07).
       01  WS-DAYS-LEFT            PIC S9(07).
               OUTPUT PROCEDURE IS PRINT-CALL-LISTS.
           PERFORM CLOSE-REMINDER-FILES.
           DISPLAY "Relances emises : " WS-REMINDER-COUNT
               "  deja tentes : " WS-ATTEMPTED-COUNT
               "  sans adresse : " WS-NO-ADDRESS-COUNT.
           STOP RUN.

       OPEN-REMINDER-FILES.
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
           OPEN INPUT TRANS-LOG-FILE.
           IF WS-TRANS-LOG-OK
               MOVE "Y" TO WS-TRANS-LOG-OPENED
               DISPLAY "Impossible de creer l'extrait de relance."
               STOP RUN
           END-IF.
           PERFORM WRITE-FEED-HEADER.
           OPEN OUTPUT CALL-LIST-FILE.
           IF NOT WS-CALLLIST-OK
               DISPLAY "Impossible de creer la liste d'appels."
       CLOSE-REMINDER-FILES.
           CLOSE LETTRE-CODES-FILE.
           CLOSE CUSTOMER-DOSSIER-FILE.
           IF WS-ADDRESS-OPENED-YES
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.
           CLOSE ATTEMPT-WORK-FILE.
           PERFORM WRITE-FEED-TRAILER.
           CLOSE REMINDER-EXTRACT-FILE.
           PERFORM REGISTER-OUTBOUND-FEED.
           CLOSE CALL-LIST-FILE.

      * ---- clients ayant deja tente, via fichier de travail ---------
           MOVE SR-BRANCH TO MX-BRANCH.
           MOVE SR-ISSUED-CODE TO MX-ISSUED-CODE.
           MOVE SR-EXPIRY-DATE TO MX-EXPIRY-DATE.
           PERFORM FILL-REMINDER-ADDRESS.
           MOVE MX-CUSTOMER-ID TO WS-HASH-KEY.
           PERFORM COUNT-FEED-RECORD.
           WRITE MAILING-EXTRACT-RECORD.

       FILL-REMINDER-ADDRESS.
           IF WS-ADDRESS-OPENED-YES
               MOVE SR-CUSTOMER-ID TO PA-CUSTOMER-ID
               READ CUSTOMER-ADDRESS-FILE
                   KEY IS PA-CUSTOMER-ID
                   INVALID KEY
                       MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
                       ADD 1 TO WS-NO-ADDRESS-COUNT
                       DISPLAY "Adresse postale absente pour "
                           SR-CUSTOMER-ID
               END-READ
           ELSE
               MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
               ADD 1 TO WS-NO-ADDRESS-COUNT
           END-IF.
           MOVE PA-ADDRESS-LINE-1 TO MX-ADDRESS-LINE-1.
           MOVE PA-ADDRESS-LINE-2 TO MX-ADDRESS-LINE-2.
           MOVE PA-POSTCODE TO MX-POSTCODE.
           MOVE PA-CITY TO MX-CITY.

      * ---- entete et enqueue du flux RMNDEXT ------------------------
      * Le flux emis porte le numero de sequence qui suit le dernier
      * flux RMNDEXT inscrit au registre ; l'enqueue reprend le nombre
      * d'enregistrements et le total de controle des identifiants.
       WRITE-FEED-HEADER.
           PERFORM FIND-LAST-FEED-SEQUENCE.
           COMPUTE WS-FEED-SEQUENCE = WS-LAST-SEQUENCE + 1.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FEED-CREATED.
           MOVE SPACES TO MAILING-EXTRACT-CONTROL-RECORD.
           SET MX-CTL-HEADER TO TRUE.
           MOVE WS-FEED-NAME TO MX-CTL-FEED-NAME.
           MOVE "BZHEXP01" TO MX-CTL-SOURCE.
           MOVE WS-FEED-CREATED TO MX-CTL-CREATED.
           MOVE WS-FEED-SEQUENCE TO MX-CTL-SEQUENCE.
           WRITE MAILING-EXTRACT-CONTROL-RECORD.

       COUNT-FEED-RECORD.
           ADD 1 TO WS-FEED-COUNT.
           PERFORM COMPUTE-KEY-HASH.
           COMPUTE WS-FEED-HASH = FUNCTION MOD
               (WS-FEED-HASH + WS-KEY-HASH 999999999989).

       WRITE-FEED-TRAILER.
           MOVE SPACES TO MAILING-EXTRACT-CONTROL-RECORD.
           SET MX-CTL-TRAILER TO TRUE.
           MOVE WS-FEED-NAME TO MX-CTL-FEED-NAME.
           MOVE WS-FEED-COUNT TO MX-CTL-COUNT.
           MOVE ZERO TO MX-CTL-AMOUNT.
           MOVE WS-FEED-HASH TO MX-CTL-HASH.
           WRITE MAILING-EXTRACT-CONTROL-RECORD.

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
           MOVE "BZHEXP01" TO FG-SOURCE.
           MOVE WS-FEED-CREATED TO FG-CREATED.
           MOVE WS-FEED-SEQUENCE TO FG-FEED-SEQUENCE.
           MOVE WS-FEED-COUNT TO FG-RECORD-COUNT.
           MOVE ZERO TO FG-AMOUNT-TOTAL.
           MOVE WS-FEED-HASH TO FG-HASH-TOTAL.
           MOVE "BZHEXP01" TO FG-PROGRAM.
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
