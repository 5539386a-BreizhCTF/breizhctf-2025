               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUSTOMER-ID
               FILE STATUS IS WS-DOSSIER-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CUSTOMER-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRANCHM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT WELCOME-EXTRACT-FILE ASSIGN TO "WELCEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WELCOME-STATUS.
           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-REG-STATUS.
           SELECT OPENED-REPORT-FILE ASSIGN TO "ACCOPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENRPT-STATUS.
       FD  CUSTOMER-DOSSIER-FILE.
       COPY "custdoss.cpy".

       FD  CUSTOMER-ADDRESS-FILE.
       COPY "custaddr.cpy".

       FD  BRANCH-MASTER-FILE.
       COPY "branchm.cpy".

       FD  WELCOME-EXTRACT-FILE.
       COPY "welcext.cpy".

       FD  FEED-REGISTRY-FILE.
       COPY "feedreg.cpy".

       FD  OPENED-REPORT-FILE.
       COPY "openrpt.cpy".

           88  WS-ACCT-DONE-ABSENT     VALUE "35".
       01  WS-DOSSIER-STATUS       PIC XX.
           88  WS-DOSSIER-OK           VALUE "00".
       01  WS-ADDRESS-STATUS       PIC XX.
           88  WS-ADDRESS-OK           VALUE "00".
           88  WS-ADDRESS-ABSENT       VALUE "35".
       01  WS-ADDRESS-OPENED       PIC X(01) VALUE "N".
           88  WS-ADDRESS-OPENED-YES   VALUE "Y".
       01  WS-NO-ADDRESS-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-BRANCH-STATUS        PIC XX.
           88  WS-BRANCH-OK            VALUE "00".
       01  WS-WELCOME-STATUS       PIC XX.
       01  WS-RUN-DATE-INPUT       PIC X(08).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-INPUT PIC 9(08).
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-FEED-REG-STATUS      PIC XX.
           88  WS-FEED-REG-OK          VALUE "00".
           88  WS-FEED-REG-EOF         VALUE "10".
           88  WS-FEED-REG-ABSENT      VALUE "35".
       01  WS-FEED-NAME            PIC X(08) VALUE "WELCEXT".
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
       01  WS-DONE-DATE            PIC 9(08).
       01  WS-PREV-REGION          PIC X(10) VALUE LOW-VALUES.
               OUTPUT PROCEDURE IS PRINT-OPENED-REPORT.
           PERFORM CLOSE-WELCOME-FILES.
           DISPLAY "Comptes du jour : " WS-TOTAL-OPENED
               "  sans dossier client : " WS-NO-DOSSIER-COUNT
               "  sans adresse : " WS-NO-ADDRESS-COUNT.
           STOP RUN.

       OPEN-WELCOME-FILES.
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
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRANCH-OK
               MOVE "Y" TO WS-BRANCHM-OPENED
               DISPLAY "Impossible de creer l'extrait de bienvenue."
               STOP RUN
           END-IF.
           PERFORM WRITE-FEED-HEADER.
           OPEN OUTPUT OPENED-REPORT-FILE.
           IF NOT WS-OPENRPT-OK
               DISPLAY "Impossible de creer le rapport des "
       CLOSE-WELCOME-FILES.
           CLOSE ACCOUNT-DONE-FILE.
           CLOSE CUSTOMER-DOSSIER-FILE.
           IF WS-ADDRESS-OPENED-YES
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.
           IF WS-BRANCHM-OPENED-YES
               CLOSE BRANCH-MASTER-FILE
           END-IF.
           PERFORM WRITE-FEED-TRAILER.
           CLOSE WELCOME-EXTRACT-FILE.
           PERFORM REGISTER-OUTBOUND-FEED.
           CLOSE OPENED-REPORT-FILE.

      * ---- selection des comptes ouverts du jour --------------------
           MOVE SO-BRANCH TO WX-BRANCH.
           MOVE SO-ACCOUNT-NUMBER TO WX-ACCOUNT-NUMBER.
           MOVE SO-OPENED-DATE TO WX-OPENED-DATE.
           PERFORM FILL-WELCOME-ADDRESS.
           MOVE WX-CUSTOMER-ID TO WS-HASH-KEY.
           PERFORM COUNT-FEED-RECORD.
           WRITE WELCOME-EXTRACT-RECORD.

       FILL-WELCOME-ADDRESS.
           IF WS-ADDRESS-OPENED-YES
               MOVE SO-CUSTOMER-ID TO PA-CUSTOMER-ID
               READ CUSTOMER-ADDRESS-FILE
                   KEY IS PA-CUSTOMER-ID
                   INVALID KEY
                       MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
                       ADD 1 TO WS-NO-ADDRESS-COUNT
                       DISPLAY "Adresse postale absente pour "
                           SO-CUSTOMER-ID
               END-READ
           ELSE
               MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
               ADD 1 TO WS-NO-ADDRESS-COUNT
           END-IF.
           MOVE PA-ADDRESS-LINE-1 TO WX-ADDRESS-LINE-1.
           MOVE PA-ADDRESS-LINE-2 TO WX-ADDRESS-LINE-2.
           MOVE PA-POSTCODE TO WX-POSTCODE.
           MOVE PA-CITY TO WX-CITY.

      * ---- entete et enqueue du flux WELCEXT ------------------------
      * Le flux emis porte le numero de sequence qui suit le dernier
      * flux WELCEXT inscrit au registre ; l'enqueue reprend le nombre
      * d'enregistrements et le total de controle des identifiants.
       WRITE-FEED-HEADER.
           PERFORM FIND-LAST-FEED-SEQUENCE.
           COMPUTE WS-FEED-SEQUENCE = WS-LAST-SEQUENCE + 1.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FEED-CREATED.
           MOVE SPACES TO WELCOME-EXTRACT-CONTROL-RECORD.
           SET WX-CTL-HEADER TO TRUE.
           MOVE WS-FEED-NAME TO WX-CTL-FEED-NAME.
           MOVE "BZHWEL01" TO WX-CTL-SOURCE.
           MOVE WS-FEED-CREATED TO WX-CTL-CREATED.
           MOVE WS-FEED-SEQUENCE TO WX-CTL-SEQUENCE.
           WRITE WELCOME-EXTRACT-CONTROL-RECORD.

       COUNT-FEED-RECORD.
           ADD 1 TO WS-FEED-COUNT.
           PERFORM COMPUTE-KEY-HASH.
           COMPUTE WS-FEED-HASH = FUNCTION MOD
               (WS-FEED-HASH + WS-KEY-HASH 999999999989).

       WRITE-FEED-TRAILER.
           MOVE SPACES TO WELCOME-EXTRACT-CONTROL-RECORD.
           SET WX-CTL-TRAILER TO TRUE.
           MOVE WS-FEED-NAME TO WX-CTL-FEED-NAME.
           MOVE WS-FEED-COUNT TO WX-CTL-COUNT.
           MOVE ZERO TO WX-CTL-AMOUNT.
           MOVE WS-FEED-HASH TO WX-CTL-HASH.
           WRITE WELCOME-EXTRACT-CONTROL-RECORD.

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
           MOVE "BZHWEL01" TO FG-SOURCE.
           MOVE WS-FEED-CREATED TO FG-CREATED.
           MOVE WS-FEED-SEQUENCE TO FG-FEED-SEQUENCE.
           MOVE WS-FEED-COUNT TO FG-RECORD-COUNT.
           MOVE ZERO TO FG-AMOUNT-TOTAL.
           MOVE WS-FEED-HASH TO FG-HASH-TOTAL.
           MOVE "BZHWEL01" TO FG-PROGRAM.
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
