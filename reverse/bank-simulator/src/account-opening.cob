           SELECT ACCOUNT-SEQ-FILE ASSIGN TO "ACCTSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-SEQ-STATUS.
           SELECT COLLECTIONS-HISTORY-FILE ASSIGN TO "COLLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CUSTOMER-ID
               FILE STATUS IS WS-COLL-HIST-STATUS.
           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-REG-STATUS.
           SELECT HELD-EXTRACT-WORK-FILE ASSIGN TO "ACCTWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-WORK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-OPEN-EXTRACT-FILE.
       FD  ACCOUNT-SEQ-FILE.
       COPY "acctseq.cpy".

       FD  COLLECTIONS-HISTORY-FILE.
       COPY "collhist.cpy".

       FD  FEED-REGISTRY-FILE.
       COPY "feedreg.cpy".

       FD  HELD-EXTRACT-WORK-FILE.
       01  HELD-EXTRACT-WORK-RECORD PIC X(51).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-EXTRACT-STATUS  PIC XX.
           88  WS-ACCT-EXTRACT-OK      VALUE "00".
       01  WS-ACCT-SEQ-STATUS      PIC XX.
           88  WS-ACCT-SEQ-OK          VALUE "00".
           88  WS-ACCT-SEQ-ABSENT      VALUE "35".
       01  WS-COLL-HIST-STATUS     PIC XX.
           88  WS-COLL-HIST-OK         VALUE "00".
           88  WS-COLL-HIST-ABSENT     VALUE "35".
       01  WS-HELD-WORK-STATUS     PIC XX.
           88  WS-HELD-WORK-OK         VALUE "00".
           88  WS-HELD-WORK-EOF        VALUE "10".
       01  WS-FEED-REG-STATUS      PIC XX.
           88  WS-FEED-REG-OK          VALUE "00".
           88  WS-FEED-REG-EOF         VALUE "10".
           88  WS-FEED-REG-ABSENT      VALUE "35".
       01  WS-FEED-NAME            PIC X(08) VALUE "ACCTEXT".
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
       01  WS-COLL-HIST-OPENED     PIC X(01) VALUE "N".
           88  WS-COLL-HIST-OPENED-YES VALUE "Y".
       01  WS-COLL-HOLD            PIC X(01) VALUE "N".
           88  WS-COLL-HOLD-YES        VALUE "Y".
       01  WS-EXTRACT-EOF          PIC X(01) VALUE "N".
           88  WS-EXTRACT-DONE         VALUE "Y".
       01  WS-ALREADY-OPENED       PIC X(01) VALUE "N".
       01  WS-SKIPPED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-EXTRACT-TOTAL        PIC 9(05) VALUE ZERO.
       01  WS-HELD-COUNT           PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM TRUNCATE-EXTRACT.
           DISPLAY "Extraits lus : " WS-READ-COUNT
               "  comptes ouverts : " WS-OPENED-COUNT
               "  deja ouverts : " WS-SKIPPED-COUNT
               "  bloques (frais impayes) : " WS-HELD-COUNT.
           STOP RUN.

       OPEN-ACCT-FILES.
                   STOP RUN
           END-READ.
           MOVE AQ-NEXT-SEQUENCE TO WS-SEQ-NUMBER.
           OPEN INPUT COLLECTIONS-HISTORY-FILE.
           IF WS-COLL-HIST-OK
               MOVE "Y" TO WS-COLL-HIST-OPENED
           ELSE
               IF NOT WS-COLL-HIST-ABSENT
                   DISPLAY "Impossible d'ouvrir l'historique des "
                       "relances."
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT HELD-EXTRACT-WORK-FILE.
           IF NOT WS-HELD-WORK-OK
               DISPLAY "Impossible de creer le fichier de travail "
                   "des extraits bloques."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-ACCT-FILES.
           CLOSE ACCOUNT-OPEN-EXTRACT-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE ACCOUNT-DONE-FILE.
           CLOSE ACCOUNT-SEQ-FILE.
           IF WS-COLL-HIST-OPENED-YES
               CLOSE COLLECTIONS-HISTORY-FILE
           END-IF.
           CLOSE HELD-EXTRACT-WORK-FILE.

       PROCESS-EXTRACT.
           PERFORM UNTIL WS-EXTRACT-DONE
                   AT END
                       MOVE "Y" TO WS-EXTRACT-EOF
                   NOT AT END
                       IF NOT AE-CTL-HEADER AND NOT AE-CTL-TRAILER
                           ADD 1 TO WS-READ-COUNT
                           PERFORM OPEN-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

               ADD 1 TO WS-SKIPPED-COUNT
               MOVE AM-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER
           ELSE
               PERFORM CHECK-COLLECTIONS-HOLD
               IF WS-COLL-HOLD-YES
                   PERFORM HOLD-EXTRACT-RECORD
               ELSE
                   PERFORM BUILD-ACCOUNT-NUMBER
                   MOVE AE-CUSTOMER-ID TO AM-CUSTOMER-ID
                   MOVE WS-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
                   MOVE AE-BRANCH TO AM-BRANCH
                   MOVE WS-TODAY TO AM-OPENED-DATE
                   MOVE AE-DOSSIER-REF TO AM-DOSSIER-REF
                   WRITE ACCOUNT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Ecriture compte impossible pour "
                               AE-CUSTOMER-ID
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE SPACES TO WS-ACCOUNT-NUMBER
                       NOT INVALID KEY
                           ADD 1 TO WS-OPENED-COUNT
                           ADD 1 TO WS-SEQ-NUMBER
                           PERFORM WRITE-DONE-RECORD
                   END-WRITE
               END-IF
           END-IF.
           IF WS-ALREADY-OPENED-YES
               PERFORM WRITE-DONE-RECORD
           END-IF.

      * Un client reste bloque a l'ouverture tant que ses frais de
      * dossier sont impayes au-dela de la relance finale (BZHRLC01) :
      * l'extrait est conserve dans ACCTEXT pour la nuit suivante.
       CHECK-COLLECTIONS-HOLD.
           MOVE "N" TO WS-COLL-HOLD.
           IF WS-COLL-HIST-OPENED-YES
               MOVE AE-CUSTOMER-ID TO CH-CUSTOMER-ID
               READ COLLECTIONS-HISTORY-FILE
                   KEY IS CH-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CH-ON-HOLD
                           MOVE "Y" TO WS-COLL-HOLD
                       END-IF
               END-READ
           END-IF.

       HOLD-EXTRACT-RECORD.
           ADD 1 TO WS-HELD-COUNT.
           DISPLAY "Ouverture refusee, frais impayes apres relance "
               "finale : " AE-CUSTOMER-ID " agence " AE-BRANCH
               " depuis le " CH-HOLD-DATE.
           WRITE HELD-EXTRACT-WORK-RECORD
               FROM ACCOUNT-OPEN-EXTRACT-RECORD.
           IF NOT WS-HELD-WORK-OK
               DISPLAY "Fichier de travail des extraits bloques en "
                   "echec : " WS-HELD-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       BUILD-ACCOUNT-NUMBER.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE SPACES TO WS-ACCOUNT-NUMBER.
                   AT END
                       MOVE "Y" TO WS-EXTRACT-EOF
                   NOT AT END
                       IF NOT AE-CTL-HEADER AND NOT AE-CTL-TRAILER
                           ADD 1 TO WS-EXTRACT-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE AQ-NEXT-SEQUENCE =
               IF NOT WS-ACCT-EXTRACT-OK
                   DISPLAY "Impossible de vider l'extrait d'ouverture."
               END-IF
               IF WS-HELD-COUNT > ZERO
                   PERFORM RESTORE-HELD-EXTRACTS
               END-IF
               CLOSE ACCOUNT-OPEN-EXTRACT-FILE
               IF WS-HELD-COUNT > ZERO
                   PERFORM REGISTER-OUTBOUND-FEED
               END-IF
           END-IF.

      * Les extraits bloques sont remis dans ACCTEXT sous un nouveau
      * segment entete/enqueue, inscrit au registre des flux.
       RESTORE-HELD-EXTRACTS.
           OPEN INPUT HELD-EXTRACT-WORK-FILE.
           IF NOT WS-HELD-WORK-OK
               DISPLAY "Impossible de relire le fichier de travail "
                   "des extraits bloques."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-FEED-HEADER.
           PERFORM UNTIL WS-HELD-WORK-EOF
               READ HELD-EXTRACT-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE HELD-EXTRACT-WORK-RECORD
                           TO ACCOUNT-OPEN-EXTRACT-RECORD
                       MOVE AE-CUSTOMER-ID TO WS-HASH-KEY
                       PERFORM COUNT-FEED-RECORD
                       WRITE ACCOUNT-OPEN-EXTRACT-RECORD
               END-READ
           END-PERFORM.
           PERFORM WRITE-FEED-TRAILER.
           CLOSE HELD-EXTRACT-WORK-FILE.
           DISPLAY "Extraits bloques conserves dans ACCTEXT : "
               WS-HELD-COUNT.

      * ---- entete et enqueue du flux ACCTEXT ------------------------
      * Le flux emis porte le numero de sequence qui suit le dernier
      * flux ACCTEXT inscrit au registre ; l'enqueue reprend le nombre
      * d'enregistrements et le total de controle des identifiants.
       WRITE-FEED-HEADER.
           PERFORM FIND-LAST-FEED-SEQUENCE.
           COMPUTE WS-FEED-SEQUENCE = WS-LAST-SEQUENCE + 1.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FEED-CREATED.
           MOVE SPACES TO ACCOUNT-OPEN-CONTROL-RECORD.
           SET AE-CTL-HEADER TO TRUE.
           MOVE WS-FEED-NAME TO AE-CTL-FEED-NAME.
           MOVE "BZHACC01" TO AE-CTL-SOURCE.
           MOVE WS-FEED-CREATED TO AE-CTL-CREATED.
           MOVE WS-FEED-SEQUENCE TO AE-CTL-SEQUENCE.
           WRITE ACCOUNT-OPEN-CONTROL-RECORD.

       COUNT-FEED-RECORD.
           ADD 1 TO WS-FEED-COUNT.
           PERFORM COMPUTE-KEY-HASH.
           COMPUTE WS-FEED-HASH = FUNCTION MOD
               (WS-FEED-HASH + WS-KEY-HASH 999999999989).

       WRITE-FEED-TRAILER.
           MOVE SPACES TO ACCOUNT-OPEN-CONTROL-RECORD.
           SET AE-CTL-TRAILER TO TRUE.
           MOVE WS-FEED-NAME TO AE-CTL-FEED-NAME.
           MOVE WS-FEED-COUNT TO AE-CTL-COUNT.
           MOVE ZERO TO AE-CTL-AMOUNT.
           MOVE WS-FEED-HASH TO AE-CTL-HASH.
           WRITE ACCOUNT-OPEN-CONTROL-RECORD.

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
           MOVE "BZHACC01" TO FG-SOURCE.
           MOVE WS-FEED-CREATED TO FG-CREATED.
           MOVE WS-FEED-SEQUENCE TO FG-FEED-SEQUENCE.
           MOVE WS-FEED-COUNT TO FG-RECORD-COUNT.
           MOVE ZERO TO FG-AMOUNT-TOTAL.
           MOVE WS-FEED-HASH TO FG-HASH-TOTAL.
           MOVE "BZHACC01" TO FG-PROGRAM.
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
