               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-CUSTOMER-ID
               FILE STATUS IS WS-NPAI-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CUSTOMER-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-MAIL-FILE.
       FD  NPAI-HOLD-FILE.
       COPY "npaihold.cpy".

       FD  CUSTOMER-ADDRESS-FILE.
       COPY "custaddr.cpy".

       FD  FEED-REGISTRY-FILE.
       COPY "feedreg.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RETMAIL-STATUS       PIC XX.
           88  WS-RETMAIL-OK           VALUE "00".
       01  WS-NPAI-STATUS          PIC XX.
           88  WS-NPAI-OK              VALUE "00".
           88  WS-NPAI-ABSENT          VALUE "35".
       01  WS-ADDRESS-STATUS       PIC XX.
           88  WS-ADDRESS-OK           VALUE "00".
           88  WS-ADDRESS-ABSENT       VALUE "35".
       01  WS-FEED-REG-STATUS      PIC XX.
           88  WS-FEED-REG-OK          VALUE "00".
           88  WS-FEED-REG-EOF         VALUE "10".
           88  WS-FEED-REG-ABSENT      VALUE "35".
       01  WS-FEED-NAME            PIC X(08) VALUE "RETMAIL".
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
       01  WS-ADDRESS-OPENED       PIC X(01) VALUE "N".
           88  WS-ADDRESS-OPENED-YES   VALUE "Y".
       01  WS-ADDRESS-CHANGED      PIC X(01) VALUE "N".
           88  WS-ADDRESS-CHANGED-YES  VALUE "Y".
       01  WS-ACTION               PIC X(10).
           88  WS-ACTION-RETOUR        VALUE "RETOUR".
           88  WS-ACTION-ADRESSE       VALUE "ADRESSE".
                   DISPLAY "Impossible d'ouvrir les retours courrier."
                   STOP RUN
               END-IF
               PERFORM CHECK-RETMAIL-FEED
           END-IF.
           OPEN I-O LETTRE-CODES-FILE.
           IF NOT WS-LETTRE-OK
               DISPLAY "Impossible d'ouvrir le fichier des NPAI."
               STOP RUN
           END-IF.
           IF WS-ACTION-ADRESSE
               OPEN INPUT CUSTOMER-ADDRESS-FILE
               IF WS-ADDRESS-OK
                   MOVE "Y" TO WS-ADDRESS-OPENED
               ELSE
                   IF NOT WS-ADDRESS-ABSENT
                       DISPLAY "Impossible d'ouvrir le fichier des "
                           "adresses."
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       CLOSE-NPAI-FILES.
           IF WS-ACTION-RETOUR
           CLOSE LETTRE-CODES-FILE.
           CLOSE CUSTOMER-DOSSIER-FILE.
           CLOSE NPAI-HOLD-FILE.
           IF WS-ADDRESS-OPENED-YES
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.

      * ---- traitement du fichier de retours du prestataire ----------
       PROCESS-RETURNED-MAIL.
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NOT RM-CTL-HEADER AND NOT RM-CTL-TRAILER
                           PERFORM HANDLE-ONE-RETURN
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "A" TO WS-FEED-OUTCOME.
           PERFORM REGISTER-INBOUND-FEED.

       HANDLE-ONE-RETURN.
           MOVE RM-CUSTOMER-ID TO WS-CUSTOMER-ID.
               PERFORM CLOSE-NPAI-FILES
               STOP RUN
           END-IF.
           PERFORM CHECK-ADDRESS-CHANGED.
           IF NOT WS-ADDRESS-CHANGED-YES
               DISPLAY "Refus : l'adresse postale n'a pas ete modifiee "
                   "depuis le retour du " NH-RETURN-DATE "."
               DISPLAY "Saisir la nouvelle adresse par BZHDOS01 "
                   "(action ADRESSE) avant de lever le NPAI."
               PERFORM CLOSE-NPAI-FILES
               STOP RUN
           END-IF.
           SET NH-ADDRESS-FIXED-YES TO TRUE.
           MOVE WS-TODAY TO NH-FIXED-DATE.
           REWRITE NPAI-HOLD-RECORD
           ADD 1 TO WS-REQUEUED-COUNT.
           DISPLAY "Client " WS-CUSTOMER-ID " remis en file pour "
               "reemission au prochain passage BZHLTR01.".

      * Le NPAI n'est leve que si l'adresse a reellement ete modifiee
      * (PA-LAST-CHANGE-DATE) le jour du retour ou apres celui-ci.
       CHECK-ADDRESS-CHANGED.
           MOVE "N" TO WS-ADDRESS-CHANGED.
           IF WS-ADDRESS-OPENED-YES
               MOVE WS-CUSTOMER-ID TO PA-CUSTOMER-ID
               READ CUSTOMER-ADDRESS-FILE
                   KEY IS PA-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PA-LAST-CHANGE-DATE >= NH-RETURN-DATE
                           MOVE "Y" TO WS-ADDRESS-CHANGED
                       END-IF
               END-READ
           END-IF.

      * ---- controle du flux RETMAIL avant toute mise a jour ---------
      * Un premier passage verifie entete, enqueue, comptage, totaux et
      * numero de sequence : au moindre ecart le flux entier est rejete
      * et inscrit au registre des flux, sans aucune mise a jour.
       CHECK-RETMAIL-FEED.
           PERFORM UNTIL WS-RETMAIL-EOF
               READ RETURNED-MAIL-FILE
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
           CLOSE RETURNED-MAIL-FILE.
           IF NOT WS-FEED-CLEAN
               MOVE "R" TO WS-FEED-OUTCOME
               PERFORM REGISTER-INBOUND-FEED
               DISPLAY "Flux RETMAIL sequence " WS-FEED-SEQUENCE
                   " rejete (" WS-FEED-REJECT "), aucune mise a jour."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RETURNED-MAIL-FILE.
           IF NOT WS-RETMAIL-OK
               DISPLAY "Impossible de relire les retours courrier."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Flux RETMAIL sequence " WS-FEED-SEQUENCE
               " controle : " WS-FEED-COUNT " retour(s).".

       CHECK-ONE-FEED-RECORD.
           EVALUATE TRUE
               WHEN RM-CTL-HEADER
                   IF (WS-FEED-HEADER-SEEN-YES OR WS-FEED-COUNT > ZERO)
                           AND WS-FEED-CLEAN
                       MOVE "ENTETE" TO WS-FEED-REJECT
                   END-IF
                   IF RM-CTL-FEED-NAME NOT = WS-FEED-NAME
                           AND WS-FEED-CLEAN
                       MOVE "FLUX" TO WS-FEED-REJECT
                   END-IF
                   MOVE "Y" TO WS-FEED-HEADER-SEEN
                   MOVE RM-CTL-SOURCE TO WS-FEED-SOURCE
                   MOVE RM-CTL-CREATED TO WS-FEED-CREATED
                   MOVE RM-CTL-SEQUENCE TO WS-FEED-SEQUENCE
               WHEN RM-CTL-TRAILER
                   IF WS-FEED-TRAILER-SEEN-YES AND WS-FEED-CLEAN
                       MOVE "QUEUE" TO WS-FEED-REJECT
                   END-IF
                   MOVE "Y" TO WS-FEED-TRAILER-SEEN
                   MOVE RM-CTL-COUNT TO WS-TRAILER-COUNT
                   MOVE RM-CTL-AMOUNT TO WS-TRAILER-AMOUNT
                   MOVE RM-CTL-HASH TO WS-TRAILER-HASH
               WHEN OTHER
                   IF NOT WS-FEED-HEADER-SEEN-YES AND WS-FEED-CLEAN
                       MOVE "ENTETE" TO WS-FEED-REJECT
                   END-IF
                   IF WS-FEED-TRAILER-SEEN-YES AND WS-FEED-CLEAN
                       MOVE "QUEUE" TO WS-FEED-REJECT
                   END-IF
                   ADD 1 TO WS-FEED-COUNT
                   MOVE RM-CUSTOMER-ID TO WS-HASH-KEY
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
           MOVE "BZHNPA01" TO FG-PROGRAM.
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
