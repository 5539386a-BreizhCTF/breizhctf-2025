           SELECT BATCH-INTAKE-FILE ASSIGN TO "BATCHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCH-INTAKE-STATUS.
           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-REG-STATUS.
           SELECT RUN-REPORT-FILE ASSIGN TO "RUNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-REPORT-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-CUSTOMER-ID
               FILE STATUS IS WS-REINS-WORK-STATUS.
           SELECT SUPPORTING-DOCUMENT-FILE ASSIGN TO "PIECEJUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-KEY
               FILE STATUS IS WS-PIECES-STATUS.
           SELECT APPOINTMENT-FILE ASSIGN TO "RDVCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-SLOT-KEY
               FILE STATUS IS WS-RDV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-DOSSIER-FILE.
       FD  BATCH-INTAKE-FILE.
       COPY "batchin.cpy".

       FD  FEED-REGISTRY-FILE.
       COPY "feedreg.cpy".

       FD  RUN-REPORT-FILE.
       COPY "runrpt.cpy".

           05  RW-CUSTOMER-ID          PIC X(10).
           05  RW-LAST-DATE            PIC 9(08).

       FD  SUPPORTING-DOCUMENT-FILE.
       COPY "piecejus.cpy".

       FD  APPOINTMENT-FILE.
       COPY "rdvslot.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DOSSIER-STATUS       PIC XX.
           88  WS-DOSSIER-OK           VALUE "00".
           88  WS-FAIL-WORK-OK         VALUE "00".
       01  WS-REINS-WORK-STATUS    PIC XX.
           88  WS-REINS-WORK-OK        VALUE "00".
       01  WS-PIECES-STATUS        PIC XX.
           88  WS-PIECES-OK            VALUE "00".
           88  WS-PIECES-ABSENT        VALUE "35".
       01  WS-PIECES-OPENED        PIC X(01) VALUE "N".
           88  WS-PIECES-OPENED-YES    VALUE "Y".
       01  WS-RDV-STATUS           PIC XX.
           88  WS-RDV-OK               VALUE "00".
           88  WS-RDV-ABSENT           VALUE "35".
       01  WS-RDV-OPENED           PIC X(01) VALUE "N".
           88  WS-RDV-OPENED-YES       VALUE "Y".
       01  WS-TRANS-LOG-OPENED     PIC X(01) VALUE "N".
           88  WS-TRANS-LOG-OPENED-YES VALUE "Y".
       01  WS-REINSTAT-OPENED      PIC X(01) VALUE "N".
       01  WS-DOSSIER-OUTCOME      PIC X(12).
       01  WS-BATCH-READ-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-BATCH-OK-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-FEED-REG-STATUS      PIC XX.
           88  WS-FEED-REG-OK          VALUE "00".
           88  WS-FEED-REG-EOF         VALUE "10".
           88  WS-FEED-REG-ABSENT      VALUE "35".
       01  WS-FEED-NAME            PIC X(08) VALUE "BATCHIN".
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
       01  WS-LOOKUP-FEED-NAME     PIC X(08).
       01  WS-LAST-SEQUENCE        PIC 9(06) VALUE ZERO.
       01  WS-LAST-SEQ-FOUND       PIC X(01) VALUE "N".
           88  WS-LAST-SEQ-FOUND-YES   VALUE "Y".
       01  WS-HASH-KEY             PIC X(10).
       01  WS-KEY-HASH             PIC 9(12).
       01  WS-HASH-IDX             PIC 9(02).
       01  WS-EXTRACT-FEED-NAME    PIC X(08) VALUE "ACCTEXT".
       01  WS-EXTRACT-HEADER-DONE  PIC X(01) VALUE "N".
           88  WS-EXTRACT-HEADER-DONE-YES VALUE "Y".
       01  WS-EXTRACT-CREATED      PIC 9(08) VALUE ZERO.
       01  WS-EXTRACT-SEQUENCE     PIC 9(06) VALUE ZERO.
       01  WS-EXTRACT-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-EXTRACT-HASH         PIC 9(12) VALUE ZERO.

       01  WS-REINS-FOUND          PIC X(01).
           88  WS-REINS-FOUND-YES      VALUE "Y".
       01  WS-FAIL-FOUND           PIC X(01).
           88  WS-FAIL-FOUND-YES       VALUE "Y".
       01  WS-ATTEMPT-DATE         PIC 9(08).
       01  WS-ETAPE-HALTED         PIC X(01) VALUE "N".
           88  WS-ETAPE-HALTED-YES     VALUE "Y".
       01  WS-HALT-OUTCOME         PIC X(12).
       01  WS-PJ-SCAN-EOF          PIC X(01) VALUE "N".
           88  WS-PJ-SCAN-DONE         VALUE "Y".
       01  WS-PJ-REQUIRED-COUNT    PIC 9(03) VALUE ZERO.
       01  WS-PJ-MISSING-COUNT     PIC 9(03) VALUE ZERO.
       01  WS-PJ-ACCEPTED-COUNT    PIC 9(03) VALUE ZERO.
       01  WS-PJ-REFUSED-COUNT     PIC 9(03) VALUE ZERO.
       01  WS-PJ-PENDING-COUNT     PIC 9(03) VALUE ZERO.
       01  WS-PJ-REFUSED-TYPE      PIC X(04).
       01  WS-PJ-REFUSED-REASON    PIC X(40).
       01  WS-RDV-SCAN-EOF         PIC X(01) VALUE "N".
           88  WS-RDV-SCAN-DONE        VALUE "Y".
       01  WS-RDV-STATE            PIC X(01).
           88  WS-RDV-NONE             VALUE SPACE.
           88  WS-RDV-ATTENDED         VALUE "P".
           88  WS-RDV-BOOKED           VALUE "R".
           88  WS-RDV-NO-SHOW          VALUE "N".
       01  WS-RDV-DATE             PIC 9(08).
       01  WS-RDV-TIME             PIC 9(04).
       01  WS-RDV-ADVISOR-ID       PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CLOSE-FILES.

       BATCH-MAIN.
           PERFORM CHECK-BATCH-FEED.
           OPEN OUTPUT RUN-REPORT-FILE.
           IF NOT WS-RUN-REPORT-OK
               DISPLAY "Impossible de creer le rapport d'execution."
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NOT BI-CTL-HEADER AND NOT BI-CTL-TRAILER
                           ADD 1 TO WS-BATCH-READ-COUNT
                           MOVE BI-CUSTOMER-ID TO WS-CUSTOMER-ID
                           MOVE BI-LETTER-CODE TO WS-BATCH-CODE
                           PERFORM PROCESS-DOSSIER
                           PERFORM WRITE-RUN-REPORT
                       END-IF
               END-READ
           END-PERFORM.


           PERFORM CLOSE-FILES.
           CLOSE BATCH-INTAKE-FILE.
           MOVE "A" TO WS-FEED-OUTCOME.
           PERFORM REGISTER-INBOUND-FEED.
           CLOSE RUN-REPORT-FILE.
           CLOSE FAIL-WORK-FILE.
           CLOSE REINS-WORK-FILE.
           END-READ.

       RUN-ETAPES.
           MOVE "N" TO WS-ETAPE-HALTED.
           PERFORM LOAD-CHECKPOINT.
           IF WS-LAST-STEP-OK > 0 AND WS-MODE-INTERACTIVE
               DISPLAY "Reprise apres l'etape " WS-LAST-STEP-OK "."
           IF WS-NB-ETAPES >= 1
               PERFORM STEP1-RDV
           END-IF.
           IF WS-NB-ETAPES >= 2 AND NOT WS-ETAPE-HALTED-YES
               PERFORM STEP2-DOSSIER
           END-IF.
           IF WS-NB-ETAPES >= 3 AND NOT WS-ETAPE-HALTED-YES
               PERFORM STEP3-CONSEILLER
           END-IF.
           IF WS-NB-ETAPES >= 4 AND NOT WS-ETAPE-HALTED-YES
               PERFORM STEP4-MAUVAIS-DOSSIER
           END-IF.
           IF WS-NB-ETAPES >= 5 AND NOT WS-ETAPE-HALTED-YES
               PERFORM STEP5-FRAIS-DOSSIER
           END-IF.
           IF WS-NB-ETAPES >= 6 AND NOT WS-ETAPE-HALTED-YES
               PERFORM STEP6-ATTENTE-LETTRE
           END-IF.
           IF WS-NB-ETAPES >= 7 AND NOT WS-ETAPE-HALTED-YES
               PERFORM STEP7-OUVERTURE-LETTRE
           END-IF.
           IF WS-NB-ETAPES >= 8 AND NOT WS-ETAPE-HALTED-YES
               PERFORM STEP8-CODE
           END-IF.

                   MOVE "VALIDE" TO WS-DOSSIER-OUTCOME
               WHEN CD-STATUS-REJECTED
                   MOVE "BLOQUE" TO WS-DOSSIER-OUTCOME
               WHEN WS-ETAPE-HALTED-YES
                   MOVE WS-HALT-OUTCOME TO WS-DOSSIER-OUTCOME
               WHEN WS-RESULT-EXPIRED
                   MOVE "CODE-PERIME" TO WS-DOSSIER-OUTCOME
               WHEN WS-RESULT-MISMATCH
               DISPLAY "Impossible d'ouvrir l'historique des etapes."
               STOP RUN
           END-IF.
           OPEN INPUT SUPPORTING-DOCUMENT-FILE.
           IF WS-PIECES-OK
               MOVE "Y" TO WS-PIECES-OPENED
           ELSE
               IF NOT WS-PIECES-ABSENT
                   DISPLAY "Impossible d'ouvrir le fichier des pieces "
                       "justificatives."
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT APPOINTMENT-FILE.
           IF WS-RDV-OK
               MOVE "Y" TO WS-RDV-OPENED
           ELSE
               IF NOT WS-RDV-ABSENT
                   DISPLAY "Impossible d'ouvrir le calendrier des "
                       "rendez-vous."
                   STOP RUN
               END-IF
           END-IF.

       CLOSE-FILES.
           CLOSE CUSTOMER-DOSSIER-FILE.
           CLOSE FEE-LEDGER-FILE.
           CLOSE LETTRE-CODES-FILE.
           CLOSE TRANS-LOG-FILE.
           IF WS-EXTRACT-HEADER-DONE-YES
               PERFORM WRITE-EXTRACT-TRAILER
           END-IF.
           CLOSE ACCOUNT-OPEN-EXTRACT-FILE.
           IF WS-EXTRACT-HEADER-DONE-YES
               PERFORM REGISTER-EXTRACT-FEED
           END-IF.
           CLOSE LOCKOUT-FILE.
           CLOSE CONSEILLER-FILE.
           CLOSE BRANCH-MASTER-FILE.
           CLOSE STEP-HISTORY-FILE.
           IF WS-PIECES-OPENED-YES
               CLOSE SUPPORTING-DOCUMENT-FILE
           END-IF.
           IF WS-RDV-OPENED-YES
               CLOSE APPOINTMENT-FILE
           END-IF.

       LOAD-CHECKPOINT.
           MOVE WS-CUSTOMER-ID TO RS-CUSTOMER-ID.
           MOVE FUNCTION CURRENT-DATE TO SH-TIMESTAMP.
           WRITE STEP-HISTORY-RECORD.

      * L'etape 1 n'est franchie qu'une fois le rendez-vous en agence
      * passe et la presence du client pointee par le conseiller
      * (calendrier RDVCAL tenu par BZHRDV01).
       STEP1-RDV.
           IF WS-LAST-STEP-OK < 1
               IF WS-MODE-INTERACTIVE
                   DISPLAY "1. Rendez-vous en physique"
               END-IF
               PERFORM CHECK-APPOINTMENT
               EVALUATE TRUE
                   WHEN WS-RDV-ATTENDED
                       IF WS-MODE-INTERACTIVE
                           DISPLAY "   (le " WS-RDV-DATE " a "
                               WS-RDV-TIME " avec " WS-RDV-ADVISOR-ID
                               ")."
                       END-IF
                       MOVE 1 TO WS-LAST-STEP-OK
                       PERFORM SAVE-CHECKPOINT
                   WHEN WS-RDV-BOOKED
                       MOVE "RDV-ATTENTE" TO WS-HALT-OUTCOME
                       MOVE SPACES TO WS-MESSAGE
                       STRING "Rendez-vous prevu le " WS-RDV-DATE
                           " a " WS-RDV-TIME
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       PERFORM HALT-ETAPES
                   WHEN WS-RDV-NO-SHOW
                       MOVE "RDV-ABSENT" TO WS-HALT-OUTCOME
                       MOVE "Client absent au rendez-vous, a revoir."
                           TO WS-MESSAGE
                       PERFORM HALT-ETAPES
                   WHEN OTHER
                       MOVE "RDV-ATTENTE" TO WS-HALT-OUTCOME
                       MOVE "Rendez-vous a prendre en agence."
                           TO WS-MESSAGE
                       PERFORM HALT-ETAPES
               END-EVALUATE
           END-IF.

      * Un rendez-vous honore l'emporte sur un rendez-vous a venir,
      * lui-meme prioritaire sur une absence deja pointee.
       CHECK-APPOINTMENT.
           MOVE SPACE TO WS-RDV-STATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE "N" TO WS-RDV-SCAN-EOF.
           IF NOT WS-RDV-OPENED-YES
               MOVE "Y" TO WS-RDV-SCAN-EOF
           ELSE
               MOVE LOW-VALUES TO RV-SLOT-KEY
               MOVE CD-BRANCH TO RV-BRANCH
               START APPOINTMENT-FILE
                   KEY IS NOT LESS THAN RV-SLOT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-RDV-SCAN-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-RDV-SCAN-DONE
               READ APPOINTMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RDV-SCAN-EOF
                   NOT AT END
                       IF RV-BRANCH NOT = CD-BRANCH
                           MOVE "Y" TO WS-RDV-SCAN-EOF
                       ELSE
                           IF RV-CUSTOMER-ID = WS-CUSTOMER-ID
                               PERFORM TALLY-ONE-APPOINTMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-APPOINTMENT.
           EVALUATE TRUE
               WHEN RV-ATTENDED AND RV-SLOT-DATE NOT > WS-TODAY
                   MOVE "P" TO WS-RDV-STATE
                   PERFORM KEEP-APPOINTMENT
               WHEN RV-SLOT-BOOKED AND RV-ATTENDANCE-UNMARKED
                   IF NOT WS-RDV-ATTENDED
                       MOVE "R" TO WS-RDV-STATE
                       PERFORM KEEP-APPOINTMENT
                   END-IF
               WHEN RV-NO-SHOW
                   IF WS-RDV-NONE
                       MOVE "N" TO WS-RDV-STATE
                       PERFORM KEEP-APPOINTMENT
                   END-IF
           END-EVALUATE.

       KEEP-APPOINTMENT.
           MOVE RV-SLOT-DATE TO WS-RDV-DATE.
           MOVE RV-SLOT-TIME TO WS-RDV-TIME.
           MOVE RV-ADVISOR-ID TO WS-RDV-ADVISOR-ID.

      * L'etape 2 n'est franchie que lorsque toutes les pieces
      * exigees sont parvenues a l'agence ; une piece refusee doit
      * etre redeposee avant de pouvoir continuer.
       STEP2-DOSSIER.
           IF WS-LAST-STEP-OK < 2
               IF WS-MODE-INTERACTIVE
                   DISPLAY "2. Completez le dossier (bonne chance pour"
                   DISPLAY "   comprendre les formulaires)."
               END-IF
               PERFORM CHECK-SUPPORTING-DOCUMENTS
               EVALUATE TRUE
                   WHEN WS-PJ-REQUIRED-COUNT = ZERO
                       MOVE "PIECES-MANQ" TO WS-HALT-OUTCOME
                       MOVE "Liste des pieces exigees non ouverte."
                           TO WS-MESSAGE
                       PERFORM HALT-ETAPES
                   WHEN WS-PJ-REFUSED-COUNT > ZERO
                       PERFORM HALT-ON-REFUSED-PIECE
                   WHEN WS-PJ-MISSING-COUNT > ZERO
                       MOVE "PIECES-MANQ" TO WS-HALT-OUTCOME
                       MOVE SPACES TO WS-MESSAGE
                       STRING "Pieces justificatives manquantes : "
                           WS-PJ-MISSING-COUNT
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       PERFORM HALT-ETAPES
                   WHEN OTHER
                       MOVE 2 TO WS-LAST-STEP-OK
                       PERFORM SAVE-CHECKPOINT
               END-EVALUATE
           END-IF.

       STEP3-CONSEILLER.
                   DISPLAY "3. Retournez voir votre conseiller"
                   DISPLAY "   (si vous le retrouvez)."
               END-IF
               IF CD-ADVISOR-ID = SPACES
                   PERFORM ASSIGN-CONSEILLER
               ELSE
                   IF WS-MODE-INTERACTIVE
                       DISPLAY "Conseiller deja assigne : "
                           CD-ADVISOR-ID
                   END-IF
               END-IF
               MOVE 3 TO WS-LAST-STEP-OK
               PERFORM SAVE-CHECKPOINT
           END-IF.
               END-READ
           END-PERFORM.

      * L'etape 4 exige que toutes les pieces soient acceptees. Une
      * piece refusee renvoie le dossier avant l'etape 2 avec le
      * motif du refus : le client doit la redeposer.
       STEP4-MAUVAIS-DOSSIER.
           IF WS-LAST-STEP-OK < 4
               PERFORM CHECK-SUPPORTING-DOCUMENTS
               EVALUATE TRUE
                   WHEN WS-PJ-REFUSED-COUNT > ZERO
                       IF WS-MODE-INTERACTIVE
                           DISPLAY "4. Ce n'etait pas le bon dossier,"
                           DISPLAY "   mais on vous l'avait dit, non ? "
                               "Recommencez"
                       END-IF
                       MOVE 1 TO WS-LAST-STEP-OK
                       PERFORM SAVE-CHECKPOINT
                       PERFORM HALT-ON-REFUSED-PIECE
                   WHEN WS-PJ-REQUIRED-COUNT = ZERO
                           OR WS-PJ-ACCEPTED-COUNT
                               < WS-PJ-REQUIRED-COUNT
                       MOVE "PIECES-A-VAL" TO WS-HALT-OUTCOME
                       MOVE SPACES TO WS-MESSAGE
                       COMPUTE WS-PJ-PENDING-COUNT =
                           WS-PJ-REQUIRED-COUNT - WS-PJ-ACCEPTED-COUNT
                       STRING "Pieces en attente de validation : "
                           WS-PJ-PENDING-COUNT
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       PERFORM HALT-ETAPES
                   WHEN OTHER
                       IF WS-MODE-INTERACTIVE
                           DISPLAY "4. Pieces justificatives acceptees."
                       END-IF
                       MOVE 4 TO WS-LAST-STEP-OK
                       PERFORM SAVE-CHECKPOINT
               END-EVALUATE
           END-IF.

      * ---- pieces justificatives exigees du dossier ----
       CHECK-SUPPORTING-DOCUMENTS.
           MOVE ZERO TO WS-PJ-REQUIRED-COUNT.
           MOVE ZERO TO WS-PJ-MISSING-COUNT.
           MOVE ZERO TO WS-PJ-ACCEPTED-COUNT.
           MOVE ZERO TO WS-PJ-REFUSED-COUNT.
           MOVE SPACES TO WS-PJ-REFUSED-TYPE.
           MOVE SPACES TO WS-PJ-REFUSED-REASON.
           MOVE "N" TO WS-PJ-SCAN-EOF.
           IF NOT WS-PIECES-OPENED-YES
               MOVE "Y" TO WS-PJ-SCAN-EOF
           ELSE
               MOVE WS-CUSTOMER-ID TO PJ-CUSTOMER-ID
               MOVE LOW-VALUES TO PJ-DOC-TYPE
               START SUPPORTING-DOCUMENT-FILE
                   KEY IS NOT LESS THAN PJ-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PJ-SCAN-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-PJ-SCAN-DONE
               READ SUPPORTING-DOCUMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PJ-SCAN-EOF
                   NOT AT END
                       IF PJ-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                           MOVE "Y" TO WS-PJ-SCAN-EOF
                       ELSE
                           IF PJ-IS-REQUIRED
                               PERFORM TALLY-ONE-PIECE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-PIECE.
           ADD 1 TO WS-PJ-REQUIRED-COUNT.
           EVALUATE TRUE
               WHEN PJ-STATUS-ACCEPTED
                   ADD 1 TO WS-PJ-ACCEPTED-COUNT
               WHEN PJ-STATUS-REFUSED
                   ADD 1 TO WS-PJ-REFUSED-COUNT
                   IF WS-PJ-REFUSED-TYPE = SPACES
                       MOVE PJ-DOC-TYPE TO WS-PJ-REFUSED-TYPE
                       MOVE PJ-REFUSAL-REASON TO WS-PJ-REFUSED-REASON
                   END-IF
               WHEN PJ-STATUS-RECEIVED
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-PJ-MISSING-COUNT
           END-EVALUATE.

       HALT-ON-REFUSED-PIECE.
           MOVE "PIECE-REFUS" TO WS-HALT-OUTCOME.
           MOVE SPACES TO WS-MESSAGE.
           STRING "Piece " WS-PJ-REFUSED-TYPE " refusee : "
               WS-PJ-REFUSED-REASON
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM HALT-ETAPES.

       HALT-ETAPES.
           MOVE "Y" TO WS-ETAPE-HALTED.
           IF WS-MODE-INTERACTIVE
               DISPLAY WS-MESSAGE
           END-IF.

       STEP5-FRAIS-DOSSIER.
           END-READ.

       EMIT-ACCOUNT-EXTRACT.
           IF NOT WS-EXTRACT-HEADER-DONE-YES
               PERFORM WRITE-EXTRACT-HEADER
           END-IF.
           MOVE WS-CUSTOMER-ID TO AE-CUSTOMER-ID.
           MOVE CD-BRANCH TO AE-BRANCH.
           MOVE FUNCTION CURRENT-DATE TO AE-VALIDATED-TIMESTAMP.
           MOVE WS-CUSTOMER-ID TO AE-DOSSIER-REF.
           ADD 1 TO WS-EXTRACT-COUNT.
           MOVE AE-CUSTOMER-ID TO WS-HASH-KEY.
           PERFORM COMPUTE-KEY-HASH.
           COMPUTE WS-EXTRACT-HASH = FUNCTION MOD
               (WS-EXTRACT-HASH + WS-KEY-HASH 999999999989).
           WRITE ACCOUNT-OPEN-EXTRACT-RECORD.

       LOG-ATTEMPT.
               DISPLAY "Total des frais factures cette session : "
                   WS-FEE-TOTAL
           END-IF.

      * ---- controle du flux BATCHIN avant toute mise a jour ---------
      * BATCHIN est deja ouvert par DETECT-RUN-MODE. Un premier passage
      * verifie entete, enqueue, comptage, total de controle et numero
      * de sequence : au moindre ecart le flux entier est rejete et
      * inscrit au registre des flux, sans aucune mise a jour.
       CHECK-BATCH-FEED.
           PERFORM UNTIL WS-BATCH-INTAKE-EOF
               READ BATCH-INTAKE-FILE
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
           CLOSE BATCH-INTAKE-FILE.
           IF NOT WS-FEED-CLEAN
               MOVE "R" TO WS-FEED-OUTCOME
               PERFORM REGISTER-INBOUND-FEED
               DISPLAY "Flux BATCHIN sequence " WS-FEED-SEQUENCE
                   " rejete (" WS-FEED-REJECT "), aucune mise a jour."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BATCH-INTAKE-FILE.
           IF NOT WS-BATCH-INTAKE-OK
               DISPLAY "Impossible de relire le flux BATCHIN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Flux BATCHIN sequence " WS-FEED-SEQUENCE
               " controle : " WS-FEED-COUNT " dossier(s).".

       CHECK-ONE-FEED-RECORD.
           EVALUATE TRUE
               WHEN BI-CTL-HEADER
                   IF (WS-FEED-HEADER-SEEN-YES OR WS-FEED-COUNT > ZERO)
                           AND WS-FEED-CLEAN
                       MOVE "ENTETE" TO WS-FEED-REJECT
                   END-IF
                   IF BI-CTL-FEED-NAME NOT = WS-FEED-NAME
                           AND WS-FEED-CLEAN
                       MOVE "FLUX" TO WS-FEED-REJECT
                   END-IF
                   MOVE "Y" TO WS-FEED-HEADER-SEEN
                   MOVE BI-CTL-SOURCE TO WS-FEED-SOURCE
                   MOVE BI-CTL-CREATED TO WS-FEED-CREATED
                   MOVE BI-CTL-SEQUENCE TO WS-FEED-SEQUENCE
               WHEN BI-CTL-TRAILER
                   IF WS-FEED-TRAILER-SEEN-YES AND WS-FEED-CLEAN
                       MOVE "QUEUE" TO WS-FEED-REJECT
                   END-IF
                   MOVE "Y" TO WS-FEED-TRAILER-SEEN
                   MOVE BI-CTL-COUNT TO WS-TRAILER-COUNT
                   MOVE BI-CTL-AMOUNT TO WS-TRAILER-AMOUNT
                   MOVE BI-CTL-HASH TO WS-TRAILER-HASH
               WHEN OTHER
                   IF NOT WS-FEED-HEADER-SEEN-YES AND WS-FEED-CLEAN
                       MOVE "ENTETE" TO WS-FEED-REJECT
                   END-IF
                   IF WS-FEED-TRAILER-SEEN-YES AND WS-FEED-CLEAN
                       MOVE "QUEUE" TO WS-FEED-REJECT
                   END-IF
                   ADD 1 TO WS-FEED-COUNT
                   MOVE BI-CUSTOMER-ID TO WS-HASH-KEY
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
           MOVE WS-FEED-NAME TO WS-LOOKUP-FEED-NAME.
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
                           IF FG-FEED-NAME = WS-LOOKUP-FEED-NAME
                                   AND (FG-ACCEPTED OR FG-SENT)
                                   AND FG-FEED-SEQUENCE
                                       NOT < WS-LAST-SEQUENCE
                               MOVE "Y" TO WS-LAST-SEQ-FOUND
                               MOVE FG-FEED-SEQUENCE
                                   TO WS-LAST-SEQUENCE
                           END-IF
      * Un flux annule par une restauration est de nouveau attendu,
      * ainsi que tous ceux acceptes apres lui.
                           IF FG-FEED-NAME = WS-LOOKUP-FEED-NAME
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
           MOVE "BZHCOBOL" TO FG-PROGRAM.
           MOVE WS-FEED-OUTCOME TO FG-STATUS.
           MOVE WS-FEED-REJECT TO FG-REJECT-REASON.
           WRITE FEED-REGISTRY-RECORD.
           CLOSE FEED-REGISTRY-FILE.

      * ---- segment ACCTEXT de l'execution ---------------------------
      * ACCTEXT est complete a chaque execution : l'entete est ecrite
      * avec le premier extrait emis, l'enqueue a la fermeture, et le
      * segment est inscrit au registre des flux comme flux emis.
       WRITE-EXTRACT-HEADER.
           MOVE WS-EXTRACT-FEED-NAME TO WS-LOOKUP-FEED-NAME.
           PERFORM FIND-LAST-FEED-SEQUENCE.
           COMPUTE WS-EXTRACT-SEQUENCE = WS-LAST-SEQUENCE + 1.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-EXTRACT-CREATED.
           MOVE SPACES TO ACCOUNT-OPEN-CONTROL-RECORD.
           SET AE-CTL-HEADER TO TRUE.
           MOVE WS-EXTRACT-FEED-NAME TO AE-CTL-FEED-NAME.
           MOVE "BZHCOBOL" TO AE-CTL-SOURCE.
           MOVE WS-EXTRACT-CREATED TO AE-CTL-CREATED.
           MOVE WS-EXTRACT-SEQUENCE TO AE-CTL-SEQUENCE.
           WRITE ACCOUNT-OPEN-CONTROL-RECORD.
           MOVE "Y" TO WS-EXTRACT-HEADER-DONE.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO ACCOUNT-OPEN-CONTROL-RECORD.
           SET AE-CTL-TRAILER TO TRUE.
           MOVE WS-EXTRACT-FEED-NAME TO AE-CTL-FEED-NAME.
           MOVE WS-EXTRACT-COUNT TO AE-CTL-COUNT.
           MOVE ZERO TO AE-CTL-AMOUNT.
           MOVE WS-EXTRACT-HASH TO AE-CTL-HASH.
           WRITE ACCOUNT-OPEN-CONTROL-RECORD.

       REGISTER-EXTRACT-FEED.
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
           MOVE WS-EXTRACT-FEED-NAME TO FG-FEED-NAME.
           SET FG-OUTBOUND TO TRUE.
           MOVE "BZHCOBOL" TO FG-SOURCE.
           MOVE WS-EXTRACT-CREATED TO FG-CREATED.
           MOVE WS-EXTRACT-SEQUENCE TO FG-FEED-SEQUENCE.
           MOVE WS-EXTRACT-COUNT TO FG-RECORD-COUNT.
           MOVE ZERO TO FG-AMOUNT-TOTAL.
           MOVE WS-EXTRACT-HASH TO FG-HASH-TOTAL.
           MOVE "BZHCOBOL" TO FG-PROGRAM.
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
