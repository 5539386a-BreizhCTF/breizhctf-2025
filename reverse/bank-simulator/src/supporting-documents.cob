       IDENTIFICATION DIVISION.
       PROGRAM-ID. BZHPJU01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-DOSSIER-FILE ASSIGN TO "CUSTDOSS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUSTOMER-ID
               FILE STATUS IS WS-DOSSIER-STATUS.
           SELECT SUPPORTING-DOCUMENT-FILE ASSIGN TO "PIECEJUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-KEY
               FILE STATUS IS WS-PIECES-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT ACCESS-VIOLATION-FILE ASSIGN TO "ACCVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-DOSSIER-FILE.
       COPY "custdoss.cpy".

       FD  SUPPORTING-DOCUMENT-FILE.
       COPY "piecejus.cpy".

       FD  OPERATOR-FILE.
       COPY "opermast.cpy".

       FD  ACCESS-VIOLATION-FILE.
       COPY "accviol.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DOSSIER-STATUS       PIC XX.
           88  WS-DOSSIER-OK           VALUE "00".
       01  WS-PIECES-STATUS        PIC XX.
           88  WS-PIECES-OK            VALUE "00".
           88  WS-PIECES-ABSENT        VALUE "35".
       01  WS-OPERATOR-STATUS      PIC XX.
           88  WS-OPERATOR-OK          VALUE "00".
       01  WS-VIOLATION-STATUS     PIC XX.
           88  WS-VIOLATION-OK         VALUE "00".
           88  WS-VIOLATION-ABSENT     VALUE "35".
       01  WS-ACTION               PIC X(10).
           88  WS-ACTION-OUVRIR        VALUE "OUVRIR".
           88  WS-ACTION-AJOUTER       VALUE "AJOUTER".
           88  WS-ACTION-RECUE         VALUE "RECUE".
           88  WS-ACTION-ACCEPTEE      VALUE "ACCEPTEE".
           88  WS-ACTION-REFUSEE       VALUE "REFUSEE".
           88  WS-ACTION-CONSULTER     VALUE "CONSULTER".
       01  WS-CUSTOMER-ID          PIC X(10).
       01  WS-BRANCH-ID            PIC X(10) VALUE SPACES.
       01  WS-DOC-TYPE             PIC X(04).
       01  WS-DOC-LABEL            PIC X(30).
       01  WS-REQUIRED-INPUT       PIC X(01).
       01  WS-REFUSAL-REASON       PIC X(40).
       01  WS-OPERATOR-ID          PIC X(10).
       01  WS-ACCESS-REASON        PIC X(10).
       01  WS-TODAY                PIC 9(08).
       01  WS-DOSSIER-FOUND        PIC X(01) VALUE "N".
           88  WS-DOSSIER-FOUND-YES    VALUE "Y".
       01  WS-PIECE-FOUND          PIC X(01) VALUE "N".
           88  WS-PIECE-FOUND-YES      VALUE "Y".
       01  WS-SCAN-EOF             PIC X(01) VALUE "N".
           88  WS-SCAN-DONE            VALUE "Y".
       01  WS-PIECE-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-CREATED-COUNT        PIC 9(03) VALUE ZERO.
       01  WS-STATUS-TEXT          PIC X(10).

      * Pieces exigees a l'ouverture de tout dossier : type et
      * libelle. Une piece propre a un dossier s'ajoute par AJOUTER.
       01  WS-STANDARD-PIECE-VALUES.
           05  FILLER PIC X(34) VALUE
               "IDENPIECE D'IDENTITE".
           05  FILLER PIC X(34) VALUE
               "DOMIJUSTIFICATIF DE DOMICILE".
           05  FILLER PIC X(34) VALUE
               "REVEJUSTIFICATIF DE REVENUS".
       01  WS-STANDARD-PIECES REDEFINES WS-STANDARD-PIECE-VALUES.
           05  WS-STANDARD-PIECE OCCURS 3 TIMES INDEXED BY STD-IDX.
               10  SP-DOC-TYPE         PIC X(04).
               10  SP-DOC-LABEL        PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "[BZHPJU01] Pieces justificatives des dossiers".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           DISPLAY "ACTION (OUVRIR/AJOUTER/RECUE/ACCEPTEE/REFUSEE/"
               "CONSULTER) > ".
           ACCEPT WS-ACTION.
           IF NOT WS-ACTION-OUVRIR
                   AND NOT WS-ACTION-AJOUTER
                   AND NOT WS-ACTION-RECUE
                   AND NOT WS-ACTION-ACCEPTEE
                   AND NOT WS-ACTION-REFUSEE
                   AND NOT WS-ACTION-CONSULTER
               DISPLAY "Action inconnue."
               STOP RUN
           END-IF.
           DISPLAY "NUMERO DE DOSSIER (ID CLIENT) > ".
           ACCEPT WS-CUSTOMER-ID.
           IF WS-CUSTOMER-ID = SPACES
               DISPLAY "L'identifiant client est requis."
               STOP RUN
           END-IF.
           PERFORM OPEN-PIECES-FILES.
           PERFORM READ-DOSSIER.
           IF NOT WS-DOSSIER-FOUND-YES
               DISPLAY "Aucun dossier trouve pour ce client."
               PERFORM CLOSE-PIECES-FILES
               STOP RUN
           END-IF.
           MOVE CD-BRANCH TO WS-BRANCH-ID.
           EVALUATE TRUE
               WHEN WS-ACTION-OUVRIR
                   PERFORM OPEN-STANDARD-CHECKLIST
               WHEN WS-ACTION-AJOUTER
                   PERFORM ADD-ONE-PIECE
               WHEN WS-ACTION-RECUE
                   PERFORM MARK-PIECE-RECEIVED
               WHEN WS-ACTION-ACCEPTEE
                   PERFORM MARK-PIECE-ACCEPTED
               WHEN WS-ACTION-REFUSEE
                   PERFORM MARK-PIECE-REFUSED
               WHEN WS-ACTION-CONSULTER
                   PERFORM LIST-DOSSIER-PIECES
           END-EVALUATE.
           PERFORM CLOSE-PIECES-FILES.
           STOP RUN.

       OPEN-PIECES-FILES.
           OPEN INPUT CUSTOMER-DOSSIER-FILE.
           IF NOT WS-DOSSIER-OK
               DISPLAY "Impossible d'ouvrir le dossier client."
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
           OPEN INPUT OPERATOR-FILE.
           IF NOT WS-OPERATOR-OK
               DISPLAY "Impossible d'ouvrir le fichier des operateurs."
               STOP RUN
           END-IF.

       CLOSE-PIECES-FILES.
           CLOSE CUSTOMER-DOSSIER-FILE.
           CLOSE SUPPORTING-DOCUMENT-FILE.
           CLOSE OPERATOR-FILE.

       READ-DOSSIER.
           MOVE "N" TO WS-DOSSIER-FOUND.
           MOVE WS-CUSTOMER-ID TO CD-CUSTOMER-ID.
           READ CUSTOMER-DOSSIER-FILE
               KEY IS CD-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DOSSIER-FOUND
           END-READ.

       READ-PIECE.
           MOVE "N" TO WS-PIECE-FOUND.
           MOVE WS-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-DOC-TYPE TO PJ-DOC-TYPE.
           READ SUPPORTING-DOCUMENT-FILE
               KEY IS PJ-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PIECE-FOUND
           END-READ.

       ACCEPT-DOC-TYPE.
           DISPLAY "TYPE DE PIECE (IDEN/DOMI/REVE/...) > ".
           ACCEPT WS-DOC-TYPE.
           IF WS-DOC-TYPE = SPACES
               DISPLAY "Le type de piece est requis."
               PERFORM CLOSE-PIECES-FILES
               STOP RUN
           END-IF.

       ACCEPT-OPERATOR.
           DISPLAY "ID AGENT > ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "L'identifiant de l'agent est requis."
               PERFORM CLOSE-PIECES-FILES
               STOP RUN
           END-IF.
           PERFORM CHECK-OPERATOR.
           PERFORM CHECK-OPERATOR-BRANCH.

      * ---- controle de l'agent sur le fichier des operateurs --------
      * Tout operateur actif peut suivre les pieces, mais seulement
      * celles des dossiers de son agence, sauf les operateurs du siege.
       CHECK-OPERATOR.
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

       CHECK-OPERATOR-BRANCH.
           IF NOT OM-ROLE-HEAD-OFFICE
                   AND OM-BRANCH NOT = WS-BRANCH-ID
               MOVE "AGENCE" TO WS-ACCESS-REASON
               PERFORM REFUSE-ACCESS
           END-IF.

       REFUSE-ACCESS.
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
           MOVE "BZHPJU01" TO AV-PROGRAM.
           MOVE WS-OPERATOR-ID TO AV-OPERATOR-ID.
           MOVE WS-CUSTOMER-ID TO AV-CUSTOMER-ID.
           MOVE WS-BRANCH-ID TO AV-BRANCH.
           MOVE WS-ACCESS-REASON TO AV-REASON.
           WRITE ACCESS-VIOLATION-RECORD.
           CLOSE ACCESS-VIOLATION-FILE.
           DISPLAY "Acces refuse (" WS-ACCESS-REASON ") pour "
               WS-OPERATOR-ID ".".
           PERFORM CLOSE-PIECES-FILES.
           STOP RUN.

      * ---- ouverture de la liste des pieces exigees ----------------
       OPEN-STANDARD-CHECKLIST.
           PERFORM ACCEPT-OPERATOR.
           PERFORM VARYING STD-IDX FROM 1 BY 1 UNTIL STD-IDX > 3
               MOVE SP-DOC-TYPE (STD-IDX) TO WS-DOC-TYPE
               PERFORM READ-PIECE
               IF WS-PIECE-FOUND-YES
                   DISPLAY "Piece deja listee : " WS-DOC-TYPE
               ELSE
                   MOVE SP-DOC-LABEL (STD-IDX) TO WS-DOC-LABEL
                   MOVE "O" TO WS-REQUIRED-INPUT
                   PERFORM CREATE-PIECE
               END-IF
           END-PERFORM.
           DISPLAY "Pieces ajoutees au dossier " WS-CUSTOMER-ID
               " : " WS-CREATED-COUNT.

       ADD-ONE-PIECE.
           PERFORM ACCEPT-DOC-TYPE.
           PERFORM READ-PIECE.
           IF WS-PIECE-FOUND-YES
               DISPLAY "Piece deja listee pour ce dossier."
               PERFORM CLOSE-PIECES-FILES
               STOP RUN
           END-IF.
           DISPLAY "LIBELLE DE LA PIECE > ".
           ACCEPT WS-DOC-LABEL.
           IF WS-DOC-LABEL = SPACES
               DISPLAY "Le libelle de la piece est requis."
               PERFORM CLOSE-PIECES-FILES
               STOP RUN
           END-IF.
           DISPLAY "PIECE OBLIGATOIRE (O/N) > ".
           ACCEPT WS-REQUIRED-INPUT.
           IF WS-REQUIRED-INPUT NOT = "O"
                   AND WS-REQUIRED-INPUT NOT = "N"
               DISPLAY "Repondre O ou N."
               PERFORM CLOSE-PIECES-FILES
               STOP RUN
           END-IF.
           PERFORM ACCEPT-OPERATOR.
           PERFORM CREATE-PIECE.
           DISPLAY "Piece " WS-DOC-TYPE " ajoutee au dossier "
               WS-CUSTOMER-ID ".".

       CREATE-PIECE.
           MOVE SPACES TO SUPPORTING-DOCUMENT-RECORD.
           MOVE WS-CUSTOMER-ID TO PJ-CUSTOMER-ID.
           MOVE WS-DOC-TYPE TO PJ-DOC-TYPE.
           MOVE WS-DOC-LABEL TO PJ-DOC-LABEL.
           MOVE WS-REQUIRED-INPUT TO PJ-REQUIRED.
           SET PJ-STATUS-EXPECTED TO TRUE.
           MOVE WS-TODAY TO PJ-LAST-UPDATE-DATE.
           MOVE WS-OPERATOR-ID TO PJ-LAST-OPERATOR-ID.
           MOVE ZERO TO PJ-LAST-LETTER-DATE.
           WRITE SUPPORTING-DOCUMENT-RECORD
               INVALID KEY
                   DISPLAY "Ecriture de la piece impossible pour "
                       WS-CUSTOMER-ID " " WS-DOC-TYPE
                   PERFORM CLOSE-PIECES-FILES
                   STOP RUN
           END-WRITE.
           ADD 1 TO WS-CREATED-COUNT.

      * ---- suivi d'une piece : recue, puis acceptee ou refusee -----
       MARK-PIECE-RECEIVED.
           PERFORM ACCEPT-DOC-TYPE.
           PERFORM READ-PIECE.
           IF NOT WS-PIECE-FOUND-YES
               DISPLAY "Piece non listee pour ce dossier."
               PERFORM CLOSE-PIECES-FILES
               STOP RUN
           END-IF.
           IF PJ-STATUS-ACCEPTED
               DISPLAY "Piece deja acceptee, aucune mise a jour."
               PERFORM CLOSE-PIECES-FILES
               STOP RUN
           END-IF.
           PERFORM ACCEPT-OPERATOR.
           SET PJ-STATUS-RECEIVED TO TRUE.
           MOVE SPACES TO PJ-REFUSAL-REASON.
           PERFORM SAVE-PIECE.
           DISPLAY "Piece " WS-DOC-TYPE " recue pour le dossier "
               WS-CUSTOMER-ID ".".

       MARK-PIECE-ACCEPTED.
           PERFORM ACCEPT-DOC-TYPE.
           PERFORM READ-PIECE.
           IF NOT WS-PIECE-FOUND-YES
               DISPLAY "Piece non listee pour ce dossier."
               PERFORM CLOSE-PIECES-FILES
               STOP RUN
           END-IF.
           IF NOT PJ-STATUS-RECEIVED
               DISPLAY "Seule une piece recue peut etre acceptee."
               PERFORM CLOSE-PIECES-FILES
               STOP RUN
           END-IF.
           PERFORM ACCEPT-OPERATOR.
           SET PJ-STATUS-ACCEPTED TO TRUE.
           PERFORM SAVE-PIECE.
           DISPLAY "Piece " WS-DOC-TYPE " acceptee pour le dossier "
               WS-CUSTOMER-ID ".".

       MARK-PIECE-REFUSED.
           PERFORM ACCEPT-DOC-TYPE.
           PERFORM READ-PIECE.
           IF NOT WS-PIECE-FOUND-YES
               DISPLAY "Piece non listee pour ce dossier."
               PERFORM CLOSE-PIECES-FILES
               STOP RUN
           END-IF.
           IF NOT PJ-STATUS-RECEIVED
               DISPLAY "Seule une piece recue peut etre refusee."
               PERFORM CLOSE-PIECES-FILES
               STOP RUN
           END-IF.
           DISPLAY "MOTIF DU REFUS > ".
           ACCEPT WS-REFUSAL-REASON.
           IF WS-REFUSAL-REASON = SPACES
               DISPLAY "Le motif du refus est requis."
               PERFORM CLOSE-PIECES-FILES
               STOP RUN
           END-IF.
           PERFORM ACCEPT-OPERATOR.
           SET PJ-STATUS-REFUSED TO TRUE.
           MOVE WS-REFUSAL-REASON TO PJ-REFUSAL-REASON.
           PERFORM SAVE-PIECE.
           DISPLAY "Piece " WS-DOC-TYPE " refusee pour le dossier "
               WS-CUSTOMER-ID ".".

       SAVE-PIECE.
           MOVE WS-TODAY TO PJ-LAST-UPDATE-DATE.
           MOVE WS-OPERATOR-ID TO PJ-LAST-OPERATOR-ID.
           REWRITE SUPPORTING-DOCUMENT-RECORD
               INVALID KEY
                   DISPLAY "Reecriture de la piece impossible pour "
                       WS-CUSTOMER-ID " " WS-DOC-TYPE
                   PERFORM CLOSE-PIECES-FILES
                   STOP RUN
           END-REWRITE.

      * ---- consultation des pieces d'un dossier --------------------
       LIST-DOSSIER-PIECES.
           DISPLAY "Client      : " CD-CUSTOMER-ID " " CD-CUSTOMER-NAME.
           DISPLAY "Agence      : " CD-BRANCH.
           MOVE WS-CUSTOMER-ID TO PJ-CUSTOMER-ID.
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
                       IF PJ-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           PERFORM DISPLAY-ONE-PIECE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PIECE-COUNT = ZERO
               DISPLAY "Aucune piece listee : action OUVRIR."
           END-IF.

       DISPLAY-ONE-PIECE.
           ADD 1 TO WS-PIECE-COUNT.
           EVALUATE TRUE
               WHEN PJ-STATUS-EXPECTED
                   MOVE "ATTENDUE" TO WS-STATUS-TEXT
               WHEN PJ-STATUS-RECEIVED
                   MOVE "RECUE" TO WS-STATUS-TEXT
               WHEN PJ-STATUS-ACCEPTED
                   MOVE "ACCEPTEE" TO WS-STATUS-TEXT
               WHEN PJ-STATUS-REFUSED
                   MOVE "REFUSEE" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE PJ-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.
           DISPLAY PJ-DOC-TYPE " " PJ-DOC-LABEL " " PJ-REQUIRED " "
               WS-STATUS-TEXT " " PJ-LAST-UPDATE-DATE.
           IF PJ-STATUS-REFUSED
               DISPLAY "     motif : " PJ-REFUSAL-REASON
           END-IF.
