       IDENTIFICATION DIVISION.
       PROGRAM-ID. BZHRCL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "RECLAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-COMPLAINT-NO
               FILE STATUS IS WS-COMPLAINT-STATUS.
           SELECT COMPLAINT-SEQ-FILE ASSIGN TO "RECLSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMPLAINT-SEQ-STATUS.
           SELECT CUSTOMER-DOSSIER-FILE ASSIGN TO "CUSTDOSS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUSTOMER-ID
               FILE STATUS IS WS-DOSSIER-STATUS.
           SELECT CONSEILLER-FILE ASSIGN TO "CONSEIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJ-CONSEILLER-ID
               FILE STATUS IS WS-CONSEIL-STATUS.
           SELECT FEE-ADJUSTMENT-FILE ASSIGN TO "FEEADJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-ADJ-STATUS.
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
       FD  COMPLAINT-FILE.
       COPY "reclam.cpy".

       FD  COMPLAINT-SEQ-FILE.
       COPY "reclseq.cpy".

       FD  CUSTOMER-DOSSIER-FILE.
       COPY "custdoss.cpy".

       FD  CONSEILLER-FILE.
       COPY "conseilrec.cpy".

       FD  FEE-ADJUSTMENT-FILE.
       COPY "feeadj.cpy".

       FD  OPERATOR-FILE.
       COPY "opermast.cpy".

       FD  ACCESS-VIOLATION-FILE.
       COPY "accviol.cpy".

       WORKING-STORAGE SECTION.
       01  WS-COMPLAINT-STATUS     PIC XX.
           88  WS-COMPLAINT-OK         VALUE "00".
           88  WS-COMPLAINT-ABSENT     VALUE "35".
       01  WS-COMPLAINT-SEQ-STATUS PIC XX.
           88  WS-COMPLAINT-SEQ-OK     VALUE "00".
           88  WS-COMPLAINT-SEQ-ABSENT VALUE "35".
       01  WS-DOSSIER-STATUS       PIC XX.
           88  WS-DOSSIER-OK           VALUE "00".
       01  WS-CONSEIL-STATUS       PIC XX.
           88  WS-CONSEIL-OK           VALUE "00".
       01  WS-FEE-ADJ-STATUS       PIC XX.
           88  WS-FEE-ADJ-OK           VALUE "00".
           88  WS-FEE-ADJ-EOF          VALUE "10".
           88  WS-FEE-ADJ-ABSENT       VALUE "35".
       01  WS-OPERATOR-STATUS      PIC XX.
           88  WS-OPERATOR-OK          VALUE "00".
       01  WS-VIOLATION-STATUS     PIC XX.
           88  WS-VIOLATION-OK         VALUE "00".
           88  WS-VIOLATION-ABSENT     VALUE "35".
       01  WS-ACTION               PIC X(10).
           88  WS-ACTION-CREER         VALUE "CREER".
           88  WS-ACTION-AFFECTER      VALUE "AFFECTER".
           88  WS-ACTION-RESOUDRE      VALUE "RESOUDRE".
           88  WS-ACTION-CLASSER       VALUE "CLASSER".
           88  WS-ACTION-CONSULTER     VALUE "CONSULTER".
      * Delai de reponse reglementaire a compter de la reception.
       01  WS-ANSWER-DAYS          PIC 9(03) VALUE 60.
       01  WS-CUSTOMER-ID          PIC X(10).
       01  WS-BRANCH-ID            PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ID          PIC X(10).
       01  WS-ACCESS-REASON        PIC X(10).
       01  WS-ADVISOR-ID           PIC X(10).
       01  WS-CATEGORY             PIC X(04).
       01  WS-SUBJECT              PIC X(50).
       01  WS-RESOLUTION-TEXT      PIC X(60).
       01  WS-COMPLAINT-INPUT      PIC X(08).
       01  WS-COMPLAINT-NO         PIC 9(08).
       01  WS-DATE-INPUT           PIC X(08).
       01  WS-DATE-NUM REDEFINES WS-DATE-INPUT PIC 9(08).
       01  WS-RECEIVED-DATE        PIC 9(08).
       01  WS-FEE-CANCEL-INPUT     PIC X(01).
       01  WS-ADJ-POSTING-DATE     PIC 9(08).
       01  WS-ADJ-TIMESTAMP        PIC X(21).
       01  WS-TODAY                PIC 9(08).
       01  WS-STATUS-TEXT          PIC X(12).
       01  WS-COMPLAINT-FOUND      PIC X(01) VALUE "N".
           88  WS-COMPLAINT-FOUND-YES  VALUE "Y".
       01  WS-DOSSIER-FOUND        PIC X(01) VALUE "N".
           88  WS-DOSSIER-FOUND-YES    VALUE "Y".
       01  WS-ADJ-FOUND            PIC X(01) VALUE "N".
           88  WS-ADJ-FOUND-YES        VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "[BZHRCL01] Registre des reclamations clients".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           DISPLAY "ACTION (CREER/AFFECTER/RESOUDRE/CLASSER/"
               "CONSULTER) > ".
           ACCEPT WS-ACTION.
           IF NOT WS-ACTION-CREER
                   AND NOT WS-ACTION-AFFECTER
                   AND NOT WS-ACTION-RESOUDRE
                   AND NOT WS-ACTION-CLASSER
                   AND NOT WS-ACTION-CONSULTER
               DISPLAY "Action inconnue."
               STOP RUN
           END-IF.
           PERFORM OPEN-COMPLAINT-FILES.
           IF WS-ACTION-CREER
               PERFORM CREATE-COMPLAINT
           ELSE
               PERFORM ACCEPT-COMPLAINT-NO
               EVALUATE TRUE
                   WHEN WS-ACTION-AFFECTER
                       PERFORM ASSIGN-COMPLAINT
                   WHEN WS-ACTION-RESOUDRE
                       PERFORM RESOLVE-COMPLAINT
                   WHEN WS-ACTION-CLASSER
                       PERFORM CLOSE-COMPLAINT
                   WHEN WS-ACTION-CONSULTER
                       PERFORM DISPLAY-COMPLAINT
               END-EVALUATE
           END-IF.
           PERFORM CLOSE-COMPLAINT-FILES.
           STOP RUN.

       OPEN-COMPLAINT-FILES.
           OPEN I-O COMPLAINT-FILE.
           IF WS-COMPLAINT-ABSENT
               OPEN OUTPUT COMPLAINT-FILE
               CLOSE COMPLAINT-FILE
               OPEN I-O COMPLAINT-FILE
           END-IF.
           IF NOT WS-COMPLAINT-OK
               DISPLAY "Impossible d'ouvrir le registre des "
                   "reclamations."
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-DOSSIER-FILE.
           IF NOT WS-DOSSIER-OK
               DISPLAY "Impossible d'ouvrir le dossier client."
               STOP RUN
           END-IF.
           OPEN INPUT CONSEILLER-FILE.
           IF NOT WS-CONSEIL-OK
               DISPLAY "Impossible d'ouvrir le fichier des conseillers."
               STOP RUN
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF NOT WS-OPERATOR-OK
               DISPLAY "Impossible d'ouvrir le fichier des operateurs."
               STOP RUN
           END-IF.

       CLOSE-COMPLAINT-FILES.
           CLOSE COMPLAINT-FILE.
           CLOSE CUSTOMER-DOSSIER-FILE.
           CLOSE CONSEILLER-FILE.
           CLOSE OPERATOR-FILE.

       ACCEPT-OPERATOR.
           DISPLAY "ID AGENT > ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "L'identifiant de l'agent est requis."
               PERFORM CLOSE-COMPLAINT-FILES
               STOP RUN
           END-IF.
           PERFORM CHECK-OPERATOR.
           PERFORM CHECK-OPERATOR-BRANCH.

      * ---- controle de l'agent sur le fichier des operateurs --------
      * Tout operateur actif tient le registre, mais seulement pour les
      * reclamations de son agence, sauf les operateurs du siege.
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
           MOVE "BZHRCL01" TO AV-PROGRAM.
           MOVE WS-OPERATOR-ID TO AV-OPERATOR-ID.
           MOVE WS-CUSTOMER-ID TO AV-CUSTOMER-ID.
           MOVE WS-BRANCH-ID TO AV-BRANCH.
           MOVE WS-ACCESS-REASON TO AV-REASON.
           WRITE ACCESS-VIOLATION-RECORD.
           CLOSE ACCESS-VIOLATION-FILE.
           DISPLAY "Acces refuse (" WS-ACCESS-REASON ") pour "
               WS-OPERATOR-ID ".".
           PERFORM CLOSE-COMPLAINT-FILES.
           STOP RUN.

       ACCEPT-COMPLAINT-NO.
           DISPLAY "NUMERO DE RECLAMATION > ".
           ACCEPT WS-COMPLAINT-INPUT.
           IF WS-COMPLAINT-INPUT = SPACES
               DISPLAY "Le numero de reclamation est requis."
               PERFORM CLOSE-COMPLAINT-FILES
               STOP RUN
           END-IF.
           COMPUTE WS-COMPLAINT-NO =
               FUNCTION NUMVAL (WS-COMPLAINT-INPUT).
           MOVE "N" TO WS-COMPLAINT-FOUND.
           MOVE WS-COMPLAINT-NO TO CP-COMPLAINT-NO.
           READ COMPLAINT-FILE
               KEY IS CP-COMPLAINT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-COMPLAINT-FOUND
           END-READ.
           IF NOT WS-COMPLAINT-FOUND-YES
               DISPLAY "Reclamation inconnue : " WS-COMPLAINT-NO
               PERFORM CLOSE-COMPLAINT-FILES
               STOP RUN
           END-IF.
           MOVE CP-CUSTOMER-ID TO WS-CUSTOMER-ID.
           MOVE CP-BRANCH TO WS-BRANCH-ID.

       REQUIRE-PENDING-COMPLAINT.
           IF NOT CP-STATUS-OPEN AND NOT CP-STATUS-IN-HAND
               DISPLAY "La reclamation " CP-COMPLAINT-NO
                   " est deja close."
               PERFORM CLOSE-COMPLAINT-FILES
               STOP RUN
           END-IF.

       VALIDATE-ADVISOR.
           MOVE WS-ADVISOR-ID TO CJ-CONSEILLER-ID.
           READ CONSEILLER-FILE
               KEY IS CJ-CONSEILLER-ID
               INVALID KEY
                   DISPLAY "Conseiller inconnu : " WS-ADVISOR-ID
                   PERFORM CLOSE-COMPLAINT-FILES
                   STOP RUN
           END-READ.
           IF CJ-HAS-LEFT
               DISPLAY "Le conseiller a quitte la banque : "
                   WS-ADVISOR-ID
               PERFORM CLOSE-COMPLAINT-FILES
               STOP RUN
           END-IF.

       SAVE-COMPLAINT.
           MOVE WS-OPERATOR-ID TO CP-LAST-OPERATOR-ID.
           MOVE WS-TODAY TO CP-LAST-UPDATE-DATE.
           REWRITE COMPLAINT-RECORD
               INVALID KEY
                   DISPLAY "Reecriture de la reclamation impossible : "
                       CP-COMPLAINT-NO
                   PERFORM CLOSE-COMPLAINT-FILES
                   STOP RUN
           END-REWRITE.

      * ---- enregistrement d'une nouvelle reclamation ---------------
       CREATE-COMPLAINT.
           DISPLAY "NUMERO DE DOSSIER (ID CLIENT) > ".
           ACCEPT WS-CUSTOMER-ID.
           MOVE "N" TO WS-DOSSIER-FOUND.
           MOVE WS-CUSTOMER-ID TO CD-CUSTOMER-ID.
           READ CUSTOMER-DOSSIER-FILE
               KEY IS CD-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DOSSIER-FOUND
           END-READ.
           IF NOT WS-DOSSIER-FOUND-YES
               DISPLAY "Aucun dossier trouve pour ce client."
               PERFORM CLOSE-COMPLAINT-FILES
               STOP RUN
           END-IF.
           MOVE CD-BRANCH TO WS-BRANCH-ID.
           DISPLAY "CATEGORIE (LETR/FRAI/CONS/AUTR) > ".
           ACCEPT WS-CATEGORY.
           IF WS-CATEGORY NOT = "LETR" AND NOT = "FRAI"
                   AND NOT = "CONS" AND NOT = "AUTR"
               DISPLAY "Categorie inconnue."
               PERFORM CLOSE-COMPLAINT-FILES
               STOP RUN
           END-IF.
           DISPLAY "OBJET DE LA RECLAMATION > ".
           ACCEPT WS-SUBJECT.
           IF WS-SUBJECT = SPACES
               DISPLAY "L'objet de la reclamation est requis."
               PERFORM CLOSE-COMPLAINT-FILES
               STOP RUN
           END-IF.
           DISPLAY "DATE DE RECEPTION (AAAAMMJJ, vide = ce jour) > ".
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT = SPACES
               MOVE WS-TODAY TO WS-RECEIVED-DATE
           ELSE
               IF WS-DATE-NUM NOT NUMERIC OR WS-DATE-NUM > WS-TODAY
                   DISPLAY "Date de reception invalide."
                   PERFORM CLOSE-COMPLAINT-FILES
                   STOP RUN
               END-IF
               MOVE WS-DATE-NUM TO WS-RECEIVED-DATE
           END-IF.
           DISPLAY "CONSEILLER EN CHARGE (vide = conseiller du "
               "dossier) > ".
           ACCEPT WS-ADVISOR-ID.
           IF WS-ADVISOR-ID = SPACES
               MOVE CD-ADVISOR-ID TO WS-ADVISOR-ID
           END-IF.
           IF WS-ADVISOR-ID NOT = SPACES
               PERFORM VALIDATE-ADVISOR
           END-IF.
           PERFORM ACCEPT-OPERATOR.
           PERFORM TAKE-COMPLAINT-NUMBER.
           MOVE SPACES TO COMPLAINT-RECORD.
           MOVE WS-COMPLAINT-NO TO CP-COMPLAINT-NO.
           MOVE WS-CUSTOMER-ID TO CP-CUSTOMER-ID.
           MOVE CD-BRANCH TO CP-BRANCH.
           MOVE WS-CATEGORY TO CP-CATEGORY.
           MOVE WS-SUBJECT TO CP-SUBJECT.
           MOVE WS-RECEIVED-DATE TO CP-RECEIVED-DATE.
           COMPUTE CP-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RECEIVED-DATE)
               + WS-ANSWER-DAYS).
           MOVE WS-ADVISOR-ID TO CP-ADVISOR-ID.
           IF WS-ADVISOR-ID = SPACES
               SET CP-STATUS-OPEN TO TRUE
           ELSE
               SET CP-STATUS-IN-HAND TO TRUE
           END-IF.
           MOVE ZERO TO CP-RESOLVED-DATE.
           MOVE SPACES TO CP-RESOLUTION-TEXT.
           MOVE ZERO TO CP-ADJ-POSTING-DATE.
           MOVE SPACES TO CP-ADJ-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO CP-LAST-OPERATOR-ID.
           MOVE WS-TODAY TO CP-LAST-UPDATE-DATE.
           WRITE COMPLAINT-RECORD
               INVALID KEY
                   DISPLAY "Ecriture de la reclamation impossible : "
                       WS-COMPLAINT-NO
                   PERFORM CLOSE-COMPLAINT-FILES
                   STOP RUN
           END-WRITE.
           DISPLAY "Reclamation " WS-COMPLAINT-NO " enregistree, "
               "reponse due le " CP-DEADLINE-DATE ".".

      * Numero suivant pris dans le compteur RECLSEQ, reecrit aussitot
      * pour qu'un second poste ne puisse pas reprendre le meme.
       TAKE-COMPLAINT-NUMBER.
           OPEN I-O COMPLAINT-SEQ-FILE.
           IF WS-COMPLAINT-SEQ-ABSENT
               OPEN OUTPUT COMPLAINT-SEQ-FILE
               MOVE 1 TO RQ-NEXT-NUMBER
               WRITE COMPLAINT-SEQ-RECORD
               CLOSE COMPLAINT-SEQ-FILE
               OPEN I-O COMPLAINT-SEQ-FILE
           END-IF.
           IF NOT WS-COMPLAINT-SEQ-OK
               DISPLAY "Impossible d'ouvrir le compteur des "
                   "reclamations."
               PERFORM CLOSE-COMPLAINT-FILES
               STOP RUN
           END-IF.
           READ COMPLAINT-SEQ-FILE
               AT END
                   DISPLAY "Compteur des reclamations vide."
                   PERFORM CLOSE-COMPLAINT-FILES
                   STOP RUN
           END-READ.
           MOVE RQ-NEXT-NUMBER TO WS-COMPLAINT-NO.
           ADD 1 TO RQ-NEXT-NUMBER.
           REWRITE COMPLAINT-SEQ-RECORD.
           IF NOT WS-COMPLAINT-SEQ-OK
               DISPLAY "Reecriture du compteur des reclamations en "
                   "echec : " WS-COMPLAINT-SEQ-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-COMPLAINT-FILES
               STOP RUN
           END-IF.
           CLOSE COMPLAINT-SEQ-FILE.

      * ---- suivi d'une reclamation existante -----------------------
       ASSIGN-COMPLAINT.
           PERFORM REQUIRE-PENDING-COMPLAINT.
           DISPLAY "Conseiller actuel : " CP-ADVISOR-ID.
           DISPLAY "CONSEILLER EN CHARGE > ".
           ACCEPT WS-ADVISOR-ID.
           IF WS-ADVISOR-ID = SPACES
               DISPLAY "Le conseiller est requis."
               PERFORM CLOSE-COMPLAINT-FILES
               STOP RUN
           END-IF.
           PERFORM VALIDATE-ADVISOR.
           PERFORM ACCEPT-OPERATOR.
           MOVE WS-ADVISOR-ID TO CP-ADVISOR-ID.
           SET CP-STATUS-IN-HAND TO TRUE.
           PERFORM SAVE-COMPLAINT.
           DISPLAY "Reclamation " CP-COMPLAINT-NO " confiee a "
               WS-ADVISOR-ID ".".

       RESOLVE-COMPLAINT.
           PERFORM REQUIRE-PENDING-COMPLAINT.
           DISPLAY "RESOLUTION > ".
           ACCEPT WS-RESOLUTION-TEXT.
           IF WS-RESOLUTION-TEXT = SPACES
               DISPLAY "Le texte de la resolution est requis."
               PERFORM CLOSE-COMPLAINT-FILES
               STOP RUN
           END-IF.
           DISPLAY "RESOLUE PAR UNE ANNULATION DE FRAIS (O/N) > ".
           ACCEPT WS-FEE-CANCEL-INPUT.
           IF WS-FEE-CANCEL-INPUT = "O"
               PERFORM FIND-FEE-ADJUSTMENT
           END-IF.
           PERFORM ACCEPT-OPERATOR.
           SET CP-STATUS-RESOLVED TO TRUE.
           MOVE WS-TODAY TO CP-RESOLVED-DATE.
           MOVE WS-RESOLUTION-TEXT TO CP-RESOLUTION-TEXT.
           IF WS-ADJ-FOUND-YES
               MOVE WS-ADJ-POSTING-DATE TO CP-ADJ-POSTING-DATE
               MOVE WS-ADJ-TIMESTAMP TO CP-ADJ-TIMESTAMP
           END-IF.
           PERFORM SAVE-COMPLAINT.
           DISPLAY "Reclamation " CP-COMPLAINT-NO " resolue.".

      * L'annulation doit avoir ete passee au prealable par BZHWAI01 :
      * on retient la derniere ligne FEEADJ du client pour l'ecriture.
       FIND-FEE-ADJUSTMENT.
           DISPLAY "DATE DE L'ECRITURE ANNULEE (AAAAMMJJ) > ".
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-NUM NOT NUMERIC
               DISPLAY "Date d'ecriture invalide."
               PERFORM CLOSE-COMPLAINT-FILES
               STOP RUN
           END-IF.
           MOVE WS-DATE-NUM TO WS-ADJ-POSTING-DATE.
           MOVE "N" TO WS-ADJ-FOUND.
           OPEN INPUT FEE-ADJUSTMENT-FILE.
           IF NOT WS-FEE-ADJ-OK
               DISPLAY "Journal des annulations indisponible."
               PERFORM CLOSE-COMPLAINT-FILES
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FEE-ADJ-EOF
               READ FEE-ADJUSTMENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FJ-CUSTOMER-ID = CP-CUSTOMER-ID
                               AND FJ-POSTING-DATE
                                   = WS-ADJ-POSTING-DATE
                           MOVE "Y" TO WS-ADJ-FOUND
                           MOVE FJ-TIMESTAMP TO WS-ADJ-TIMESTAMP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEE-ADJUSTMENT-FILE.
           IF NOT WS-ADJ-FOUND-YES
               DISPLAY "Aucune annulation trouvee pour l'ecriture du "
                   WS-ADJ-POSTING-DATE ", passer d'abord par BZHWAI01."
               PERFORM CLOSE-COMPLAINT-FILES
               STOP RUN
           END-IF.
           DISPLAY "Annulation du " WS-ADJ-TIMESTAMP (1:8)
               " rattachee a la reclamation.".

       CLOSE-COMPLAINT.
           PERFORM REQUIRE-PENDING-COMPLAINT.
           DISPLAY "MOTIF DU CLASSEMENT SANS SUITE > ".
           ACCEPT WS-RESOLUTION-TEXT.
           IF WS-RESOLUTION-TEXT = SPACES
               DISPLAY "Le motif du classement est requis."
               PERFORM CLOSE-COMPLAINT-FILES
               STOP RUN
           END-IF.
           PERFORM ACCEPT-OPERATOR.
           SET CP-STATUS-CLOSED TO TRUE.
           MOVE WS-TODAY TO CP-RESOLVED-DATE.
           MOVE WS-RESOLUTION-TEXT TO CP-RESOLUTION-TEXT.
           PERFORM SAVE-COMPLAINT.
           DISPLAY "Reclamation " CP-COMPLAINT-NO " classee.".

       DISPLAY-COMPLAINT.
           EVALUATE TRUE
               WHEN CP-STATUS-OPEN
                   MOVE "OUVERTE" TO WS-STATUS-TEXT
               WHEN CP-STATUS-IN-HAND
                   MOVE "EN TRAITEMENT" TO WS-STATUS-TEXT
               WHEN CP-STATUS-RESOLVED
                   MOVE "RESOLUE" TO WS-STATUS-TEXT
               WHEN CP-STATUS-CLOSED
                   MOVE "CLASSEE" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE CP-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.
           DISPLAY "Reclamation : " CP-COMPLAINT-NO.
           DISPLAY "Client      : " CP-CUSTOMER-ID " agence "
               CP-BRANCH.
           DISPLAY "Categorie   : " CP-CATEGORY.
           DISPLAY "Objet       : " CP-SUBJECT.
           DISPLAY "Recue le    : " CP-RECEIVED-DATE
               "  reponse due le " CP-DEADLINE-DATE.
           DISPLAY "Conseiller  : " CP-ADVISOR-ID.
           DISPLAY "Statut      : " WS-STATUS-TEXT.
           IF CP-RESOLVED-DATE NOT = ZERO
               DISPLAY "Close le    : " CP-RESOLVED-DATE
               DISPLAY "Resolution  : " CP-RESOLUTION-TEXT
           END-IF.
           IF CP-ADJ-POSTING-DATE NOT = ZERO
               DISPLAY "Annulation  : ecriture du " CP-ADJ-POSTING-DATE
                   " annulee le " CP-ADJ-TIMESTAMP (1:8)
           END-IF.
           DISPLAY "Modifiee le : " CP-LAST-UPDATE-DATE
               " par " CP-LAST-OPERATOR-ID.
