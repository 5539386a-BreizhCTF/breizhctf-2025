               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-CUSTOMER-ID
               FILE STATUS IS WS-NPAI-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT ACCESS-VIOLATION-FILE ASSIGN TO "ACCVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-STATUS.
           SELECT COMPLAINT-FILE ASSIGN TO "RECLAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-COMPLAINT-NO
               FILE STATUS IS WS-COMPLAINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-DOSSIER-FILE.
       FD  NPAI-HOLD-FILE.
       COPY "npaihold.cpy".

       FD  OPERATOR-FILE.
       COPY "opermast.cpy".

       FD  ACCESS-VIOLATION-FILE.
       COPY "accviol.cpy".

       FD  COMPLAINT-FILE.
       COPY "reclam.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DOSSIER-STATUS       PIC XX.
           88  WS-DOSSIER-OK           VALUE "00".
       01  WS-NPAI-STATUS          PIC XX.
           88  WS-NPAI-OK              VALUE "00".
           88  WS-NPAI-ABSENT          VALUE "35".
       01  WS-OPERATOR-STATUS      PIC XX.
           88  WS-OPERATOR-OK          VALUE "00".
       01  WS-VIOLATION-STATUS     PIC XX.
           88  WS-VIOLATION-OK         VALUE "00".
           88  WS-VIOLATION-ABSENT     VALUE "35".
       01  WS-COMPLAINT-STATUS     PIC XX.
           88  WS-COMPLAINT-OK         VALUE "00".
           88  WS-COMPLAINT-EOF        VALUE "10".
           88  WS-COMPLAINT-ABSENT     VALUE "35".
       01  WS-RESTART-OPENED       PIC X(01) VALUE "N".
           88  WS-RESTART-OPENED-YES   VALUE "Y".
       01  WS-STEP-HIST-OPENED     PIC X(01) VALUE "N".
           88  WS-ACCT-OPENED-YES      VALUE "Y".
       01  WS-NPAI-OPENED          PIC X(01) VALUE "N".
           88  WS-NPAI-OPENED-YES      VALUE "Y".
       01  WS-COMPLAINT-OPENED     PIC X(01) VALUE "N".
           88  WS-COMPLAINT-OPENED-YES VALUE "Y".
       01  WS-CUSTOMER-ID          PIC X(10).
       01  WS-OPERATOR-ID          PIC X(10).
       01  WS-DOSSIER-BRANCH       PIC X(10) VALUE SPACES.
       01  WS-ACCESS-REASON        PIC X(10).
       01  WS-TODAY                PIC 9(08).
       01  WS-OUTSTANDING-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01  WS-OUTSTANDING-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-LOCKOUT-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-REINSTAT-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-STEP-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-COMPLAINT-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-EDIT-AMOUNT          PIC Z(9)9.99.

       PROCEDURE DIVISION.
               DISPLAY "L'identifiant client est requis."
               STOP RUN
           END-IF.
           DISPLAY "ID AGENT > ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "L'identifiant de l'agent est requis."
               STOP RUN
           END-IF.
           PERFORM OPEN-INQUIRY-FILES.
           PERFORM CHECK-OPERATOR.
           PERFORM SHOW-DOSSIER-SECTION.
           PERFORM SHOW-ETAPE-SECTION.
           PERFORM SHOW-LETTER-SECTION.
           PERFORM SHOW-FEE-SECTION.
           PERFORM SHOW-LOCKOUT-SECTION.
           PERFORM SHOW-ACCOUNT-SECTION.
           PERFORM SHOW-COMPLAINT-SECTION.
           PERFORM CLOSE-INQUIRY-FILES.
           STOP RUN.

                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT COMPLAINT-FILE.
           IF WS-COMPLAINT-OK
               MOVE "Y" TO WS-COMPLAINT-OPENED
           ELSE
               IF NOT WS-COMPLAINT-ABSENT
                   DISPLAY "Impossible d'ouvrir le registre des "
                       "reclamations."
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF NOT WS-OPERATOR-OK
               DISPLAY "Impossible d'ouvrir le fichier des operateurs."
               STOP RUN
           END-IF.

       CLOSE-INQUIRY-FILES.
           CLOSE CUSTOMER-DOSSIER-FILE.
           CLOSE OPERATOR-FILE.
           IF WS-RESTART-OPENED-YES
               CLOSE RESTART-FILE
           END-IF.
           IF WS-NPAI-OPENED-YES
               CLOSE NPAI-HOLD-FILE
           END-IF.
           IF WS-COMPLAINT-OPENED-YES
               CLOSE COMPLAINT-FILE
           END-IF.

      * ---- controle de l'agent sur le fichier des operateurs --------
      * La consultation est ouverte a tout operateur actif, pour les
      * seuls dossiers de son agence sauf pour le siege.
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
           MOVE "BZHINQ01" TO AV-PROGRAM.
           MOVE WS-OPERATOR-ID TO AV-OPERATOR-ID.
           MOVE WS-CUSTOMER-ID TO AV-CUSTOMER-ID.
           MOVE WS-DOSSIER-BRANCH TO AV-BRANCH.
           MOVE WS-ACCESS-REASON TO AV-REASON.
           WRITE ACCESS-VIOLATION-RECORD.
           CLOSE ACCESS-VIOLATION-FILE.
           DISPLAY "Acces refuse (" WS-ACCESS-REASON ") pour "
               WS-OPERATOR-ID ".".
           PERFORM CLOSE-INQUIRY-FILES.
           STOP RUN.

      * ---- dossier et conseiller ------------------------------------
       SHOW-DOSSIER-SECTION.
                   PERFORM CLOSE-INQUIRY-FILES
                   STOP RUN
           END-READ.
           MOVE CD-BRANCH TO WS-DOSSIER-BRANCH.
           IF NOT OM-ROLE-HEAD-OFFICE
                   AND OM-BRANCH NOT = WS-DOSSIER-BRANCH
               MOVE "AGENCE" TO WS-ACCESS-REASON
               PERFORM REFUSE-ACCESS
           END-IF.
           DISPLAY "----------------------------------------".
           DISPLAY "CLIENT      : " CD-CUSTOMER-ID.
           DISPLAY "NOM         : " CD-CUSTOMER-NAME.
               DISPLAY "CONSEILLER  : " CD-ADVISOR-ID
           END-IF.
           DISPLAY "RESOUMIS    : " CD-RESUBMIT-COUNT.
           DISPLAY "ABSENCES RDV: " CD-NOSHOW-COUNT.

      * ---- etape courante et historique -----------------------------
       SHOW-ETAPE-SECTION.
                           " ouvert le " AM-OPENED-DATE
               END-READ
           END-IF.

      * ---- reclamations en cours ------------------------------------
       SHOW-COMPLAINT-SECTION.
           DISPLAY "----------------------------------------".
           IF WS-COMPLAINT-OPENED-YES
               PERFORM UNTIL WS-COMPLAINT-EOF
                   READ COMPLAINT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CP-CUSTOMER-ID = WS-CUSTOMER-ID
                                   AND (CP-STATUS-OPEN
                                   OR CP-STATUS-IN-HAND)
                               PERFORM SHOW-ONE-COMPLAINT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-COMPLAINT-COUNT = ZERO
               DISPLAY "RECLAMATION : aucune en cours"
           END-IF.
           DISPLAY "----------------------------------------".

       SHOW-ONE-COMPLAINT.
           ADD 1 TO WS-COMPLAINT-COUNT.
           IF WS-TODAY > CP-DEADLINE-DATE
               DISPLAY "RECLAMATION : " CP-COMPLAINT-NO " "
                   CP-CATEGORY " du " CP-RECEIVED-DATE
                   ", reponse EN RETARD depuis le " CP-DEADLINE-DATE
           ELSE
               DISPLAY "RECLAMATION : " CP-COMPLAINT-NO " "
                   CP-CATEGORY " du " CP-RECEIVED-DATE
                   ", reponse due le " CP-DEADLINE-DATE
           END-IF.
           DISPLAY "              " CP-SUBJECT.
