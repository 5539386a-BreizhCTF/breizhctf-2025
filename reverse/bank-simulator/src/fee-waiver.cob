           SELECT FEE-ADJUSTMENT-FILE ASSIGN TO "FEEADJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-ADJ-STATUS.
           SELECT CUSTOMER-DOSSIER-FILE ASSIGN TO "CUSTDOSS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUSTOMER-ID
               FILE STATUS IS WS-DOSSIER-STATUS.
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
       FD  FEE-LEDGER-FILE.
       FD  FEE-ADJUSTMENT-FILE.
       COPY "feeadj.cpy".

       FD  CUSTOMER-DOSSIER-FILE.
       COPY "custdoss.cpy".

       FD  OPERATOR-FILE.
       COPY "opermast.cpy".

       FD  ACCESS-VIOLATION-FILE.
       COPY "accviol.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FEE-LEDGER-STATUS    PIC XX.
           88  WS-FEE-LEDGER-OK        VALUE "00".
           88  WS-FEE-LEDGER-ABSENT    VALUE "35".
       01  WS-FEE-ADJ-STATUS       PIC XX.
           88  WS-FEE-ADJ-OK           VALUE "00".
       01  WS-DOSSIER-STATUS       PIC XX.
           88  WS-DOSSIER-OK           VALUE "00".
       01  WS-OPERATOR-STATUS      PIC XX.
           88  WS-OPERATOR-OK          VALUE "00".
       01  WS-VIOLATION-STATUS     PIC XX.
           88  WS-VIOLATION-OK         VALUE "00".
           88  WS-VIOLATION-ABSENT     VALUE "35".
       01  WS-CUSTOMER-ID          PIC X(10).
       01  WS-SUPERVISOR-ID        PIC X(10).
       01  WS-REASON               PIC X(40).
       01  WS-WAIVED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-WAIVED-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  WS-EDIT-AMOUNT          PIC Z(9)9.99.
       01  WS-DOSSIER-BRANCH       PIC X(10).
       01  WS-ACCESS-REASON        PIC X(10).
       01  WS-OPERATOR-FOUND       PIC X(01) VALUE "N".
           88  WS-OPERATOR-FOUND-YES   VALUE "Y".
       01  WS-CEILING-APPLIES      PIC X(01) VALUE "N".
           88  WS-CEILING-APPLIES-YES  VALUE "Y".
       01  WS-WAIVE-CEILING        PIC 9(07)V99 VALUE ZERO.
       01  WS-CEILING-REFUSED      PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "Client, superviseur et motif sont requis."
               STOP RUN
           END-IF.
           PERFORM CHECK-SUPERVISOR.
           DISPLAY "DATE DE L'ECRITURE (AAAAMMJJ, vide = par "
               "montant) > ".
           ACCEPT WS-POSTING-INPUT.
           MOVE WS-WAIVED-TOTAL TO WS-EDIT-AMOUNT.
           DISPLAY "Ecritures annulees : " WS-WAIVED-COUNT
               "  montant : " WS-EDIT-AMOUNT.
           IF WS-WAIVED-COUNT = ZERO AND WS-CEILING-REFUSED = ZERO
               DISPLAY "Aucune ecriture impayee correspondante."
           END-IF.
           IF WS-CEILING-REFUSED > ZERO
               MOVE WS-WAIVE-CEILING TO WS-EDIT-AMOUNT
               DISPLAY "Ecritures refusees au-dela du plafond de "
                   WS-EDIT-AMOUNT " : " WS-CEILING-REFUSED
               MOVE "PLAFOND" TO WS-ACCESS-REASON
               PERFORM LOG-ACCESS-VIOLATION
           END-IF.
           STOP RUN.

      * ---- controle du superviseur sur le fichier des operateurs ----
      * Seuls un superviseur actif de l'agence du dossier, ou un
      * operateur du siege, peuvent annuler des frais ; le plafond
      * d'annulation ne s'applique qu'aux superviseurs.
       CHECK-SUPERVISOR.
           PERFORM READ-OPERATOR.
           PERFORM READ-DOSSIER-BRANCH.
           EVALUATE TRUE
               WHEN NOT WS-OPERATOR-FOUND-YES
                   MOVE "INCONNU" TO WS-ACCESS-REASON
                   PERFORM REFUSE-ACCESS
               WHEN NOT OM-IS-ACTIVE
                   MOVE "INACTIF" TO WS-ACCESS-REASON
                   PERFORM REFUSE-ACCESS
               WHEN NOT OM-ROLE-SUPERVISOR
                       AND NOT OM-ROLE-HEAD-OFFICE
                   MOVE "ROLE" TO WS-ACCESS-REASON
                   PERFORM REFUSE-ACCESS
               WHEN NOT OM-ROLE-HEAD-OFFICE
                       AND OM-BRANCH NOT = WS-DOSSIER-BRANCH
                   MOVE "AGENCE" TO WS-ACCESS-REASON
                   PERFORM REFUSE-ACCESS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF OM-ROLE-SUPERVISOR
               MOVE "Y" TO WS-CEILING-APPLIES
               MOVE OM-WAIVER-CEILING TO WS-WAIVE-CEILING
           END-IF.
           CLOSE OPERATOR-FILE.

       READ-OPERATOR.
           MOVE "N" TO WS-OPERATOR-FOUND.
           OPEN INPUT OPERATOR-FILE.
           IF NOT WS-OPERATOR-OK
               DISPLAY "Impossible d'ouvrir le fichier des operateurs."
               STOP RUN
           END-IF.
           MOVE WS-SUPERVISOR-ID TO OM-OPERATOR-ID.
           READ OPERATOR-FILE
               KEY IS OM-OPERATOR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-OPERATOR-FOUND
           END-READ.

       READ-DOSSIER-BRANCH.
           OPEN INPUT CUSTOMER-DOSSIER-FILE.
           IF NOT WS-DOSSIER-OK
               DISPLAY "Impossible d'ouvrir le dossier client."
               STOP RUN
           END-IF.
           MOVE WS-CUSTOMER-ID TO CD-CUSTOMER-ID.
           READ CUSTOMER-DOSSIER-FILE
               KEY IS CD-CUSTOMER-ID
               INVALID KEY
                   DISPLAY "Aucun dossier trouve pour ce client."
                   CLOSE CUSTOMER-DOSSIER-FILE
                   STOP RUN
           END-READ.
           MOVE CD-BRANCH TO WS-DOSSIER-BRANCH.
           CLOSE CUSTOMER-DOSSIER-FILE.

       REFUSE-ACCESS.
           PERFORM LOG-ACCESS-VIOLATION.
           DISPLAY "Acces refuse (" WS-ACCESS-REASON ") pour "
               WS-SUPERVISOR-ID ".".
           STOP RUN.

       LOG-ACCESS-VIOLATION.
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
           MOVE "BZHWAI01" TO AV-PROGRAM.
           MOVE WS-SUPERVISOR-ID TO AV-OPERATOR-ID.
           MOVE WS-CUSTOMER-ID TO AV-CUSTOMER-ID.
           MOVE WS-DOSSIER-BRANCH TO AV-BRANCH.
           MOVE WS-ACCESS-REASON TO AV-REASON.
           WRITE ACCESS-VIOLATION-RECORD.
           CLOSE ACCESS-VIOLATION-FILE.

       OPEN-WAIVER-FILES.
           OPEN I-O FEE-LEDGER-FILE.
           IF WS-FEE-LEDGER-ABSENT
       CONSIDER-ONE-POSTING.
           IF WS-MODE-BY-POSTING
               IF FR-POSTING-DATE = WS-POSTING-NUM
                   PERFORM WAIVE-WITHIN-CEILING
               END-IF
           ELSE
               IF FR-COMPUTED-FEE <= WS-WAIVE-BUDGET
                   PERFORM WAIVE-WITHIN-CEILING
               END-IF
           END-IF.

       WAIVE-WITHIN-CEILING.
           IF WS-CEILING-APPLIES-YES
                   AND WS-WAIVED-TOTAL + FR-COMPUTED-FEE
                       > WS-WAIVE-CEILING
               ADD 1 TO WS-CEILING-REFUSED
           ELSE
               IF WS-MODE-BY-AMOUNT
                   SUBTRACT FR-COMPUTED-FEE FROM WS-WAIVE-BUDGET
               END-IF
               PERFORM WAIVE-ONE-POSTING
           END-IF.

       WAIVE-ONE-POSTING.
