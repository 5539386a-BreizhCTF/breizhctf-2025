           SELECT REINSTATEMENT-FILE ASSIGN TO "REINSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REINSTAT-STATUS.
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
       FD  CONFIG-FILE.
       FD  REINSTATEMENT-FILE.
       COPY "reinstat.cpy".

       FD  OPERATOR-FILE.
       COPY "opermast.cpy".

       FD  ACCESS-VIOLATION-FILE.
       COPY "accviol.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-STATUS        PIC XX.
           88  WS-CONFIG-OK            VALUE "00".
           88  WS-DOSSIER-OK           VALUE "00".
       01  WS-REINSTAT-STATUS      PIC XX.
           88  WS-REINSTAT-OK          VALUE "00".
       01  WS-OPERATOR-STATUS      PIC XX.
           88  WS-OPERATOR-OK          VALUE "00".
       01  WS-VIOLATION-STATUS     PIC XX.
           88  WS-VIOLATION-OK         VALUE "00".
           88  WS-VIOLATION-ABSENT     VALUE "35".
       01  WS-COOLOFF-DAYS         PIC 9(03) VALUE 30.
       01  WS-CUSTOMER-ID          PIC X(10).
       01  WS-SUPERVISOR-ID        PIC X(10).
       01  WS-LOCKOUT-FOUND        PIC X(01) VALUE "N".
           88  WS-LOCKOUT-FOUND-YES    VALUE "Y".
       01  WS-LAST-LOCKOUT-TS      PIC X(21).
       01  WS-DOSSIER-BRANCH       PIC X(10).
       01  WS-ACCESS-REASON        PIC X(10).
       01  WS-OPERATOR-FOUND       PIC X(01) VALUE "N".
           88  WS-OPERATOR-FOUND-YES   VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "Client, superviseur et motif sont requis."
               STOP RUN
           END-IF.
           PERFORM CHECK-SUPERVISOR.

           PERFORM FIND-LATEST-LOCKOUT.
           IF NOT WS-LOCKOUT-FOUND-YES
           END-READ.
           CLOSE CONFIG-FILE.

      * ---- controle du superviseur sur le fichier des operateurs ----
      * Seuls un superviseur actif de l'agence du dossier, ou un
      * operateur du siege, peuvent lever un blocage.
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
           MOVE "BZHREI01" TO AV-PROGRAM.
           MOVE WS-SUPERVISOR-ID TO AV-OPERATOR-ID.
           MOVE WS-CUSTOMER-ID TO AV-CUSTOMER-ID.
           MOVE WS-DOSSIER-BRANCH TO AV-BRANCH.
           MOVE WS-ACCESS-REASON TO AV-REASON.
           WRITE ACCESS-VIOLATION-RECORD.
           CLOSE ACCESS-VIOLATION-FILE.
           DISPLAY "Acces refuse (" WS-ACCESS-REASON ") pour "
               WS-SUPERVISOR-ID ".".
           STOP RUN.

       FIND-LATEST-LOCKOUT.
           MOVE "N" TO WS-LOCKOUT-FOUND.
           OPEN INPUT LOCKOUT-FILE.
