           SELECT DOSSIER-AUDIT-FILE ASSIGN TO "DOSSAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CUSTOMER-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
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
       FD  DOSSIER-AUDIT-FILE.
       COPY "dossaud.cpy".

       FD  CUSTOMER-ADDRESS-FILE.
       COPY "custaddr.cpy".

       FD  OPERATOR-FILE.
       COPY "opermast.cpy".

       FD  ACCESS-VIOLATION-FILE.
       COPY "accviol.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DOSSIER-STATUS       PIC XX.
           88  WS-DOSSIER-OK           VALUE "00".
           88  WS-BRANCH-OK            VALUE "00".
       01  WS-AUDIT-STATUS         PIC XX.
           88  WS-AUDIT-OK             VALUE "00".
       01  WS-ADDRESS-STATUS       PIC XX.
           88  WS-ADDRESS-OK           VALUE "00".
           88  WS-ADDRESS-ABSENT       VALUE "35".
       01  WS-OPERATOR-STATUS      PIC XX.
           88  WS-OPERATOR-OK          VALUE "00".
       01  WS-VIOLATION-STATUS     PIC XX.
           88  WS-VIOLATION-OK         VALUE "00".
           88  WS-VIOLATION-ABSENT     VALUE "35".
       01  WS-ACTION               PIC X(10).
           88  WS-ACTION-AJOUTER       VALUE "AJOUTER".
           88  WS-ACTION-CORRIGER      VALUE "CORRIGER".
           88  WS-ACTION-CONSULTER     VALUE "CONSULTER".
           88  WS-ACTION-ADRESSE       VALUE "ADRESSE".
       01  WS-CUSTOMER-ID          PIC X(10).
       01  WS-CUSTOMER-NAME        PIC X(30).
       01  WS-BRANCH-ID            PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ID          PIC X(10).
       01  WS-OLD-NAME             PIC X(30).
       01  WS-DOSSIER-FOUND        PIC X(01) VALUE "N".
           88  WS-DOSSIER-FOUND-YES    VALUE "Y".
       01  WS-BRANCH-USABLE        PIC X(01) VALUE "N".
           88  WS-BRANCH-USABLE-YES    VALUE "Y".
       01  WS-ADDRESS-FOUND        PIC X(01) VALUE "N".
           88  WS-ADDRESS-FOUND-YES    VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-OLD-ADDRESS.
           05  WS-OLD-ADDRESS-LINE-1   PIC X(30).
           05  WS-OLD-ADDRESS-LINE-2   PIC X(30).
           05  WS-OLD-POSTCODE         PIC X(05).
           05  WS-OLD-CITY             PIC X(25).
       01  WS-NEW-ADDRESS.
           05  WS-NEW-ADDRESS-LINE-1   PIC X(30).
           05  WS-NEW-ADDRESS-LINE-2   PIC X(30).
           05  WS-NEW-POSTCODE         PIC X(05).
           05  WS-NEW-CITY             PIC X(25).
       01  WS-OLD-VALUE            PIC X(30).
       01  WS-NEW-VALUE            PIC X(30).
       01  WS-ACCESS-REASON        PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "[BZHDOS01] Tenue des dossiers clients".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           DISPLAY "ACTION (AJOUTER/CORRIGER/CONSULTER/ADRESSE) > ".
           ACCEPT WS-ACTION.
           IF NOT WS-ACTION-AJOUTER
                   AND NOT WS-ACTION-CORRIGER
                   AND NOT WS-ACTION-CONSULTER
                   AND NOT WS-ACTION-ADRESSE
               DISPLAY "Action inconnue."
               STOP RUN
           END-IF.
               DISPLAY "L'identifiant client est requis."
               STOP RUN
           END-IF.
           DISPLAY "ID AGENT > ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "L'identifiant de l'agent est requis."
               STOP RUN
           END-IF.
           PERFORM OPEN-MAINT-FILES.
           PERFORM CHECK-OPERATOR.
           EVALUATE TRUE
               WHEN WS-ACTION-AJOUTER
                   PERFORM REGISTER-DOSSIER
                   PERFORM CORRECT-CUSTOMER-NAME
               WHEN WS-ACTION-CONSULTER
                   PERFORM DISPLAY-DOSSIER
               WHEN WS-ACTION-ADRESSE
                   PERFORM MAINTAIN-ADDRESS
           END-EVALUATE.
           PERFORM CLOSE-MAINT-FILES.
           STOP RUN.
               DISPLAY "Impossible d'ouvrir le journal des dossiers."
               STOP RUN
           END-IF.
           OPEN I-O CUSTOMER-ADDRESS-FILE.
           IF WS-ADDRESS-ABSENT
               OPEN OUTPUT CUSTOMER-ADDRESS-FILE
               CLOSE CUSTOMER-ADDRESS-FILE
               OPEN I-O CUSTOMER-ADDRESS-FILE
           END-IF.
           IF NOT WS-ADDRESS-OK
               DISPLAY "Impossible d'ouvrir le fichier des adresses."
               STOP RUN
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF NOT WS-OPERATOR-OK
               DISPLAY "Impossible d'ouvrir le fichier des operateurs."
               STOP RUN
           END-IF.

       CLOSE-MAINT-FILES.
           CLOSE CUSTOMER-DOSSIER-FILE.
           CLOSE BRANCH-MASTER-FILE.
           CLOSE DOSSIER-AUDIT-FILE.
           CLOSE CUSTOMER-ADDRESS-FILE.
           CLOSE OPERATOR-FILE.

      * ---- controle de l'agent sur le fichier des operateurs --------
      * Tout operateur actif peut tenir les dossiers, mais seulement
      * ceux de sa propre agence, sauf les operateurs du siege.
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
           MOVE "BZHDOS01" TO AV-PROGRAM.
           MOVE WS-OPERATOR-ID TO AV-OPERATOR-ID.
           MOVE WS-CUSTOMER-ID TO AV-CUSTOMER-ID.
           MOVE WS-BRANCH-ID TO AV-BRANCH.
           MOVE WS-ACCESS-REASON TO AV-REASON.
           WRITE ACCESS-VIOLATION-RECORD.
           CLOSE ACCESS-VIOLATION-FILE.
           DISPLAY "Acces refuse (" WS-ACCESS-REASON ") pour "
               WS-OPERATOR-ID ".".
           PERFORM CLOSE-MAINT-FILES.
           STOP RUN.

       READ-DOSSIER.
           MOVE "N" TO WS-DOSSIER-FOUND.
               PERFORM CLOSE-MAINT-FILES
               STOP RUN
           END-IF.
           PERFORM CHECK-OPERATOR-BRANCH.
           MOVE SPACES TO CUSTOMER-DOSSIER-RECORD.
           MOVE WS-CUSTOMER-ID TO CD-CUSTOMER-ID.
           MOVE WS-CUSTOMER-NAME TO CD-CUSTOMER-NAME.
           MOVE SPACES TO CD-ISSUED-CODE.
           MOVE ZERO TO CD-RESUBMIT-COUNT.
           MOVE SPACES TO CD-ADVISOR-ID.
           MOVE ZERO TO CD-NOSHOW-COUNT.
           WRITE CUSTOMER-DOSSIER-RECORD
               INVALID KEY
                   DISPLAY "Ecriture du dossier impossible pour "
               PERFORM CLOSE-MAINT-FILES
               STOP RUN
           END-IF.
           MOVE CD-BRANCH TO WS-BRANCH-ID.
           PERFORM CHECK-OPERATOR-BRANCH.
           DISPLAY "Nom actuel : " CD-CUSTOMER-NAME.
           DISPLAY "NOUVEAU NOM DU CLIENT > ".
           ACCEPT WS-CUSTOMER-NAME.
               PERFORM CLOSE-MAINT-FILES
               STOP RUN
           END-IF.
           MOVE CD-CUSTOMER-NAME TO WS-OLD-NAME.
           MOVE WS-CUSTOMER-NAME TO CD-CUSTOMER-NAME.
           REWRITE CUSTOMER-DOSSIER-RECORD
               INVALID KEY
           IF NOT WS-DOSSIER-FOUND-YES
               DISPLAY "Aucun dossier trouve pour ce client."
           ELSE
               MOVE CD-BRANCH TO WS-BRANCH-ID
               PERFORM CHECK-OPERATOR-BRANCH
               DISPLAY "Client      : " CD-CUSTOMER-ID
               DISPLAY "Nom         : " CD-CUSTOMER-NAME
               DISPLAY "Agence      : " CD-BRANCH
                       DISPLAY "Statut      : " CD-STATUS
               END-EVALUATE
               DISPLAY "Resoumis    : " CD-RESUBMIT-COUNT
               DISPLAY "Absences RDV: " CD-NOSHOW-COUNT
               DISPLAY "Conseiller  : " CD-ADVISOR-ID
               PERFORM READ-ADDRESS
               IF WS-ADDRESS-FOUND-YES
                   PERFORM DISPLAY-ADDRESS
               ELSE
                   DISPLAY "Adresse     : AUCUNE ADRESSE ENREGISTREE"
               END-IF
           END-IF.

       WRITE-AUDIT-LINE.
           MOVE WS-OPERATOR-ID TO DA-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO DA-TIMESTAMP.
           WRITE DOSSIER-AUDIT-RECORD.

      * ---- adresse postale du client --------------------------------
       READ-ADDRESS.
           MOVE "N" TO WS-ADDRESS-FOUND.
           MOVE WS-CUSTOMER-ID TO PA-CUSTOMER-ID.
           READ CUSTOMER-ADDRESS-FILE
               KEY IS PA-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ADDRESS-FOUND
           END-READ.

       DISPLAY-ADDRESS.
           DISPLAY "Adresse     : " PA-ADDRESS-LINE-1.
           IF PA-ADDRESS-LINE-2 NOT = SPACES
               DISPLAY "              " PA-ADDRESS-LINE-2
           END-IF.
           DISPLAY "              " PA-POSTCODE " " PA-CITY.
           DISPLAY "Modifiee le : " PA-LAST-CHANGE-DATE
               " par " PA-LAST-OPERATOR-ID.

       MAINTAIN-ADDRESS.
           PERFORM READ-DOSSIER.
           IF NOT WS-DOSSIER-FOUND-YES
               DISPLAY "Aucun dossier trouve pour ce client."
               PERFORM CLOSE-MAINT-FILES
               STOP RUN
           END-IF.
           MOVE CD-BRANCH TO WS-BRANCH-ID.
           PERFORM CHECK-OPERATOR-BRANCH.
           PERFORM READ-ADDRESS.
           IF WS-ADDRESS-FOUND-YES
               PERFORM DISPLAY-ADDRESS
               MOVE PA-ADDRESS-LINE-1 TO WS-OLD-ADDRESS-LINE-1
               MOVE PA-ADDRESS-LINE-2 TO WS-OLD-ADDRESS-LINE-2
               MOVE PA-POSTCODE TO WS-OLD-POSTCODE
               MOVE PA-CITY TO WS-OLD-CITY
           ELSE
               DISPLAY "Aucune adresse enregistree pour ce client."
               MOVE SPACES TO WS-OLD-ADDRESS
           END-IF.
           DISPLAY "ADRESSE LIGNE 1 > ".
           ACCEPT WS-NEW-ADDRESS-LINE-1.
           DISPLAY "ADRESSE LIGNE 2 (facultative) > ".
           ACCEPT WS-NEW-ADDRESS-LINE-2.
           DISPLAY "CODE POSTAL > ".
           ACCEPT WS-NEW-POSTCODE.
           DISPLAY "VILLE > ".
           ACCEPT WS-NEW-CITY.
           IF WS-NEW-ADDRESS-LINE-1 = SPACES
                   OR WS-NEW-POSTCODE = SPACES
                   OR WS-NEW-CITY = SPACES
               DISPLAY "Ligne 1, code postal et ville sont requis."
               PERFORM CLOSE-MAINT-FILES
               STOP RUN
           END-IF.
           IF WS-NEW-ADDRESS = WS-OLD-ADDRESS
               DISPLAY "Adresse inchangee, aucune mise a jour."
               PERFORM CLOSE-MAINT-FILES
               STOP RUN
           END-IF.
           MOVE WS-CUSTOMER-ID TO PA-CUSTOMER-ID.
           MOVE WS-NEW-ADDRESS-LINE-1 TO PA-ADDRESS-LINE-1.
           MOVE WS-NEW-ADDRESS-LINE-2 TO PA-ADDRESS-LINE-2.
           MOVE WS-NEW-POSTCODE TO PA-POSTCODE.
           MOVE WS-NEW-CITY TO PA-CITY.
           MOVE WS-TODAY TO PA-LAST-CHANGE-DATE.
           MOVE WS-OPERATOR-ID TO PA-LAST-OPERATOR-ID.
           IF WS-ADDRESS-FOUND-YES
               REWRITE CUSTOMER-ADDRESS-RECORD
                   INVALID KEY
                       DISPLAY "Reecriture de l'adresse impossible "
                           "pour " WS-CUSTOMER-ID
                       PERFORM CLOSE-MAINT-FILES
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE CUSTOMER-ADDRESS-RECORD
                   INVALID KEY
                       DISPLAY "Ecriture de l'adresse impossible "
                           "pour " WS-CUSTOMER-ID
                       PERFORM CLOSE-MAINT-FILES
                       STOP RUN
               END-WRITE
           END-IF.
           PERFORM AUDIT-ADDRESS-CHANGES.
           DISPLAY "Adresse enregistree pour le dossier "
               WS-CUSTOMER-ID ".".

      * Une ligne DOSSAUD par zone d'adresse modifiee, avec l'ancienne
      * et la nouvelle valeur de la zone.
       AUDIT-ADDRESS-CHANGES.
           IF WS-NEW-ADDRESS-LINE-1 NOT = WS-OLD-ADDRESS-LINE-1
               SET DA-ACTION-ADR-LIGNE1 TO TRUE
               MOVE WS-OLD-ADDRESS-LINE-1 TO WS-OLD-VALUE
               MOVE WS-NEW-ADDRESS-LINE-1 TO WS-NEW-VALUE
               PERFORM WRITE-ADDRESS-AUDIT-LINE
           END-IF.
           IF WS-NEW-ADDRESS-LINE-2 NOT = WS-OLD-ADDRESS-LINE-2
               SET DA-ACTION-ADR-LIGNE2 TO TRUE
               MOVE WS-OLD-ADDRESS-LINE-2 TO WS-OLD-VALUE
               MOVE WS-NEW-ADDRESS-LINE-2 TO WS-NEW-VALUE
               PERFORM WRITE-ADDRESS-AUDIT-LINE
           END-IF.
           IF WS-NEW-POSTCODE NOT = WS-OLD-POSTCODE
               SET DA-ACTION-ADR-CP TO TRUE
               MOVE WS-OLD-POSTCODE TO WS-OLD-VALUE
               MOVE WS-NEW-POSTCODE TO WS-NEW-VALUE
               PERFORM WRITE-ADDRESS-AUDIT-LINE
           END-IF.
           IF WS-NEW-CITY NOT = WS-OLD-CITY
               SET DA-ACTION-ADR-VILLE TO TRUE
               MOVE WS-OLD-CITY TO WS-OLD-VALUE
               MOVE WS-NEW-CITY TO WS-NEW-VALUE
               PERFORM WRITE-ADDRESS-AUDIT-LINE
           END-IF.

       WRITE-ADDRESS-AUDIT-LINE.
           MOVE WS-CUSTOMER-ID TO DA-CUSTOMER-ID.
           MOVE WS-OLD-VALUE TO DA-OLD-VALUE.
           MOVE WS-NEW-VALUE TO DA-NEW-VALUE.
           MOVE WS-BRANCH-ID TO DA-BRANCH.
           MOVE WS-OPERATOR-ID TO DA-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO DA-TIMESTAMP.
           WRITE DOSSIER-AUDIT-RECORD.
