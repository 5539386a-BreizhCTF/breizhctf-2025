       IDENTIFICATION DIVISION.
       PROGRAM-ID. BZHRDV01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPOINTMENT-FILE ASSIGN TO "RDVCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-SLOT-KEY
               FILE STATUS IS WS-RDV-STATUS.
           SELECT CUSTOMER-DOSSIER-FILE ASSIGN TO "CUSTDOSS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUSTOMER-ID
               FILE STATUS IS WS-DOSSIER-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRANCHM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BRANCH-ID
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT CONSEILLER-FILE ASSIGN TO "CONSEIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJ-CONSEILLER-ID
               FILE STATUS IS WS-CONSEIL-STATUS.
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
       FD  APPOINTMENT-FILE.
       COPY "rdvslot.cpy".

       FD  CUSTOMER-DOSSIER-FILE.
       COPY "custdoss.cpy".

       FD  BRANCH-MASTER-FILE.
       COPY "branchm.cpy".

       FD  CONSEILLER-FILE.
       COPY "conseilrec.cpy".

       FD  OPERATOR-FILE.
       COPY "opermast.cpy".

       FD  ACCESS-VIOLATION-FILE.
       COPY "accviol.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RDV-STATUS           PIC XX.
           88  WS-RDV-OK               VALUE "00".
           88  WS-RDV-ABSENT           VALUE "35".
       01  WS-DOSSIER-STATUS       PIC XX.
           88  WS-DOSSIER-OK           VALUE "00".
       01  WS-BRANCH-STATUS        PIC XX.
           88  WS-BRANCH-OK            VALUE "00".
       01  WS-CONSEIL-STATUS       PIC XX.
           88  WS-CONSEIL-OK           VALUE "00".
       01  WS-OPERATOR-STATUS      PIC XX.
           88  WS-OPERATOR-OK          VALUE "00".
       01  WS-VIOLATION-STATUS     PIC XX.
           88  WS-VIOLATION-OK         VALUE "00".
           88  WS-VIOLATION-ABSENT     VALUE "35".
       01  WS-ACTION               PIC X(10).
           88  WS-ACTION-CRENEAUX      VALUE "CRENEAUX".
           88  WS-ACTION-RESERVER      VALUE "RESERVER".
           88  WS-ACTION-ANNULER       VALUE "ANNULER".
           88  WS-ACTION-DEPLACER      VALUE "DEPLACER".
           88  WS-ACTION-PRESENCE      VALUE "PRESENCE".
           88  WS-ACTION-CONSULTER     VALUE "CONSULTER".
       01  WS-CUSTOMER-ID          PIC X(10) VALUE SPACES.
       01  WS-BRANCH-ID            PIC X(10).
       01  WS-ADVISOR-ID           PIC X(10).
       01  WS-OPERATOR-ID          PIC X(10).
       01  WS-ACCESS-REASON        PIC X(10).
       01  WS-DATE-INPUT           PIC X(08).
       01  WS-DATE-NUM REDEFINES WS-DATE-INPUT PIC 9(08).
       01  WS-TIME-INPUT           PIC X(04).
       01  WS-TIME-NUM REDEFINES WS-TIME-INPUT PIC 9(04).
       01  WS-END-INPUT            PIC X(04).
       01  WS-END-NUM REDEFINES WS-END-INPUT PIC 9(04).
       01  WS-DURATION-INPUT       PIC X(03).
       01  WS-DURATION-NUM REDEFINES WS-DURATION-INPUT PIC 9(03).
       01  WS-ATTENDED-INPUT       PIC X(01).
       01  WS-SLOT-DATE            PIC 9(08).
       01  WS-SLOT-TIME            PIC 9(04).
       01  WS-SLOT-DURATION        PIC 9(03) VALUE 30.
       01  WS-SLOT-MINUTES         PIC 9(04).
       01  WS-END-MINUTES          PIC 9(04).
       01  WS-SLOT-HOUR            PIC 9(02).
       01  WS-SLOT-MINUTE          PIC 9(02).
       01  WS-TODAY                PIC 9(08).
       01  WS-CREATED-COUNT        PIC 9(03) VALUE ZERO.
       01  WS-LISTED-COUNT         PIC 9(03) VALUE ZERO.
       01  WS-ACTIVE-KEY           PIC X(32).
       01  WS-STATUS-TEXT          PIC X(10).
       01  WS-DOSSIER-FOUND        PIC X(01) VALUE "N".
           88  WS-DOSSIER-FOUND-YES    VALUE "Y".
       01  WS-SLOT-FOUND           PIC X(01) VALUE "N".
           88  WS-SLOT-FOUND-YES       VALUE "Y".
       01  WS-ACTIVE-FOUND         PIC X(01) VALUE "N".
           88  WS-ACTIVE-FOUND-YES     VALUE "Y".
       01  WS-SCAN-EOF             PIC X(01) VALUE "N".
           88  WS-SCAN-DONE            VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "[BZHRDV01] Rendez-vous de l'etape 1".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           DISPLAY "ACTION (CRENEAUX/RESERVER/ANNULER/DEPLACER/"
               "PRESENCE/CONSULTER) > ".
           ACCEPT WS-ACTION.
           IF NOT WS-ACTION-CRENEAUX
                   AND NOT WS-ACTION-RESERVER
                   AND NOT WS-ACTION-ANNULER
                   AND NOT WS-ACTION-DEPLACER
                   AND NOT WS-ACTION-PRESENCE
                   AND NOT WS-ACTION-CONSULTER
               DISPLAY "Action inconnue."
               STOP RUN
           END-IF.
           PERFORM OPEN-BOOKING-FILES.
           IF WS-ACTION-CRENEAUX
               PERFORM OPEN-ADVISOR-SLOTS
           ELSE
               PERFORM ACCEPT-CUSTOMER
               EVALUATE TRUE
                   WHEN WS-ACTION-RESERVER
                       PERFORM BOOK-APPOINTMENT
                   WHEN WS-ACTION-ANNULER
                       PERFORM CANCEL-APPOINTMENT
                   WHEN WS-ACTION-DEPLACER
                       PERFORM MOVE-APPOINTMENT
                   WHEN WS-ACTION-PRESENCE
                       PERFORM MARK-ATTENDANCE
                   WHEN WS-ACTION-CONSULTER
                       PERFORM LIST-CUSTOMER-APPOINTMENTS
               END-EVALUATE
           END-IF.
           PERFORM CLOSE-BOOKING-FILES.
           STOP RUN.

       OPEN-BOOKING-FILES.
           OPEN I-O APPOINTMENT-FILE.
           IF WS-RDV-ABSENT
               OPEN OUTPUT APPOINTMENT-FILE
               CLOSE APPOINTMENT-FILE
               OPEN I-O APPOINTMENT-FILE
           END-IF.
           IF NOT WS-RDV-OK
               DISPLAY "Impossible d'ouvrir le calendrier des "
                   "rendez-vous."
               STOP RUN
           END-IF.
           OPEN I-O CUSTOMER-DOSSIER-FILE.
           IF NOT WS-DOSSIER-OK
               DISPLAY "Impossible d'ouvrir le dossier client."
               STOP RUN
           END-IF.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF NOT WS-BRANCH-OK
               DISPLAY "Impossible d'ouvrir le fichier des agences."
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

       CLOSE-BOOKING-FILES.
           CLOSE APPOINTMENT-FILE.
           CLOSE CUSTOMER-DOSSIER-FILE.
           CLOSE BRANCH-MASTER-FILE.
           CLOSE CONSEILLER-FILE.
           CLOSE OPERATOR-FILE.

       ACCEPT-CUSTOMER.
           DISPLAY "NUMERO DE DOSSIER (ID CLIENT) > ".
           ACCEPT WS-CUSTOMER-ID.
           IF WS-CUSTOMER-ID = SPACES
               DISPLAY "L'identifiant client est requis."
               PERFORM CLOSE-BOOKING-FILES
               STOP RUN
           END-IF.
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
               PERFORM CLOSE-BOOKING-FILES
               STOP RUN
           END-IF.
           MOVE CD-BRANCH TO WS-BRANCH-ID.

       ACCEPT-OPERATOR.
           DISPLAY "ID AGENT > ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "L'identifiant de l'agent est requis."
               PERFORM CLOSE-BOOKING-FILES
               STOP RUN
           END-IF.
           PERFORM CHECK-OPERATOR.
           PERFORM CHECK-OPERATOR-BRANCH.

      * ---- controle de l'agent sur le fichier des operateurs --------
      * Tout operateur actif peut gerer les rendez-vous, mais seulement
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
           MOVE "BZHRDV01" TO AV-PROGRAM.
           MOVE WS-OPERATOR-ID TO AV-OPERATOR-ID.
           MOVE WS-CUSTOMER-ID TO AV-CUSTOMER-ID.
           MOVE WS-BRANCH-ID TO AV-BRANCH.
           MOVE WS-ACCESS-REASON TO AV-REASON.
           WRITE ACCESS-VIOLATION-RECORD.
           CLOSE ACCESS-VIOLATION-FILE.
           DISPLAY "Acces refuse (" WS-ACCESS-REASON ") pour "
               WS-OPERATOR-ID ".".
           PERFORM CLOSE-BOOKING-FILES.
           STOP RUN.

       VALIDATE-ADVISOR.
           MOVE WS-ADVISOR-ID TO CJ-CONSEILLER-ID.
           READ CONSEILLER-FILE
               KEY IS CJ-CONSEILLER-ID
               INVALID KEY
                   DISPLAY "Conseiller inconnu : " WS-ADVISOR-ID
                   PERFORM CLOSE-BOOKING-FILES
                   STOP RUN
           END-READ.
           IF CJ-BRANCH NOT = WS-BRANCH-ID
               DISPLAY "Le conseiller n'est pas rattache a l'agence "
                   WS-BRANCH-ID
               PERFORM CLOSE-BOOKING-FILES
               STOP RUN
           END-IF.
           IF CJ-HAS-LEFT
               DISPLAY "Le conseiller a quitte la banque : "
                   WS-ADVISOR-ID
               PERFORM CLOSE-BOOKING-FILES
               STOP RUN
           END-IF.

      * Saisie d'un creneau : conseiller (vide = celui du dossier),
      * date et heure de debut.
       ACCEPT-SLOT.
           DISPLAY "CONSEILLER (vide = conseiller du dossier) > ".
           ACCEPT WS-ADVISOR-ID.
           IF WS-ADVISOR-ID = SPACES
               MOVE CD-ADVISOR-ID TO WS-ADVISOR-ID
           END-IF.
           IF WS-ADVISOR-ID = SPACES
               DISPLAY "Aucun conseiller sur le dossier, le saisir."
               PERFORM CLOSE-BOOKING-FILES
               STOP RUN
           END-IF.
           PERFORM VALIDATE-ADVISOR.
           DISPLAY "DATE DU RENDEZ-VOUS (AAAAMMJJ) > ".
           ACCEPT WS-DATE-INPUT.
           DISPLAY "HEURE DU RENDEZ-VOUS (HHMM) > ".
           ACCEPT WS-TIME-INPUT.
           IF WS-DATE-NUM NOT NUMERIC OR WS-TIME-NUM NOT NUMERIC
               DISPLAY "Date ou heure invalide."
               PERFORM CLOSE-BOOKING-FILES
               STOP RUN
           END-IF.
           IF WS-DATE-NUM < WS-TODAY
               DISPLAY "Impossible de reserver dans le passe."
               PERFORM CLOSE-BOOKING-FILES
               STOP RUN
           END-IF.
           MOVE WS-DATE-NUM TO WS-SLOT-DATE.
           MOVE WS-TIME-NUM TO WS-SLOT-TIME.

       READ-SLOT.
           MOVE "N" TO WS-SLOT-FOUND.
           MOVE WS-BRANCH-ID TO RV-BRANCH.
           MOVE WS-ADVISOR-ID TO RV-ADVISOR-ID.
           MOVE WS-SLOT-DATE TO RV-SLOT-DATE.
           MOVE WS-SLOT-TIME TO RV-SLOT-TIME.
           READ APPOINTMENT-FILE
               KEY IS RV-SLOT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SLOT-FOUND
           END-READ.

       SAVE-SLOT.
           MOVE WS-OPERATOR-ID TO RV-LAST-OPERATOR-ID.
           REWRITE APPOINTMENT-SLOT-RECORD
               INVALID KEY
                   DISPLAY "Reecriture du creneau impossible : "
                       RV-SLOT-KEY
                   PERFORM CLOSE-BOOKING-FILES
                   STOP RUN
           END-REWRITE.

      * ---- ouverture des creneaux d'un conseiller pour une journee --
       OPEN-ADVISOR-SLOTS.
           DISPLAY "AGENCE > ".
           ACCEPT WS-BRANCH-ID.
           MOVE WS-BRANCH-ID TO BM-BRANCH-ID.
           READ BRANCH-MASTER-FILE
               KEY IS BM-BRANCH-ID
               INVALID KEY
                   DISPLAY "Agence inconnue : " WS-BRANCH-ID
                   PERFORM CLOSE-BOOKING-FILES
                   STOP RUN
           END-READ.
           IF BM-IS-CLOSED
               DISPLAY "Agence fermee : " WS-BRANCH-ID
               PERFORM CLOSE-BOOKING-FILES
               STOP RUN
           END-IF.
           DISPLAY "CONSEILLER > ".
           ACCEPT WS-ADVISOR-ID.
           PERFORM VALIDATE-ADVISOR.
           DISPLAY "DATE (AAAAMMJJ) > ".
           ACCEPT WS-DATE-INPUT.
           DISPLAY "HEURE DE DEBUT (HHMM) > ".
           ACCEPT WS-TIME-INPUT.
           DISPLAY "HEURE DE FIN (HHMM) > ".
           ACCEPT WS-END-INPUT.
           DISPLAY "DUREE D'UN CRENEAU EN MINUTES (vide = 30) > ".
           ACCEPT WS-DURATION-INPUT.
           IF WS-DATE-NUM NOT NUMERIC
                   OR WS-TIME-NUM NOT NUMERIC
                   OR WS-END-NUM NOT NUMERIC
                   OR WS-DATE-NUM < WS-TODAY
                   OR WS-END-NUM NOT > WS-TIME-NUM
               DISPLAY "Date ou plage horaire invalide."
               PERFORM CLOSE-BOOKING-FILES
               STOP RUN
           END-IF.
           IF WS-DURATION-INPUT NOT = SPACES
               IF WS-DURATION-NUM NOT NUMERIC
                       OR WS-DURATION-NUM = ZERO
                   DISPLAY "Duree invalide."
                   PERFORM CLOSE-BOOKING-FILES
                   STOP RUN
               END-IF
               MOVE WS-DURATION-NUM TO WS-SLOT-DURATION
           END-IF.
           PERFORM ACCEPT-OPERATOR.
           MOVE WS-DATE-NUM TO WS-SLOT-DATE.
           COMPUTE WS-SLOT-MINUTES =
               (WS-TIME-NUM / 100) * 60
               + FUNCTION MOD (WS-TIME-NUM 100).
           COMPUTE WS-END-MINUTES =
               (WS-END-NUM / 100) * 60
               + FUNCTION MOD (WS-END-NUM 100).
           PERFORM UNTIL WS-SLOT-MINUTES + WS-SLOT-DURATION
                   > WS-END-MINUTES
               PERFORM CREATE-ONE-SLOT
               ADD WS-SLOT-DURATION TO WS-SLOT-MINUTES
           END-PERFORM.
           DISPLAY "Creneaux ouverts pour " WS-ADVISOR-ID " le "
               WS-SLOT-DATE " : " WS-CREATED-COUNT.

       CREATE-ONE-SLOT.
           DIVIDE WS-SLOT-MINUTES BY 60 GIVING WS-SLOT-HOUR
               REMAINDER WS-SLOT-MINUTE.
           COMPUTE WS-SLOT-TIME = WS-SLOT-HOUR * 100 + WS-SLOT-MINUTE.
           MOVE SPACES TO APPOINTMENT-SLOT-RECORD.
           MOVE WS-BRANCH-ID TO RV-BRANCH.
           MOVE WS-ADVISOR-ID TO RV-ADVISOR-ID.
           MOVE WS-SLOT-DATE TO RV-SLOT-DATE.
           MOVE WS-SLOT-TIME TO RV-SLOT-TIME.
           MOVE WS-SLOT-DURATION TO RV-DURATION-MIN.
           SET RV-SLOT-FREE TO TRUE.
           MOVE SPACES TO RV-CUSTOMER-ID.
           SET RV-ATTENDANCE-UNMARKED TO TRUE.
           MOVE ZERO TO RV-BOOKED-DATE.
           MOVE WS-OPERATOR-ID TO RV-LAST-OPERATOR-ID.
           WRITE APPOINTMENT-SLOT-RECORD
               INVALID KEY
                   DISPLAY "Creneau deja ouvert : " WS-SLOT-TIME
               NOT INVALID KEY
                   ADD 1 TO WS-CREATED-COUNT
           END-WRITE.

      * ---- rendez-vous en cours du client ---------------------------
      * Le rendez-vous en cours est le creneau reserve au client dans
      * son agence et dont la presence n'a pas encore ete pointee.
       FIND-ACTIVE-BOOKING.
           MOVE "N" TO WS-ACTIVE-FOUND.
           MOVE "N" TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO RV-SLOT-KEY.
           MOVE WS-BRANCH-ID TO RV-BRANCH.
           START APPOINTMENT-FILE
               KEY IS NOT LESS THAN RV-SLOT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-DONE
               READ APPOINTMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF RV-BRANCH NOT = WS-BRANCH-ID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF RV-CUSTOMER-ID = WS-CUSTOMER-ID
                                   AND RV-SLOT-BOOKED
                                   AND RV-ATTENDANCE-UNMARKED
                               MOVE "Y" TO WS-ACTIVE-FOUND
                               MOVE RV-SLOT-KEY TO WS-ACTIVE-KEY
                               MOVE "Y" TO WS-SCAN-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ACTIVE-FOUND-YES
               MOVE WS-ACTIVE-KEY TO RV-SLOT-KEY
               READ APPOINTMENT-FILE
                   KEY IS RV-SLOT-KEY
               END-READ
           END-IF.

       REQUIRE-ACTIVE-BOOKING.
           PERFORM FIND-ACTIVE-BOOKING.
           IF NOT WS-ACTIVE-FOUND-YES
               DISPLAY "Aucun rendez-vous en cours pour ce client."
               PERFORM CLOSE-BOOKING-FILES
               STOP RUN
           END-IF.
           DISPLAY "Rendez-vous en cours : " RV-SLOT-DATE " a "
               RV-SLOT-TIME " avec " RV-ADVISOR-ID.

       BOOK-APPOINTMENT.
           IF NOT CD-STATUS-PENDING
               DISPLAY "Le dossier n'est plus en cours."
               PERFORM CLOSE-BOOKING-FILES
               STOP RUN
           END-IF.
           PERFORM FIND-ACTIVE-BOOKING.
           IF WS-ACTIVE-FOUND-YES
               DISPLAY "Un rendez-vous est deja pris le " RV-SLOT-DATE
                   " a " RV-SLOT-TIME " : utiliser DEPLACER."
               PERFORM CLOSE-BOOKING-FILES
               STOP RUN
           END-IF.
           PERFORM ACCEPT-SLOT.
           PERFORM ACCEPT-OPERATOR.
           PERFORM TAKE-SLOT.
           DISPLAY "Rendez-vous pris le " WS-SLOT-DATE " a "
               WS-SLOT-TIME " avec " WS-ADVISOR-ID ".".

       TAKE-SLOT.
           PERFORM READ-SLOT.
           IF NOT WS-SLOT-FOUND-YES
               DISPLAY "Aucun creneau ouvert a cette date et heure."
               PERFORM CLOSE-BOOKING-FILES
               STOP RUN
           END-IF.
           IF NOT RV-SLOT-FREE
               DISPLAY "Ce creneau n'est pas libre."
               PERFORM CLOSE-BOOKING-FILES
               STOP RUN
           END-IF.
           SET RV-SLOT-BOOKED TO TRUE.
           MOVE WS-CUSTOMER-ID TO RV-CUSTOMER-ID.
           SET RV-ATTENDANCE-UNMARKED TO TRUE.
           MOVE WS-TODAY TO RV-BOOKED-DATE.
           PERFORM SAVE-SLOT.

       RELEASE-SLOT.
           SET RV-SLOT-FREE TO TRUE.
           MOVE SPACES TO RV-CUSTOMER-ID.
           SET RV-ATTENDANCE-UNMARKED TO TRUE.
           MOVE ZERO TO RV-BOOKED-DATE.
           PERFORM SAVE-SLOT.

       CANCEL-APPOINTMENT.
           PERFORM REQUIRE-ACTIVE-BOOKING.
           PERFORM ACCEPT-OPERATOR.
           PERFORM RELEASE-SLOT.
           DISPLAY "Rendez-vous annule, creneau remis a disposition.".

      * Le nouveau creneau est pris avant de liberer l'ancien : en cas
      * de refus le client garde son rendez-vous initial.
       MOVE-APPOINTMENT.
           PERFORM REQUIRE-ACTIVE-BOOKING.
           PERFORM ACCEPT-SLOT.
           PERFORM ACCEPT-OPERATOR.
           PERFORM TAKE-SLOT.
           MOVE WS-ACTIVE-KEY TO RV-SLOT-KEY.
           READ APPOINTMENT-FILE
               KEY IS RV-SLOT-KEY
               INVALID KEY
                   DISPLAY "Ancien creneau introuvable : "
                       WS-ACTIVE-KEY
                   PERFORM CLOSE-BOOKING-FILES
                   STOP RUN
           END-READ.
           PERFORM RELEASE-SLOT.
           DISPLAY "Rendez-vous deplace au " WS-SLOT-DATE " a "
               WS-SLOT-TIME " avec " WS-ADVISOR-ID ".".

      * Pointage par le conseiller une fois la date passee ; une
      * absence est comptee sur le dossier (CD-NOSHOW-COUNT).
       MARK-ATTENDANCE.
           PERFORM REQUIRE-ACTIVE-BOOKING.
           IF RV-SLOT-DATE > WS-TODAY
               DISPLAY "Le rendez-vous n'a pas encore eu lieu."
               PERFORM CLOSE-BOOKING-FILES
               STOP RUN
           END-IF.
           DISPLAY "CLIENT PRESENT (O/N) > ".
           ACCEPT WS-ATTENDED-INPUT.
           IF WS-ATTENDED-INPUT NOT = "O"
                   AND WS-ATTENDED-INPUT NOT = "N"
               DISPLAY "Repondre O ou N."
               PERFORM CLOSE-BOOKING-FILES
               STOP RUN
           END-IF.
           PERFORM ACCEPT-OPERATOR.
           IF WS-ATTENDED-INPUT = "O"
               SET RV-ATTENDED TO TRUE
               PERFORM SAVE-SLOT
               DISPLAY "Presence enregistree."
           ELSE
               SET RV-NO-SHOW TO TRUE
               PERFORM SAVE-SLOT
               ADD 1 TO CD-NOSHOW-COUNT
               REWRITE CUSTOMER-DOSSIER-RECORD
                   INVALID KEY
                       DISPLAY "Reecriture du dossier impossible "
                           "pour " WS-CUSTOMER-ID
                       PERFORM CLOSE-BOOKING-FILES
                       STOP RUN
               END-REWRITE
               DISPLAY "Absence enregistree (" CD-NOSHOW-COUNT
                   " au total) : reprendre un rendez-vous."
           END-IF.

      * ---- consultation des rendez-vous du client ------------------
       LIST-CUSTOMER-APPOINTMENTS.
           DISPLAY "Client      : " CD-CUSTOMER-ID " " CD-CUSTOMER-NAME.
           DISPLAY "Absences RDV: " CD-NOSHOW-COUNT.
           MOVE "N" TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO RV-SLOT-KEY.
           MOVE WS-BRANCH-ID TO RV-BRANCH.
           START APPOINTMENT-FILE
               KEY IS NOT LESS THAN RV-SLOT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-DONE
               READ APPOINTMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF RV-BRANCH NOT = WS-BRANCH-ID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF RV-CUSTOMER-ID = WS-CUSTOMER-ID
                               PERFORM DISPLAY-ONE-APPOINTMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = ZERO
               DISPLAY "Aucun rendez-vous pour ce client."
           END-IF.

       DISPLAY-ONE-APPOINTMENT.
           ADD 1 TO WS-LISTED-COUNT.
           EVALUATE TRUE
               WHEN RV-ATTENDED
                   MOVE "PRESENT" TO WS-STATUS-TEXT
               WHEN RV-NO-SHOW
                   MOVE "ABSENT" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "PREVU" TO WS-STATUS-TEXT
           END-EVALUATE.
           DISPLAY RV-SLOT-DATE " " RV-SLOT-TIME " " RV-ADVISOR-ID
               " " WS-STATUS-TEXT.
