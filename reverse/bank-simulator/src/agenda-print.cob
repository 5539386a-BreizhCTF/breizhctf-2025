       IDENTIFICATION DIVISION.
       PROGRAM-ID. BZHRDA01.
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
           SELECT CONSEILLER-FILE ASSIGN TO "CONSEIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJ-CONSEILLER-ID
               FILE STATUS IS WS-CONSEIL-STATUS.
           SELECT AGENDA-REPORT-FILE ASSIGN TO "AGENDARP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENDA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APPOINTMENT-FILE.
       COPY "rdvslot.cpy".

       FD  CUSTOMER-DOSSIER-FILE.
       COPY "custdoss.cpy".

       FD  CONSEILLER-FILE.
       COPY "conseilrec.cpy".

       FD  AGENDA-REPORT-FILE.
       COPY "agenline.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RDV-STATUS           PIC XX.
           88  WS-RDV-OK               VALUE "00".
           88  WS-RDV-EOF              VALUE "10".
           88  WS-RDV-ABSENT           VALUE "35".
       01  WS-DOSSIER-STATUS       PIC XX.
           88  WS-DOSSIER-OK           VALUE "00".
       01  WS-CONSEIL-STATUS       PIC XX.
           88  WS-CONSEIL-OK           VALUE "00".
       01  WS-AGENDA-STATUS        PIC XX.
           88  WS-AGENDA-OK            VALUE "00".
       01  WS-TODAY                PIC 9(08).
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-DATE-INPUT       PIC X(08).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-INPUT PIC 9(08).
       01  WS-PREV-BRANCH          PIC X(10) VALUE LOW-VALUES.
       01  WS-PREV-ADVISOR-ID      PIC X(10) VALUE LOW-VALUES.
       01  WS-ADVISOR-NAME         PIC X(30).
       01  WS-ADVISOR-SLOTS        PIC 9(05) VALUE ZERO.
       01  WS-ADVISOR-BOOKED       PIC 9(05) VALUE ZERO.
       01  WS-BRANCH-SLOTS         PIC 9(05) VALUE ZERO.
       01  WS-BRANCH-BOOKED        PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-SLOTS          PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-BOOKED         PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "[BZHRDA01] Agenda des rendez-vous par conseiller".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
      * Le travail passe dans la nuit, apres la journee : l'agenda
      * edite par defaut est celui du lendemain, pour que les agences
      * prevoient leur presence. Une date saisie permet une reedition.
           DISPLAY "DATE DE L'AGENDA (AAAAMMJJ, vide = demain) > ".
           ACCEPT WS-RUN-DATE-INPUT.
           IF WS-RUN-DATE-INPUT = SPACES
                   OR WS-RUN-DATE-NUM NOT NUMERIC
               COMPUTE WS-RUN-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TODAY) + 1)
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE
           END-IF.
           PERFORM OPEN-AGENDA-FILES.
           MOVE SPACES TO AL-TEXT-VIEW.
           STRING "AGENDA DES RENDEZ-VOUS DU " WS-RUN-DATE
               DELIMITED BY SIZE INTO AL-TEXT-VIEW.
           WRITE AGENDA-LINE-RECORD.
           MOVE SPACES TO AL-TEXT-VIEW.
           STRING "AGENCE      CONSEILLER  HEURE  MIN  CLIENT      "
               "NOM                   SITUATION"
               DELIMITED BY SIZE INTO AL-TEXT-VIEW.
           WRITE AGENDA-LINE-RECORD.
      * Le calendrier est range par agence, conseiller, date et heure :
      * une lecture sequentielle donne directement l'ordre de l'agenda.
           IF NOT WS-RDV-ABSENT
               PERFORM UNTIL WS-RDV-EOF
                   READ APPOINTMENT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RV-SLOT-DATE = WS-RUN-DATE
                               PERFORM PRINT-ONE-SLOT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-PREV-ADVISOR-ID NOT = LOW-VALUES
               PERFORM PRINT-ADVISOR-TOTAL
               PERFORM PRINT-BRANCH-TOTAL
           END-IF.
           MOVE SPACES TO AL-TEXT-VIEW.
           STRING "TOTAL CRENEAUX : " WS-TOTAL-SLOTS
               "  RESERVES : " WS-TOTAL-BOOKED
               DELIMITED BY SIZE INTO AL-TEXT-VIEW.
           WRITE AGENDA-LINE-RECORD.
           PERFORM CLOSE-AGENDA-FILES.
           DISPLAY "Agenda du " WS-RUN-DATE " : " WS-TOTAL-SLOTS
               " creneau(x), " WS-TOTAL-BOOKED " reserve(s).".
           STOP RUN.

       OPEN-AGENDA-FILES.
           OPEN INPUT APPOINTMENT-FILE.
           IF NOT WS-RDV-OK AND NOT WS-RDV-ABSENT
               DISPLAY "Impossible d'ouvrir le calendrier des "
                   "rendez-vous."
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
           OPEN OUTPUT AGENDA-REPORT-FILE.
           IF NOT WS-AGENDA-OK
               DISPLAY "Impossible de creer l'agenda."
               STOP RUN
           END-IF.

       CLOSE-AGENDA-FILES.
           IF NOT WS-RDV-ABSENT
               CLOSE APPOINTMENT-FILE
           END-IF.
           CLOSE CUSTOMER-DOSSIER-FILE.
           CLOSE CONSEILLER-FILE.
           CLOSE AGENDA-REPORT-FILE.

      * ---- une ligne par creneau, ruptures agence et conseiller -----
       PRINT-ONE-SLOT.
           IF RV-BRANCH NOT = WS-PREV-BRANCH
               IF WS-PREV-ADVISOR-ID NOT = LOW-VALUES
                   PERFORM PRINT-ADVISOR-TOTAL
                   PERFORM PRINT-BRANCH-TOTAL
               END-IF
               MOVE RV-BRANCH TO WS-PREV-BRANCH
               MOVE LOW-VALUES TO WS-PREV-ADVISOR-ID
               MOVE ZERO TO WS-BRANCH-SLOTS
               MOVE ZERO TO WS-BRANCH-BOOKED
           END-IF.
           IF RV-ADVISOR-ID NOT = WS-PREV-ADVISOR-ID
               IF WS-PREV-ADVISOR-ID NOT = LOW-VALUES
                   PERFORM PRINT-ADVISOR-TOTAL
               END-IF
               MOVE RV-ADVISOR-ID TO WS-PREV-ADVISOR-ID
               MOVE ZERO TO WS-ADVISOR-SLOTS
               MOVE ZERO TO WS-ADVISOR-BOOKED
               PERFORM PRINT-ADVISOR-HEADER
           END-IF.
           ADD 1 TO WS-ADVISOR-SLOTS.
           ADD 1 TO WS-BRANCH-SLOTS.
           ADD 1 TO WS-TOTAL-SLOTS.
           MOVE SPACES TO AGENDA-LINE-RECORD.
           MOVE RV-BRANCH TO AL-BRANCH.
           MOVE RV-ADVISOR-ID TO AL-ADVISOR-ID.
           MOVE RV-SLOT-TIME TO AL-SLOT-TIME.
           MOVE RV-DURATION-MIN TO AL-DURATION-MIN.
           EVALUATE TRUE
               WHEN RV-SLOT-FREE
                   MOVE "LIBRE" TO AL-STATUS
               WHEN RV-SLOT-CLOSED
                   MOVE "FERME" TO AL-STATUS
               WHEN RV-ATTENDED
                   MOVE "PRESENT" TO AL-STATUS
               WHEN RV-NO-SHOW
                   MOVE "ABSENT" TO AL-STATUS
               WHEN OTHER
                   MOVE "RESERVE" TO AL-STATUS
           END-EVALUATE.
           IF RV-SLOT-BOOKED
               ADD 1 TO WS-ADVISOR-BOOKED
               ADD 1 TO WS-BRANCH-BOOKED
               ADD 1 TO WS-TOTAL-BOOKED
               MOVE RV-CUSTOMER-ID TO AL-CUSTOMER-ID
               MOVE RV-CUSTOMER-ID TO CD-CUSTOMER-ID
               READ CUSTOMER-DOSSIER-FILE
                   KEY IS CD-CUSTOMER-ID
                   INVALID KEY
                       MOVE "** DOSSIER ABSENT **" TO AL-CUSTOMER-NAME
                   NOT INVALID KEY
                       MOVE CD-CUSTOMER-NAME TO AL-CUSTOMER-NAME
               END-READ
           END-IF.
           WRITE AGENDA-LINE-RECORD.

       PRINT-ADVISOR-HEADER.
           MOVE RV-ADVISOR-ID TO CJ-CONSEILLER-ID.
           READ CONSEILLER-FILE
               KEY IS CJ-CONSEILLER-ID
               INVALID KEY
                   MOVE "** CONSEILLER INCONNU **" TO WS-ADVISOR-NAME
               NOT INVALID KEY
                   MOVE CJ-NAME TO WS-ADVISOR-NAME
           END-READ.
           MOVE SPACES TO AL-TEXT-VIEW.
           STRING "AGENCE " RV-BRANCH "  CONSEILLER " RV-ADVISOR-ID
               " " WS-ADVISOR-NAME
               DELIMITED BY SIZE INTO AL-TEXT-VIEW.
           WRITE AGENDA-LINE-RECORD.

       PRINT-ADVISOR-TOTAL.
           MOVE SPACES TO AL-TEXT-VIEW.
           STRING "  CONSEILLER " WS-PREV-ADVISOR-ID " : "
               WS-ADVISOR-SLOTS " creneau(x), " WS-ADVISOR-BOOKED
               " reserve(s)"
               DELIMITED BY SIZE INTO AL-TEXT-VIEW.
           WRITE AGENDA-LINE-RECORD.

       PRINT-BRANCH-TOTAL.
           MOVE SPACES TO AL-TEXT-VIEW.
           STRING "  TOTAL AGENCE " WS-PREV-BRANCH " : "
               WS-BRANCH-SLOTS " creneau(x), " WS-BRANCH-BOOKED
               " reserve(s)"
               DELIMITED BY SIZE INTO AL-TEXT-VIEW.
           WRITE AGENDA-LINE-RECORD.
