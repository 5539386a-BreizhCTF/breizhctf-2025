       IDENTIFICATION DIVISION.
       PROGRAM-ID. BZHRNS01.
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
           SELECT NOSHOW-REPORT-FILE ASSIGN TO "NOSHWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOSHOW-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  APPOINTMENT-FILE.
       COPY "rdvslot.cpy".

       FD  CUSTOMER-DOSSIER-FILE.
       COPY "custdoss.cpy".

       FD  NOSHOW-REPORT-FILE.
       COPY "noshline.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-NOSHOW-RECORD.
           05  SN-BRANCH               PIC X(10).
           05  SN-CUSTOMER-ID          PIC X(10).
           05  SN-SLOT-DATE            PIC 9(08).
           05  SN-ADVISOR-ID           PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-RDV-STATUS           PIC XX.
           88  WS-RDV-OK               VALUE "00".
           88  WS-RDV-EOF              VALUE "10".
           88  WS-RDV-ABSENT           VALUE "35".
       01  WS-DOSSIER-STATUS       PIC XX.
           88  WS-DOSSIER-OK           VALUE "00".
       01  WS-NOSHOW-STATUS        PIC XX.
           88  WS-NOSHOW-OK            VALUE "00".
       01  WS-TODAY                PIC 9(08).
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-DATE-INPUT       PIC X(08).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-INPUT PIC 9(08).
       01  WS-WEEK-START           PIC 9(08).
      * Le rapport n'est edite que le dernier jour de la semaine
      * (rang du jour : 1 = lundi ... 0 = dimanche).
       01  WS-REPORT-WEEKDAY       PIC 9(01) VALUE 0.
       01  WS-RUN-WEEKDAY          PIC 9(01).
      * Nombre d'absences a partir duquel le client est signale.
       01  WS-REPEAT-THRESHOLD     PIC 9(03) VALUE 2.
       01  WS-SORT-EOF             PIC X(01) VALUE "N".
           88  WS-SORT-DONE            VALUE "Y".
       01  WS-PREV-BRANCH          PIC X(10) VALUE LOW-VALUES.
       01  WS-BRANCH-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-NOSHOW-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-REPEAT-COUNT         PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "[BZHRNS01] Absences aux rendez-vous de la semaine".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           DISPLAY "DATE D'EXPLOITATION (AAAAMMJJ, vide = ce jour) > ".
           ACCEPT WS-RUN-DATE-INPUT.
           IF WS-RUN-DATE-INPUT = SPACES
                   OR WS-RUN-DATE-NUM NOT NUMERIC
               MOVE WS-TODAY TO WS-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE
           END-IF.
           COMPUTE WS-RUN-WEEKDAY = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) 7).
           IF WS-RUN-WEEKDAY NOT = WS-REPORT-WEEKDAY
               DISPLAY "Le " WS-RUN-DATE " n'est pas une fin de "
                   "semaine : pas d'edition cette nuit."
               STOP RUN
           END-IF.
      * La semaine couvre les sept jours, du lundi au dimanche, qui
      * se terminent a la date d'exploitation incluse.
           COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 6).
           PERFORM OPEN-NOSHOW-FILES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SN-BRANCH
               ON ASCENDING KEY SN-CUSTOMER-ID
               ON ASCENDING KEY SN-SLOT-DATE
               INPUT PROCEDURE IS SELECT-WEEK-NOSHOWS
               OUTPUT PROCEDURE IS PRINT-WEEK-NOSHOWS.
           PERFORM CLOSE-NOSHOW-FILES.
           DISPLAY "Absences du " WS-WEEK-START " au " WS-RUN-DATE
               " : " WS-NOSHOW-COUNT "  recidivistes : "
               WS-REPEAT-COUNT.
           STOP RUN.

       OPEN-NOSHOW-FILES.
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
           OPEN OUTPUT NOSHOW-REPORT-FILE.
           IF NOT WS-NOSHOW-OK
               DISPLAY "Impossible de creer le rapport des absences."
               STOP RUN
           END-IF.

       CLOSE-NOSHOW-FILES.
           IF NOT WS-RDV-ABSENT
               CLOSE APPOINTMENT-FILE
           END-IF.
           CLOSE CUSTOMER-DOSSIER-FILE.
           CLOSE NOSHOW-REPORT-FILE.

      * ---- rendez-vous de la semaine pointes absents ----------------
       SELECT-WEEK-NOSHOWS.
           IF NOT WS-RDV-ABSENT
               PERFORM UNTIL WS-RDV-EOF
                   READ APPOINTMENT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RV-NO-SHOW
                                   AND RV-SLOT-DATE >= WS-WEEK-START
                                   AND RV-SLOT-DATE <= WS-RUN-DATE
                               MOVE RV-BRANCH TO SN-BRANCH
                               MOVE RV-CUSTOMER-ID TO SN-CUSTOMER-ID
                               MOVE RV-SLOT-DATE TO SN-SLOT-DATE
                               MOVE RV-ADVISOR-ID TO SN-ADVISOR-ID
                               RELEASE SORT-NOSHOW-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * ---- liste par agence, cumul des absences du dossier ----------
       PRINT-WEEK-NOSHOWS.
           MOVE SPACES TO NS-TEXT-VIEW.
           STRING "ABSENCES AUX RENDEZ-VOUS DU " WS-WEEK-START
               " AU " WS-RUN-DATE
               DELIMITED BY SIZE INTO NS-TEXT-VIEW.
           WRITE NOSHOW-LINE-RECORD.
           MOVE SPACES TO NS-TEXT-VIEW.
           STRING "AGENCE      CLIENT      NOM                   "
               "DATE RDV  CONSEILLER  CUMUL"
               DELIMITED BY SIZE INTO NS-TEXT-VIEW.
           WRITE NOSHOW-LINE-RECORD.
           MOVE LOW-VALUES TO WS-PREV-BRANCH.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-DONE
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-NOSHOW
               END-RETURN
           END-PERFORM.
           IF WS-PREV-BRANCH NOT = LOW-VALUES
               PERFORM PRINT-BRANCH-TOTAL
           END-IF.
           MOVE SPACES TO NS-TEXT-VIEW.
           STRING "TOTAL ABSENCES : " WS-NOSHOW-COUNT
               "  DONT RECIDIVES : " WS-REPEAT-COUNT
               DELIMITED BY SIZE INTO NS-TEXT-VIEW.
           WRITE NOSHOW-LINE-RECORD.

       PRINT-ONE-NOSHOW.
           IF SN-BRANCH NOT = WS-PREV-BRANCH
               IF WS-PREV-BRANCH NOT = LOW-VALUES
                   PERFORM PRINT-BRANCH-TOTAL
               END-IF
               MOVE SN-BRANCH TO WS-PREV-BRANCH
               MOVE ZERO TO WS-BRANCH-COUNT
           END-IF.
           ADD 1 TO WS-BRANCH-COUNT.
           ADD 1 TO WS-NOSHOW-COUNT.
           MOVE SPACES TO NOSHOW-LINE-RECORD.
           MOVE SN-BRANCH TO NS-BRANCH.
           MOVE SN-CUSTOMER-ID TO NS-CUSTOMER-ID.
           MOVE SN-SLOT-DATE TO NS-SLOT-DATE.
           MOVE SN-ADVISOR-ID TO NS-ADVISOR-ID.
           MOVE SN-CUSTOMER-ID TO CD-CUSTOMER-ID.
           READ CUSTOMER-DOSSIER-FILE
               KEY IS CD-CUSTOMER-ID
               INVALID KEY
                   MOVE "** DOSSIER ABSENT **" TO NS-CUSTOMER-NAME
                   MOVE ZERO TO NS-NOSHOW-COUNT
               NOT INVALID KEY
                   MOVE CD-CUSTOMER-NAME TO NS-CUSTOMER-NAME
                   MOVE CD-NOSHOW-COUNT TO NS-NOSHOW-COUNT
                   IF CD-NOSHOW-COUNT >= WS-REPEAT-THRESHOLD
                       MOVE "RECIDIVE" TO NS-FLAG
                       ADD 1 TO WS-REPEAT-COUNT
                   END-IF
           END-READ.
           WRITE NOSHOW-LINE-RECORD.

       PRINT-BRANCH-TOTAL.
           MOVE SPACES TO NS-TEXT-VIEW.
           STRING "  TOTAL AGENCE " WS-PREV-BRANCH " : "
               WS-BRANCH-COUNT " absence(s)"
               DELIMITED BY SIZE INTO NS-TEXT-VIEW.
           WRITE NOSHOW-LINE-RECORD.
