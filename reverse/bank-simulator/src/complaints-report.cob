       IDENTIFICATION DIVISION.
       PROGRAM-ID. BZHRCM01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "RECLAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-COMPLAINT-NO
               FILE STATUS IS WS-COMPLAINT-STATUS.
           SELECT COMPLAINT-REPORT-FILE ASSIGN TO "RECLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
       COPY "reclam.cpy".

       FD  COMPLAINT-REPORT-FILE.
       COPY "reclline.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-COMPLAINT-RECORD.
           05  SC-BRANCH               PIC X(10).
           05  SC-CATEGORY             PIC X(04).
           05  SC-COMPLAINT-NO         PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-COMPLAINT-STATUS     PIC XX.
           88  WS-COMPLAINT-OK         VALUE "00".
           88  WS-COMPLAINT-EOF        VALUE "10".
           88  WS-COMPLAINT-ABSENT     VALUE "35".
       01  WS-REPORT-STATUS        PIC XX.
           88  WS-REPORT-OK            VALUE "00".
       01  WS-TODAY                PIC 9(08).
       01  WS-REPORT-PERIOD        PIC X(06).
       01  WS-REPORT-PERIOD-NUM REDEFINES WS-REPORT-PERIOD
                                   PIC 9(06).
       01  WS-SORT-EOF             PIC X(01) VALUE "N".
           88  WS-SORT-DONE            VALUE "Y".
       01  WS-PREV-BRANCH          PIC X(10) VALUE LOW-VALUES.
       01  WS-BRANCH-COUNTS.
           05  WS-BR-LETTER        PIC 9(05) VALUE ZERO.
           05  WS-BR-FEE           PIC 9(05) VALUE ZERO.
           05  WS-BR-ADVISOR       PIC 9(05) VALUE ZERO.
           05  WS-BR-OTHER         PIC 9(05) VALUE ZERO.
           05  WS-BR-TOTAL         PIC 9(05) VALUE ZERO.
       01  WS-GRAND-COUNTS.
           05  WS-GR-LETTER        PIC 9(05) VALUE ZERO.
           05  WS-GR-FEE           PIC 9(05) VALUE ZERO.
           05  WS-GR-ADVISOR       PIC 9(05) VALUE ZERO.
           05  WS-GR-OTHER         PIC 9(05) VALUE ZERO.
           05  WS-GR-TOTAL         PIC 9(05) VALUE ZERO.
       01  WS-RESOLVED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-RESOLVE-DAYS         PIC 9(05) VALUE ZERO.
       01  WS-RESOLVE-DAYS-TOTAL   PIC 9(09) VALUE ZERO.
       01  WS-AVERAGE-DAYS         PIC 9(05)V9 VALUE ZERO.
       01  WS-EDIT-AVERAGE         PIC ZZZZ9.9.
       01  WS-OVERDUE-COUNT        PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "[BZHRCM01] Rapport mensuel des reclamations".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           DISPLAY "PERIODE DU RAPPORT (AAAAMM) > ".
           ACCEPT WS-REPORT-PERIOD.
           IF WS-REPORT-PERIOD = SPACES
                   OR WS-REPORT-PERIOD-NUM NOT NUMERIC
               MOVE WS-TODAY (1:6) TO WS-REPORT-PERIOD
           END-IF.
           DISPLAY "Periode retenue : " WS-REPORT-PERIOD.
           PERFORM OPEN-REPORT-FILES.
           MOVE SPACES TO RK-TEXT-VIEW.
           STRING "RECLAMATIONS CLIENTS - PERIODE " WS-REPORT-PERIOD
               "  EDITE LE " WS-TODAY
               DELIMITED BY SIZE INTO RK-TEXT-VIEW.
           WRITE COMPLAINT-LINE-RECORD.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SC-BRANCH
               ON ASCENDING KEY SC-CATEGORY
               ON ASCENDING KEY SC-COMPLAINT-NO
               INPUT PROCEDURE IS SELECT-PERIOD-COMPLAINTS
               OUTPUT PROCEDURE IS PRINT-CATEGORY-COUNTS.
           PERFORM PRINT-RESOLVE-AVERAGE.
           PERFORM PRINT-OVERDUE-COMPLAINTS.
           PERFORM CLOSE-REPORT-FILES.
           DISPLAY "Reclamations recues : " WS-GR-TOTAL
               "  resolues : " WS-RESOLVED-COUNT
               "  en retard : " WS-OVERDUE-COUNT.
           STOP RUN.

       OPEN-REPORT-FILES.
           OPEN INPUT COMPLAINT-FILE.
           IF NOT WS-COMPLAINT-OK AND NOT WS-COMPLAINT-ABSENT
               DISPLAY "Impossible d'ouvrir le registre des "
                   "reclamations."
               STOP RUN
           END-IF.
           OPEN OUTPUT COMPLAINT-REPORT-FILE.
           IF NOT WS-REPORT-OK
               DISPLAY "Impossible de creer le rapport des "
                   "reclamations."
               STOP RUN
           END-IF.

       CLOSE-REPORT-FILES.
           IF NOT WS-COMPLAINT-ABSENT
               CLOSE COMPLAINT-FILE
           END-IF.
           CLOSE COMPLAINT-REPORT-FILE.

      * ---- reclamations du mois et delais de traitement -------------
      * Une reclamation compte dans le mois de sa reception ; son delai
      * compte dans le mois ou elle a ete resolue ou classee.
       SELECT-PERIOD-COMPLAINTS.
           IF NOT WS-COMPLAINT-ABSENT
               PERFORM UNTIL WS-COMPLAINT-EOF
                   READ COMPLAINT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM SELECT-ONE-COMPLAINT
                   END-READ
               END-PERFORM
           END-IF.

       SELECT-ONE-COMPLAINT.
           IF CP-RECEIVED-DATE (1:6) = WS-REPORT-PERIOD
               MOVE CP-BRANCH TO SC-BRANCH
               MOVE CP-CATEGORY TO SC-CATEGORY
               MOVE CP-COMPLAINT-NO TO SC-COMPLAINT-NO
               RELEASE SORT-COMPLAINT-RECORD
           END-IF.
           IF (CP-STATUS-RESOLVED OR CP-STATUS-CLOSED)
                   AND CP-RESOLVED-DATE (1:6) = WS-REPORT-PERIOD
               COMPUTE WS-RESOLVE-DAYS =
                   FUNCTION INTEGER-OF-DATE (CP-RESOLVED-DATE)
                   - FUNCTION INTEGER-OF-DATE (CP-RECEIVED-DATE)
               ADD 1 TO WS-RESOLVED-COUNT
               ADD WS-RESOLVE-DAYS TO WS-RESOLVE-DAYS-TOTAL
           END-IF.

      * ---- comptage par agence et categorie ------------------------
       PRINT-CATEGORY-COUNTS.
           MOVE SPACES TO RK-TEXT-VIEW.
           WRITE COMPLAINT-LINE-RECORD.
           MOVE SPACES TO RK-TEXT-VIEW.
           STRING "AGENCE     LETR   FRAI   CONS   AUTR   TOTAL"
               DELIMITED BY SIZE INTO RK-TEXT-VIEW.
           WRITE COMPLAINT-LINE-RECORD.
           MOVE LOW-VALUES TO WS-PREV-BRANCH.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-DONE
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM COUNT-ONE-COMPLAINT
               END-RETURN
           END-PERFORM.
           IF WS-PREV-BRANCH NOT = LOW-VALUES
               PERFORM PRINT-BRANCH-COUNTS
           END-IF.
           MOVE SPACES TO RK-TEXT-VIEW.
           STRING "TOTAL      " WS-GR-LETTER "  " WS-GR-FEE "  "
               WS-GR-ADVISOR "  " WS-GR-OTHER "  " WS-GR-TOTAL
               DELIMITED BY SIZE INTO RK-TEXT-VIEW.
           WRITE COMPLAINT-LINE-RECORD.

       COUNT-ONE-COMPLAINT.
           IF SC-BRANCH NOT = WS-PREV-BRANCH
               IF WS-PREV-BRANCH NOT = LOW-VALUES
                   PERFORM PRINT-BRANCH-COUNTS
               END-IF
               MOVE SC-BRANCH TO WS-PREV-BRANCH
               MOVE ZERO TO WS-BR-LETTER
               MOVE ZERO TO WS-BR-FEE
               MOVE ZERO TO WS-BR-ADVISOR
               MOVE ZERO TO WS-BR-OTHER
               MOVE ZERO TO WS-BR-TOTAL
           END-IF.
           EVALUATE SC-CATEGORY
               WHEN "LETR"
                   ADD 1 TO WS-BR-LETTER
                   ADD 1 TO WS-GR-LETTER
               WHEN "FRAI"
                   ADD 1 TO WS-BR-FEE
                   ADD 1 TO WS-GR-FEE
               WHEN "CONS"
                   ADD 1 TO WS-BR-ADVISOR
                   ADD 1 TO WS-GR-ADVISOR
               WHEN OTHER
                   ADD 1 TO WS-BR-OTHER
                   ADD 1 TO WS-GR-OTHER
           END-EVALUATE.
           ADD 1 TO WS-BR-TOTAL.
           ADD 1 TO WS-GR-TOTAL.

       PRINT-BRANCH-COUNTS.
           MOVE SPACES TO RK-TEXT-VIEW.
           STRING WS-PREV-BRANCH " " WS-BR-LETTER "  " WS-BR-FEE "  "
               WS-BR-ADVISOR "  " WS-BR-OTHER "  " WS-BR-TOTAL
               DELIMITED BY SIZE INTO RK-TEXT-VIEW.
           WRITE COMPLAINT-LINE-RECORD.

      * ---- delai moyen de traitement, en jours calendaires ---------
       PRINT-RESOLVE-AVERAGE.
           IF WS-RESOLVED-COUNT > ZERO
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-RESOLVE-DAYS-TOTAL / WS-RESOLVED-COUNT
           END-IF.
           MOVE WS-AVERAGE-DAYS TO WS-EDIT-AVERAGE.
           MOVE SPACES TO RK-TEXT-VIEW.
           WRITE COMPLAINT-LINE-RECORD.
           MOVE SPACES TO RK-TEXT-VIEW.
           STRING "RECLAMATIONS TRAITEES DANS LA PERIODE : "
               WS-RESOLVED-COUNT
               "  DELAI MOYEN : " WS-EDIT-AVERAGE " JOURS"
               DELIMITED BY SIZE INTO RK-TEXT-VIEW.
           WRITE COMPLAINT-LINE-RECORD.

      * ---- reclamations en cours dont l'echeance est depassee -------
      * Second passage sur le registre : la liste est arretee a la date
      * d'edition, quelle que soit la periode demandee.
       PRINT-OVERDUE-COMPLAINTS.
           MOVE SPACES TO RK-TEXT-VIEW.
           WRITE COMPLAINT-LINE-RECORD.
           MOVE SPACES TO RK-TEXT-VIEW.
           STRING "RECLAMATIONS EN RETARD AU " WS-TODAY
               DELIMITED BY SIZE INTO RK-TEXT-VIEW.
           WRITE COMPLAINT-LINE-RECORD.
           MOVE SPACES TO RK-TEXT-VIEW.
           STRING "NUMERO    AGENCE      CLIENT      CAT.  RECUE LE  "
               "ECHEANCE  RETARD  CONSEILLER"
               DELIMITED BY SIZE INTO RK-TEXT-VIEW.
           WRITE COMPLAINT-LINE-RECORD.
           IF NOT WS-COMPLAINT-ABSENT
               CLOSE COMPLAINT-FILE
               OPEN INPUT COMPLAINT-FILE
               IF NOT WS-COMPLAINT-OK
                   DISPLAY "Impossible de relire le registre des "
                       "reclamations."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-COMPLAINT-EOF
                   READ COMPLAINT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF (CP-STATUS-OPEN OR CP-STATUS-IN-HAND)
                                   AND CP-DEADLINE-DATE < WS-TODAY
                               PERFORM PRINT-ONE-OVERDUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE SPACES TO RK-TEXT-VIEW.
           STRING "TOTAL EN RETARD : " WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO RK-TEXT-VIEW.
           WRITE COMPLAINT-LINE-RECORD.

       PRINT-ONE-OVERDUE.
           ADD 1 TO WS-OVERDUE-COUNT.
           MOVE SPACES TO COMPLAINT-LINE-RECORD.
           MOVE CP-COMPLAINT-NO TO RK-COMPLAINT-NO.
           MOVE CP-BRANCH TO RK-BRANCH.
           MOVE CP-CUSTOMER-ID TO RK-CUSTOMER-ID.
           MOVE CP-CATEGORY TO RK-CATEGORY.
           MOVE CP-RECEIVED-DATE TO RK-RECEIVED-DATE.
           MOVE CP-DEADLINE-DATE TO RK-DEADLINE-DATE.
           COMPUTE RK-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
               - FUNCTION INTEGER-OF-DATE (CP-DEADLINE-DATE).
           MOVE CP-ADVISOR-ID TO RK-ADVISOR-ID.
           WRITE COMPLAINT-LINE-RECORD.
