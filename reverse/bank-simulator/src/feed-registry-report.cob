       IDENTIFICATION DIVISION.
       PROGRAM-ID. BZHFRG01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-REG-STATUS.
           SELECT FEED-REPORT-FILE ASSIGN TO "FEEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-REGISTRY-FILE.
       COPY "feedreg.cpy".

       FD  FEED-REPORT-FILE.
       COPY "feedline.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FEED-REG-STATUS      PIC XX.
           88  WS-FEED-REG-OK          VALUE "00".
           88  WS-FEED-REG-EOF         VALUE "10".
           88  WS-FEED-REG-ABSENT      VALUE "35".
       01  WS-FEED-RPT-STATUS      PIC XX.
           88  WS-FEED-RPT-OK          VALUE "00".
       01  WS-TODAY                PIC 9(08).
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-DATE-INPUT       PIC X(08).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-INPUT PIC 9(08).
       01  WS-ACCEPTED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-SENT-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-CANCELLED-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-LINE-COUNT           PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "[BZHFRG01] Registre des flux echanges".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           DISPLAY "DATE D'EXPLOITATION (AAAAMMJJ, vide = ce jour) > ".
           ACCEPT WS-RUN-DATE-INPUT.
           IF WS-RUN-DATE-INPUT = SPACES
                   OR WS-RUN-DATE-NUM NOT NUMERIC
               MOVE WS-TODAY TO WS-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE
           END-IF.
           PERFORM OPEN-FEED-FILES.
           MOVE SPACES TO FL-TEXT-VIEW.
           STRING "FLUX RECUS ET EMIS LE " WS-RUN-DATE
               DELIMITED BY SIZE INTO FL-TEXT-VIEW.
           WRITE FEED-LINE-RECORD.
           MOVE SPACES TO FL-TEXT-VIEW.
           STRING "HEUR S FLUX     ORIGINE  SEQ.    ENREG.      "
               "MONTANT PROGRAM. ETAT    MOTIF"
               DELIMITED BY SIZE INTO FL-TEXT-VIEW.
           WRITE FEED-LINE-RECORD.
      * Le registre est tenu dans l'ordre d'inscription : une lecture
      * sequentielle donne directement la chronologie de la nuit.
           IF NOT WS-FEED-REG-ABSENT
               PERFORM UNTIL WS-FEED-REG-EOF
                   READ FEED-REGISTRY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FG-TIMESTAMP (1:8) = WS-RUN-DATE
                               PERFORM PRINT-ONE-FEED
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE SPACES TO FL-TEXT-VIEW.
           STRING "TOTAL FLUX : " WS-LINE-COUNT
               "  ACCEPTES : " WS-ACCEPTED-COUNT
               "  REJETES : " WS-REJECTED-COUNT
               "  EMIS : " WS-SENT-COUNT
               DELIMITED BY SIZE INTO FL-TEXT-VIEW.
           WRITE FEED-LINE-RECORD.
           IF WS-CANCELLED-COUNT > ZERO
               MOVE SPACES TO FL-TEXT-VIEW
               STRING "FLUX ANNULES PAR RESTAURATION : "
                   WS-CANCELLED-COUNT
                   DELIMITED BY SIZE INTO FL-TEXT-VIEW
               WRITE FEED-LINE-RECORD
           END-IF.
           PERFORM CLOSE-FEED-FILES.
           DISPLAY "Flux du " WS-RUN-DATE " : " WS-ACCEPTED-COUNT
               " accepte(s), " WS-REJECTED-COUNT " rejete(s), "
               WS-SENT-COUNT " emis, " WS-CANCELLED-COUNT
               " annule(s).".
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-FEED-FILES.
           OPEN INPUT FEED-REGISTRY-FILE.
           IF NOT WS-FEED-REG-OK AND NOT WS-FEED-REG-ABSENT
               DISPLAY "Impossible d'ouvrir le registre des flux."
               STOP RUN
           END-IF.
           OPEN OUTPUT FEED-REPORT-FILE.
           IF NOT WS-FEED-RPT-OK
               DISPLAY "Impossible de creer la liste des flux."
               STOP RUN
           END-IF.

       CLOSE-FEED-FILES.
           IF NOT WS-FEED-REG-ABSENT
               CLOSE FEED-REGISTRY-FILE
           END-IF.
           CLOSE FEED-REPORT-FILE.

      * ---- une ligne par flux inscrit ce jour ------------------------
       PRINT-ONE-FEED.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO FEED-LINE-RECORD.
           MOVE FG-TIMESTAMP (9:4) TO FL-TIME.
           MOVE FG-DIRECTION TO FL-DIRECTION.
           MOVE FG-FEED-NAME TO FL-FEED-NAME.
           MOVE FG-SOURCE TO FL-SOURCE.
           MOVE FG-FEED-SEQUENCE TO FL-FEED-SEQUENCE.
           MOVE FG-RECORD-COUNT TO FL-RECORD-COUNT.
           MOVE FG-AMOUNT-TOTAL TO FL-AMOUNT-TOTAL.
           MOVE FG-PROGRAM TO FL-PROGRAM.
           EVALUATE TRUE
               WHEN FG-ACCEPTED
                   MOVE "ACCEPTE" TO FL-STATUS
                   ADD 1 TO WS-ACCEPTED-COUNT
               WHEN FG-REJECTED
                   MOVE "REJETE" TO FL-STATUS
                   MOVE FG-REJECT-REASON TO FL-REJECT-REASON
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN FG-SENT
                   MOVE "EMIS" TO FL-STATUS
                   ADD 1 TO WS-SENT-COUNT
               WHEN FG-CANCELLED
                   MOVE "ANNULE" TO FL-STATUS
                   ADD 1 TO WS-CANCELLED-COUNT
               WHEN OTHER
                   MOVE "?" TO FL-STATUS
           END-EVALUATE.
           WRITE FEED-LINE-RECORD.
