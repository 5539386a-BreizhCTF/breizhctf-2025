           SELECT LOCKOUT-FILE ASSIGN TO "LOCKOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCKOUT-STATUS.
           SELECT ACCESS-VIOLATION-FILE ASSIGN TO "ACCVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-STATUS.
           SELECT SECURITY-REPORT-FILE ASSIGN TO "SECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECRPT-STATUS.
       FD  LOCKOUT-FILE.
       COPY "lockout.cpy".

       FD  ACCESS-VIOLATION-FILE.
       COPY "accviol.cpy".

       FD  SECURITY-REPORT-FILE.
       COPY "secline.cpy".

           88  WS-LOCKOUT-OK           VALUE "00".
           88  WS-LOCKOUT-EOF          VALUE "10".
           88  WS-LOCKOUT-ABSENT       VALUE "35".
       01  WS-VIOLATION-STATUS     PIC XX.
           88  WS-VIOLATION-OK         VALUE "00".
           88  WS-VIOLATION-EOF        VALUE "10".
           88  WS-VIOLATION-ABSENT     VALUE "35".
       01  WS-SECRPT-STATUS        PIC XX.
           88  WS-SECRPT-OK            VALUE "00".
       01  WS-CODE-WORK-STATUS     PIC XX.
           88  WS-BURST-WORK-OK        VALUE "00".
       01  WS-LOCKOUT-OPENED       PIC X(01) VALUE "N".
           88  WS-LOCKOUT-OPENED-YES   VALUE "Y".
       01  WS-VIOLATION-OPENED     PIC X(01) VALUE "N".
           88  WS-VIOLATION-OPENED-YES VALUE "Y".

       01  WS-SHARED-CODE-USERS    PIC 9(02) VALUE 3.
       01  WS-MULTI-LOCKOUT-DAYS   PIC 9(02) VALUE 2.
           88  WS-DAY-KNOWN-YES        VALUE "Y".
       01  WS-SCAN-EOF             PIC X(01) VALUE "N".
           88  WS-SCAN-DONE            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-DATE-INPUT       PIC X(08).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-INPUT PIC 9(08).
       01  WS-LK-DATE              PIC 9(08).
       01  WS-TL-DATE              PIC 9(08).
       01  WS-TL-SECS              PIC 9(05).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "[BZHSEC01] Rapport des anomalies de securite".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           DISPLAY "DATE D'EXPLOITATION (AAAAMMJJ, vide = ce jour) > ".
           ACCEPT WS-RUN-DATE-INPUT.
           IF WS-RUN-DATE-INPUT = SPACES
                   OR WS-RUN-DATE-NUM NOT NUMERIC
               MOVE WS-TODAY TO WS-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE
           END-IF.
           PERFORM OPEN-SECURITY-FILES.
           PERFORM SCAN-ATTEMPTS.
           PERFORM SCAN-LOCKOUTS.
           PERFORM REPORT-SHARED-CODES.
           PERFORM REPORT-MULTI-LOCKOUTS.
           PERFORM REPORT-BURSTS.
           PERFORM REPORT-ACCESS-VIOLATIONS.
           PERFORM PRINT-TRAILER.
           PERFORM CLOSE-SECURITY-FILES.
           DISPLAY "Anomalies relevees : " WS-FINDING-COUNT.
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT ACCESS-VIOLATION-FILE.
           IF WS-VIOLATION-OK
               MOVE "Y" TO WS-VIOLATION-OPENED
           ELSE
               IF NOT WS-VIOLATION-ABSENT
                   DISPLAY "Impossible d'ouvrir le journal des acces "
                       "refuses."
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT SECURITY-REPORT-FILE.
           IF NOT WS-SECRPT-OK
               DISPLAY "Impossible de creer le rapport de securite."
           IF WS-LOCKOUT-OPENED-YES
               CLOSE LOCKOUT-FILE
           END-IF.
           IF WS-VIOLATION-OPENED-YES
               CLOSE ACCESS-VIOLATION-FILE
           END-IF.
           CLOSE SECURITY-REPORT-FILE.
           CLOSE CODE-WORK-FILE.
           CLOSE LOCK-WORK-FILE.

       PRINT-HEADER.
           MOVE SPACES TO SL-TEXT-VIEW.
           STRING "RAPPORT SECURITE BZHCOBOL - " WS-RUN-DATE
               DELIMITED BY SIZE INTO SL-TEXT-VIEW.
           WRITE SECURITY-LINE-RECORD.
           MOVE "MOTIF         CLE                   DETAIL"
               END-READ
           END-PERFORM.

      * Chaque refus d'operateur journalise par les programmes
      * supervises et de tenue des dossiers est une anomalie. ACCVIOL
      * n'est jamais purge : seuls les refus du jour d'exploitation
      * sont repris, chacun une seule fois.
       REPORT-ACCESS-VIOLATIONS.
           IF NOT WS-VIOLATION-OPENED-YES
               MOVE "10" TO WS-VIOLATION-STATUS
           END-IF.
           PERFORM UNTIL WS-VIOLATION-EOF
               READ ACCESS-VIOLATION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AV-TIMESTAMP (1:8) = WS-RUN-DATE
                           PERFORM PRINT-ACCESS-VIOLATION
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-ACCESS-VIOLATION.
           ADD 1 TO WS-FINDING-COUNT.
           MOVE SPACES TO SECURITY-LINE-RECORD.
           MOVE "ACCES-REFUS" TO SL-PATTERN.
           MOVE AV-OPERATOR-ID TO SL-KEY.
           STRING AV-PROGRAM " " AV-REASON " "
               AV-CUSTOMER-ID " " AV-TIMESTAMP (1:8)
               DELIMITED BY SIZE INTO SL-DETAIL.
           WRITE SECURITY-LINE-RECORD.

       PRINT-TRAILER.
           IF WS-FINDING-COUNT = ZERO
               MOVE "Aucune anomalie relevee." TO SL-TEXT-VIEW
