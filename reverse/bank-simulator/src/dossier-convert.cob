       IDENTIFICATION DIVISION.
       PROGRAM-ID. BZHCNV02.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-DOSSIER-FILE ASSIGN TO "CUSTDOSS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OD-CUSTOMER-ID
               FILE STATUS IS WS-OLD-DOSSIER-STATUS.
           SELECT CUSTOMER-DOSSIER-FILE ASSIGN TO "CUSTDOSS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-CUSTOMER-ID
               FILE STATUS IS WS-DOSSIER-STATUS.
           SELECT DOSSIER-WORK-FILE ASSIGN TO "DOSSWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOSSIER-WORK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-DOSSIER-FILE.
       01  OLD-DOSSIER-RECORD.
           05  OD-CUSTOMER-ID          PIC X(10).
           05  FILLER                  PIC X(74).

       FD  CUSTOMER-DOSSIER-FILE.
       COPY "custdoss.cpy".

       FD  DOSSIER-WORK-FILE.
       01  DOSSIER-WORK-RECORD     PIC X(87).

       WORKING-STORAGE SECTION.
       01  WS-OLD-DOSSIER-STATUS   PIC XX.
           88  WS-OLD-DOSSIER-OK       VALUE "00".
           88  WS-OLD-DOSSIER-EOF      VALUE "10".
           88  WS-OLD-DOSSIER-ABSENT   VALUE "35".
       01  WS-DOSSIER-STATUS       PIC XX.
           88  WS-DOSSIER-OK           VALUE "00".
       01  WS-DOSSIER-WORK-STATUS  PIC XX.
           88  WS-DOSSIER-WORK-OK      VALUE "00".
           88  WS-DOSSIER-WORK-EOF     VALUE "10".
       01  WS-CONFIRMATION         PIC X(03).
       01  WS-DOSSIER-IN-COUNT     PIC 9(09) VALUE ZERO.
       01  WS-DOSSIER-OUT-COUNT    PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "[BZHCNV02] Conversion des enregistrements "
               "CUSTDOSS".
           DISPLAY "A n'executer qu'UNE SEULE fois, sur les fichiers "
               "a l'ancien format.".
           DISPLAY "CONFIRMER LA CONVERSION (OUI) > ".
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = "OUI"
               DISPLAY "Conversion abandonnee."
               STOP RUN
           END-IF.
           PERFORM CONVERT-CUSTOMER-DOSSIER.
           STOP RUN.

       CONVERT-CUSTOMER-DOSSIER.
           OPEN INPUT OLD-DOSSIER-FILE.
           IF WS-OLD-DOSSIER-ABSENT
               DISPLAY "CUSTDOSS absent, rien a convertir."
           ELSE
               IF NOT WS-OLD-DOSSIER-OK
                   DISPLAY "Impossible d'ouvrir le dossier client."
                   STOP RUN
               END-IF
               PERFORM COPY-DOSSIER-TO-WORK
               PERFORM REBUILD-CUSTOMER-DOSSIER
               DISPLAY "CUSTDOSS convertis : " WS-DOSSIER-IN-COUNT
                   " lus, " WS-DOSSIER-OUT-COUNT " ecrits."
           END-IF.

      * Le compteur d'absences aux rendez-vous est ajoute en fin
      * d'enregistrement, a zero pour tous les dossiers existants.
       COPY-DOSSIER-TO-WORK.
           OPEN OUTPUT DOSSIER-WORK-FILE.
           IF NOT WS-DOSSIER-WORK-OK
               DISPLAY "Impossible de creer le fichier de travail."
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-OLD-DOSSIER-EOF
               READ OLD-DOSSIER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-DOSSIER-IN-COUNT
                       MOVE SPACES TO DOSSIER-WORK-RECORD
                       MOVE OLD-DOSSIER-RECORD
                           TO DOSSIER-WORK-RECORD (1:84)
                       MOVE "000" TO DOSSIER-WORK-RECORD (85:3)
                       WRITE DOSSIER-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE OLD-DOSSIER-FILE.
           CLOSE DOSSIER-WORK-FILE.

       REBUILD-CUSTOMER-DOSSIER.
           OPEN OUTPUT CUSTOMER-DOSSIER-FILE.
           IF NOT WS-DOSSIER-OK
               DISPLAY "Impossible de reconstruire CUSTDOSS."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DOSSIER-WORK-FILE.
           IF NOT WS-DOSSIER-WORK-OK
               DISPLAY "Impossible de relire le fichier de travail."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DOSSIER-WORK-EOF
               READ DOSSIER-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-DOSSIER-OUT-COUNT
                       WRITE CUSTOMER-DOSSIER-RECORD
                           FROM DOSSIER-WORK-RECORD
                       IF NOT WS-DOSSIER-OK
                           DISPLAY "Reecriture CUSTDOSS en echec, "
                               "conserver le fichier de travail."
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-DOSSIER-FILE.
           CLOSE DOSSIER-WORK-FILE.
