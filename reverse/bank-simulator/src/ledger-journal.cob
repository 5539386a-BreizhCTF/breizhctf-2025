       IDENTIFICATION DIVISION.
       PROGRAM-ID. BZHGLJ01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-LEDGER-FILE ASSIGN TO "FEELEDGR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-LEDGER-STATUS.
           SELECT FEE-SETTLEMENT-FILE ASSIGN TO "FEESETL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-LOG-STATUS.
           SELECT FEE-ADJUSTMENT-FILE ASSIGN TO "FEEADJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-ADJ-STATUS.
           SELECT GL-WORK-FILE ASSIGN TO "GLWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-WORK-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.
           SELECT GL-POINT-FILE ASSIGN TO "GLCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-POINT-STATUS.
           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-LEDGER-FILE.
       COPY "feerec.cpy".

       FD  FEE-SETTLEMENT-FILE.
       COPY "feesetl.cpy".

       FD  FEE-ADJUSTMENT-FILE.
       COPY "feeadj.cpy".

       FD  GL-WORK-FILE.
       COPY "glline.cpy".

       FD  GL-JOURNAL-FILE.
       01  GL-RELEASE-RECORD           PIC X(87).

       FD  GL-POINT-FILE.
       COPY "glctl.cpy".

       FD  FEED-REGISTRY-FILE.
       COPY "feedreg.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FEE-LEDGER-STATUS    PIC XX.
           88  WS-FEE-LEDGER-OK        VALUE "00".
           88  WS-FEE-LEDGER-EOF       VALUE "10".
           88  WS-FEE-LEDGER-ABSENT    VALUE "35".
       01  WS-SETTLE-LOG-STATUS    PIC XX.
           88  WS-SETTLE-LOG-OK        VALUE "00".
           88  WS-SETTLE-LOG-EOF       VALUE "10".
           88  WS-SETTLE-LOG-ABSENT    VALUE "35".
       01  WS-FEE-ADJ-STATUS       PIC XX.
           88  WS-FEE-ADJ-OK           VALUE "00".
           88  WS-FEE-ADJ-EOF          VALUE "10".
           88  WS-FEE-ADJ-ABSENT       VALUE "35".
       01  WS-GL-WORK-STATUS       PIC XX.
           88  WS-GL-WORK-OK           VALUE "00".
           88  WS-GL-WORK-EOF          VALUE "10".
       01  WS-GL-JOURNAL-STATUS    PIC XX.
           88  WS-GL-JOURNAL-OK        VALUE "00".
       01  WS-GL-POINT-STATUS      PIC XX.
           88  WS-GL-POINT-OK          VALUE "00".
           88  WS-GL-POINT-ABSENT      VALUE "35".
       01  WS-FEED-REG-STATUS      PIC XX.
           88  WS-FEED-REG-OK          VALUE "00".
           88  WS-FEED-REG-EOF         VALUE "10".
           88  WS-FEED-REG-ABSENT      VALUE "35".
       01  WS-FEE-LEDGER-OPENED    PIC X(01) VALUE "N".
           88  WS-FEE-LEDGER-OPENED-YES VALUE "Y".
       01  WS-SETTLE-LOG-OPENED    PIC X(01) VALUE "N".
           88  WS-SETTLE-LOG-OPENED-YES VALUE "Y".
       01  WS-FEE-ADJ-OPENED       PIC X(01) VALUE "N".
           88  WS-FEE-ADJ-OPENED-YES   VALUE "Y".
       01  WS-RUN-DATE-INPUT       PIC X(08).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-INPUT PIC 9(08).
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-TODAY                PIC 9(08).
       01  WS-EVENT-TYPE           PIC X(04).
       01  WS-EVENT-CUSTOMER       PIC X(10).
       01  WS-EVENT-POSTING-DATE   PIC 9(08).
       01  WS-EVENT-AMOUNT         PIC 9(09)V99.
       01  WS-EVENT-LABEL          PIC X(30).
       01  WS-LINE-NUMBER          PIC 9(06) VALUE ZERO.
       01  WS-EVENT-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-POSTING-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-SETTLEMENT-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-WAIVER-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-DEBIT-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-CREDIT-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-DEBIT-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  WS-CHECK-LINE-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-CHECK-DEBIT-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-CHECK-CREDIT-COUNT   PIC 9(06) VALUE ZERO.
       01  WS-CHECK-DEBIT-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01  WS-CHECK-CREDIT-TOTAL   PIC 9(11)V99 VALUE ZERO.
       01  WS-EDIT-AMOUNT          PIC Z(11)9.99.
       01  WS-SAME-DATE-SEEN       PIC 9(07) VALUE ZERO.
       01  WS-NEW-POSTING-DATE     PIC 9(08).
       01  WS-NEW-POSTING-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-NEW-SETTLEMENT-TS    PIC X(21).
       01  WS-NEW-WAIVER-TS        PIC X(21).
       01  WS-FEED-NAME            PIC X(08) VALUE "GLJRNL".
       01  WS-FEED-CREATED         PIC 9(08) VALUE ZERO.
       01  WS-FEED-SEQUENCE        PIC 9(06) VALUE ZERO.
       01  WS-FEED-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-FEED-HASH            PIC 9(12) VALUE ZERO.
       01  WS-LAST-SEQUENCE        PIC 9(06) VALUE ZERO.
       01  WS-LAST-SEQ-FOUND       PIC X(01) VALUE "N".
           88  WS-LAST-SEQ-FOUND-YES   VALUE "Y".
       01  WS-HASH-KEY             PIC X(10).
       01  WS-KEY-HASH             PIC 9(12).
       01  WS-HASH-IDX             PIC 9(02).

      * Paires de comptes par nature d'evenement : compte debite,
      * compte credite, libelle porte sur les deux lignes.
       01  WS-ACCOUNT-PAIR-VALUES.
           05  FILLER PIC X(20) VALUE "FRAI4111000070630000".
           05  FILLER PIC X(30) VALUE "FRAIS DE DOSSIER".
           05  FILLER PIC X(20) VALUE "REGL5300000041110000".
           05  FILLER PIC X(30) VALUE "REGLEMENT FRAIS DE DOSSIER".
           05  FILLER PIC X(20) VALUE "ANNU7093000041110000".
           05  FILLER PIC X(30) VALUE "ANNULATION FRAIS DE DOSSIER".
       01  WS-ACCOUNT-PAIRS REDEFINES WS-ACCOUNT-PAIR-VALUES.
           05  WS-PAIR-ENTRY OCCURS 3 TIMES INDEXED BY PAIR-IDX.
               10  AP-EVENT-TYPE       PIC X(04).
               10  AP-DEBIT-ACCOUNT    PIC X(08).
               10  AP-CREDIT-ACCOUNT   PIC X(08).
               10  AP-LABEL            PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "[BZHGLJ01] Journal comptable des frais de dossier".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           DISPLAY "DATE D'EXPLOITATION (AAAAMMJJ, vide = ce jour) > ".
           ACCEPT WS-RUN-DATE-INPUT.
           IF WS-RUN-DATE-INPUT = SPACES
                   OR WS-RUN-DATE-NUM NOT NUMERIC
               MOVE WS-TODAY TO WS-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE
           END-IF.
           DISPLAY "Date de journal : " WS-RUN-DATE.
           PERFORM READ-JOURNAL-POINT.
           PERFORM OPEN-JOURNAL-FILES.
           IF WS-FEE-LEDGER-OPENED-YES
               PERFORM JOURNAL-NEW-POSTINGS
           END-IF.
           IF WS-SETTLE-LOG-OPENED-YES
               PERFORM JOURNAL-SETTLEMENTS
           END-IF.
           IF WS-FEE-ADJ-OPENED-YES
               PERFORM JOURNAL-WAIVERS
           END-IF.
           PERFORM CLOSE-JOURNAL-FILES.
           PERFORM CHECK-JOURNAL-BALANCE.
           PERFORM RELEASE-JOURNAL.
           DISPLAY "Frais poses    : " WS-POSTING-COUNT.
           DISPLAY "Reglements     : " WS-SETTLEMENT-COUNT.
           DISPLAY "Annulations    : " WS-WAIVER-COUNT.
           DISPLAY "Rejetes        : " WS-REJECTED-COUNT.
           DISPLAY "Lignes emises  : " WS-LINE-NUMBER.
           MOVE WS-DEBIT-TOTAL TO WS-EDIT-AMOUNT.
           DISPLAY "Total debit    : " WS-EDIT-AMOUNT.
           MOVE WS-CREDIT-TOTAL TO WS-EDIT-AMOUNT.
           DISPLAY "Total credit   : " WS-EDIT-AMOUNT.
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * ---- Point de reprise du journal (GLCTL) ----
      * GLCTL dit jusqu'ou les evenements ont deja ete transmis. A la
      * premiere execution, tout ce qui precede la date d'exploitation
      * est repute deja journalise.
       READ-JOURNAL-POINT.
           OPEN I-O GL-POINT-FILE.
           IF WS-GL-POINT-ABSENT
               OPEN OUTPUT GL-POINT-FILE
               MOVE ZERO TO GL-JOURNAL-POINT-RECORD
               COMPUTE GW-LAST-POSTING-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1)
               MOVE ZERO TO GW-POSTING-DATE-COUNT
               MOVE ALL "0" TO GW-LAST-SETTLEMENT-TS
               MOVE WS-RUN-DATE TO GW-LAST-SETTLEMENT-TS (1:8)
               MOVE GW-LAST-SETTLEMENT-TS TO GW-LAST-WAIVER-TS
               MOVE SPACES TO GW-RELEASE-TS
               WRITE GL-JOURNAL-POINT-RECORD
               CLOSE GL-POINT-FILE
               OPEN I-O GL-POINT-FILE
           END-IF.
           IF NOT WS-GL-POINT-OK
               DISPLAY "Impossible d'ouvrir le point de reprise du "
                   "journal."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ GL-POINT-FILE
               AT END
                   DISPLAY "Point de reprise du journal vide."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE GW-LAST-POSTING-DATE TO WS-NEW-POSTING-DATE.
           MOVE GW-LAST-SETTLEMENT-TS TO WS-NEW-SETTLEMENT-TS.
           MOVE GW-LAST-WAIVER-TS TO WS-NEW-WAIVER-TS.
           DISPLAY "Deja journalise : frais jusqu'au "
               GW-LAST-POSTING-DATE " (" GW-POSTING-DATE-COUNT
               "), reglements jusqu'au " GW-LAST-SETTLEMENT-TS (1:14)
               ", annulations jusqu'au " GW-LAST-WAIVER-TS (1:14).

       OPEN-JOURNAL-FILES.
           OPEN INPUT FEE-LEDGER-FILE.
           IF WS-FEE-LEDGER-OK
               MOVE "Y" TO WS-FEE-LEDGER-OPENED
           ELSE
               IF NOT WS-FEE-LEDGER-ABSENT
                   DISPLAY "Impossible d'ouvrir le grand livre des "
                       "frais."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT FEE-SETTLEMENT-FILE.
           IF WS-SETTLE-LOG-OK
               MOVE "Y" TO WS-SETTLE-LOG-OPENED
           ELSE
               IF NOT WS-SETTLE-LOG-ABSENT
                   DISPLAY "Impossible d'ouvrir le journal des "
                       "reglements."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT FEE-ADJUSTMENT-FILE.
           IF WS-FEE-ADJ-OK
               MOVE "Y" TO WS-FEE-ADJ-OPENED
           ELSE
               IF NOT WS-FEE-ADJ-ABSENT
                   DISPLAY "Impossible d'ouvrir le journal des "
                       "annulations."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT GL-WORK-FILE.
           IF NOT WS-GL-WORK-OK
               DISPLAY "Impossible de creer le fichier de travail "
                   "du journal."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-JOURNAL-FILES.
           IF WS-FEE-LEDGER-OPENED-YES
               CLOSE FEE-LEDGER-FILE
           END-IF.
           IF WS-SETTLE-LOG-OPENED-YES
               CLOSE FEE-SETTLEMENT-FILE
           END-IF.
           IF WS-FEE-ADJ-OPENED-YES
               CLOSE FEE-ADJUSTMENT-FILE
           END-IF.
           CLOSE GL-WORK-FILE.

      * ---- Frais poses depuis le dernier journal (BZHCOBOL) ----
      * FEELEDGR est alimente dans l'ordre : pour la derniere date
      * deja journalisee, les GW-POSTING-DATE-COUNT premiers frais de
      * cette date sont passes, les suivants sont repris.
       JOURNAL-NEW-POSTINGS.
           PERFORM UNTIL WS-FEE-LEDGER-EOF
               READ FEE-LEDGER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM SELECT-ONE-POSTING
               END-READ
           END-PERFORM.

       SELECT-ONE-POSTING.
           IF FR-POSTING-DATE = GW-LAST-POSTING-DATE
               ADD 1 TO WS-SAME-DATE-SEEN
           END-IF.
           IF FR-POSTING-DATE > GW-LAST-POSTING-DATE
                   OR (FR-POSTING-DATE = GW-LAST-POSTING-DATE
                       AND WS-SAME-DATE-SEEN > GW-POSTING-DATE-COUNT)
               MOVE "FRAI" TO WS-EVENT-TYPE
               MOVE FR-CUSTOMER-ID TO WS-EVENT-CUSTOMER
               MOVE FR-POSTING-DATE TO WS-EVENT-POSTING-DATE
               MOVE FR-COMPUTED-FEE TO WS-EVENT-AMOUNT
               PERFORM JOURNAL-ONE-EVENT
           END-IF.
           IF FR-POSTING-DATE > WS-NEW-POSTING-DATE
               MOVE FR-POSTING-DATE TO WS-NEW-POSTING-DATE
               MOVE 1 TO WS-NEW-POSTING-COUNT
           ELSE
               IF FR-POSTING-DATE = WS-NEW-POSTING-DATE
                   ADD 1 TO WS-NEW-POSTING-COUNT
               END-IF
           END-IF.

      * ---- Reglements constates par la facturation (BZHBIL01) ----
      * Repris sur leur horodatage, quel que soit le moment ou la
      * facturation de fin de mois a tourne par rapport au journal.
       JOURNAL-SETTLEMENTS.
           PERFORM UNTIL WS-SETTLE-LOG-EOF
               READ FEE-SETTLEMENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FS-TIMESTAMP > GW-LAST-SETTLEMENT-TS
                           IF FS-TIMESTAMP > WS-NEW-SETTLEMENT-TS
                               MOVE FS-TIMESTAMP
                                   TO WS-NEW-SETTLEMENT-TS
                           END-IF
                           MOVE "REGL" TO WS-EVENT-TYPE
                           MOVE FS-CUSTOMER-ID TO WS-EVENT-CUSTOMER
                           MOVE FS-POSTING-DATE
                               TO WS-EVENT-POSTING-DATE
                           MOVE FS-AMOUNT TO WS-EVENT-AMOUNT
                           PERFORM JOURNAL-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM.

      * ---- Annulations supervisees depuis le dernier journal ----
       JOURNAL-WAIVERS.
           PERFORM UNTIL WS-FEE-ADJ-EOF
               READ FEE-ADJUSTMENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FJ-TIMESTAMP > GW-LAST-WAIVER-TS
                           IF FJ-TIMESTAMP > WS-NEW-WAIVER-TS
                               MOVE FJ-TIMESTAMP TO WS-NEW-WAIVER-TS
                           END-IF
                           MOVE "ANNU" TO WS-EVENT-TYPE
                           MOVE FJ-CUSTOMER-ID TO WS-EVENT-CUSTOMER
                           MOVE FJ-POSTING-DATE
                               TO WS-EVENT-POSTING-DATE
                           MOVE FJ-AMOUNT TO WS-EVENT-AMOUNT
                           PERFORM JOURNAL-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM.

      * Un evenement donne une ligne au debit et une ligne au credit,
      * pour le meme montant, sur la paire de comptes de sa nature.
       JOURNAL-ONE-EVENT.
           IF WS-EVENT-AMOUNT NOT NUMERIC
                   OR WS-EVENT-AMOUNT = ZERO
               DISPLAY "Evenement " WS-EVENT-TYPE " rejete (montant "
                   "invalide) : " WS-EVENT-CUSTOMER " "
                   WS-EVENT-POSTING-DATE
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               SET PAIR-IDX TO 1
               SEARCH WS-PAIR-ENTRY
                   AT END
                       DISPLAY "Nature d'evenement sans comptes : "
                           WS-EVENT-TYPE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   WHEN AP-EVENT-TYPE (PAIR-IDX) = WS-EVENT-TYPE
                       CONTINUE
               END-SEARCH
               MOVE AP-LABEL (PAIR-IDX) TO WS-EVENT-LABEL
               ADD 1 TO WS-EVENT-COUNT
               EVALUATE WS-EVENT-TYPE
                   WHEN "FRAI"
                       ADD 1 TO WS-POSTING-COUNT
                   WHEN "REGL"
                       ADD 1 TO WS-SETTLEMENT-COUNT
                   WHEN "ANNU"
                       ADD 1 TO WS-WAIVER-COUNT
               END-EVALUATE
               MOVE AP-DEBIT-ACCOUNT (PAIR-IDX) TO GJ-ACCOUNT
               SET GJ-DEBIT TO TRUE
               PERFORM WRITE-JOURNAL-LINE
               ADD 1 TO WS-DEBIT-COUNT
               ADD WS-EVENT-AMOUNT TO WS-DEBIT-TOTAL
               MOVE AP-CREDIT-ACCOUNT (PAIR-IDX) TO GJ-ACCOUNT
               SET GJ-CREDIT TO TRUE
               PERFORM WRITE-JOURNAL-LINE
               ADD 1 TO WS-CREDIT-COUNT
               ADD WS-EVENT-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

       WRITE-JOURNAL-LINE.
           ADD 1 TO WS-LINE-NUMBER.
           SET GJ-DETAIL TO TRUE.
           MOVE WS-RUN-DATE TO GJ-JOURNAL-DATE.
           MOVE WS-LINE-NUMBER TO GJ-LINE-NUMBER.
           MOVE WS-EVENT-AMOUNT TO GJ-AMOUNT.
           MOVE WS-EVENT-TYPE TO GJ-EVENT-TYPE.
           MOVE WS-EVENT-CUSTOMER TO GJ-CUSTOMER-ID.
           MOVE WS-EVENT-POSTING-DATE TO GJ-POSTING-DATE.
           MOVE WS-EVENT-LABEL TO GJ-LABEL.
           WRITE GL-JOURNAL-RECORD.
           IF NOT WS-GL-WORK-OK
               DISPLAY "Ecriture du fichier de travail du journal en "
                   "echec : " WS-GL-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ---- Controle d'equilibre avant transmission ----
      * Les lignes sont relues depuis le fichier de travail et
      * recomptees : le journal n'est transmis que si le debit egale
      * le credit et que la relecture retrouve les totaux generes.
       CHECK-JOURNAL-BALANCE.
           OPEN INPUT GL-WORK-FILE.
           IF NOT WS-GL-WORK-OK
               DISPLAY "Impossible de relire le fichier de travail "
                   "du journal."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-GL-WORK-EOF
               READ GL-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-CHECK-LINE-COUNT
                       IF GJ-DEBIT
                           ADD 1 TO WS-CHECK-DEBIT-COUNT
                           ADD GJ-AMOUNT TO WS-CHECK-DEBIT-TOTAL
                       ELSE
                           ADD 1 TO WS-CHECK-CREDIT-COUNT
                           ADD GJ-AMOUNT TO WS-CHECK-CREDIT-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-WORK-FILE.
           IF WS-CHECK-DEBIT-TOTAL NOT = WS-CHECK-CREDIT-TOTAL
                   OR WS-CHECK-DEBIT-COUNT NOT = WS-CHECK-CREDIT-COUNT
                   OR WS-CHECK-LINE-COUNT NOT = WS-LINE-NUMBER
                   OR WS-CHECK-DEBIT-TOTAL NOT = WS-DEBIT-TOTAL
                   OR WS-CHECK-CREDIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "Journal desequilibre : transmission refusee."
               MOVE WS-CHECK-DEBIT-TOTAL TO WS-EDIT-AMOUNT
               DISPLAY "  Debit relu   : " WS-EDIT-AMOUNT
                   "  lignes : " WS-CHECK-DEBIT-COUNT
               MOVE WS-CHECK-CREDIT-TOTAL TO WS-EDIT-AMOUNT
               DISPLAY "  Credit relu  : " WS-EDIT-AMOUNT
                   "  lignes : " WS-CHECK-CREDIT-COUNT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ---- Transmission : entete, lignes, fin et enqueue ----
      * Le point de reprise n'avance qu'une fois le journal ecrit et
      * inscrit au registre des flux : un journal interrompu est
      * regenere en entier a l'execution suivante.
       RELEASE-JOURNAL.
           OPEN INPUT GL-WORK-FILE.
           IF NOT WS-GL-WORK-OK
               DISPLAY "Impossible de relire le fichier de travail "
                   "du journal."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF NOT WS-GL-JOURNAL-OK
               DISPLAY "Impossible de creer le journal comptable."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-FEED-HEADER.
           PERFORM UNTIL WS-GL-WORK-EOF
               READ GL-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GJ-CUSTOMER-ID TO WS-HASH-KEY
                       PERFORM COUNT-FEED-RECORD
                       WRITE GL-RELEASE-RECORD FROM GL-JOURNAL-RECORD
                       PERFORM CHECK-JOURNAL-WRITE
               END-READ
           END-PERFORM.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           SET GJ-TRAILER TO TRUE.
           MOVE WS-RUN-DATE TO GT-JOURNAL-DATE.
           MOVE WS-CHECK-LINE-COUNT TO GT-LINE-COUNT.
           MOVE WS-CHECK-DEBIT-COUNT TO GT-DEBIT-COUNT.
           MOVE WS-CHECK-CREDIT-COUNT TO GT-CREDIT-COUNT.
           MOVE WS-CHECK-DEBIT-TOTAL TO GT-DEBIT-TOTAL.
           MOVE WS-CHECK-CREDIT-TOTAL TO GT-CREDIT-TOTAL.
           MOVE WS-EVENT-COUNT TO GT-EVENT-COUNT.
           WRITE GL-RELEASE-RECORD FROM GL-JOURNAL-RECORD.
           PERFORM CHECK-JOURNAL-WRITE.
           PERFORM WRITE-FEED-TRAILER.
           CLOSE GL-WORK-FILE.
           CLOSE GL-JOURNAL-FILE.
           PERFORM REGISTER-OUTBOUND-FEED.
           PERFORM ADVANCE-JOURNAL-POINT.

      * Un GLJRNL incomplet ne doit ni etre inscrit au registre ni
      * faire avancer le point de reprise.
       CHECK-JOURNAL-WRITE.
           IF NOT WS-GL-JOURNAL-OK
               DISPLAY "Ecriture du journal comptable en echec : "
                   WS-GL-JOURNAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ADVANCE-JOURNAL-POINT.
           IF WS-NEW-POSTING-DATE NOT = GW-LAST-POSTING-DATE
                   OR WS-NEW-POSTING-COUNT > GW-POSTING-DATE-COUNT
               MOVE WS-NEW-POSTING-DATE TO GW-LAST-POSTING-DATE
               MOVE WS-NEW-POSTING-COUNT TO GW-POSTING-DATE-COUNT
           END-IF.
           MOVE WS-NEW-SETTLEMENT-TS TO GW-LAST-SETTLEMENT-TS.
           MOVE WS-NEW-WAIVER-TS TO GW-LAST-WAIVER-TS.
           MOVE WS-RUN-DATE TO GW-LAST-JOURNAL-DATE.
           MOVE WS-FEED-SEQUENCE TO GW-LAST-FEED-SEQUENCE.
           MOVE FUNCTION CURRENT-DATE TO GW-RELEASE-TS.
           REWRITE GL-JOURNAL-POINT-RECORD.
           IF NOT WS-GL-POINT-OK
               DISPLAY "Mise a jour du point de reprise du journal "
                   "en echec : " WS-GL-POINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE GL-POINT-FILE.

      * ---- Entete et enqueue du flux GLJRNL ----
      * Le journal porte le numero de sequence qui suit le dernier
      * flux GLJRNL inscrit au registre ; l'enqueue reprend le nombre
      * de lignes detail, leur total debit et le total de controle
      * des identifiants clients.
       WRITE-FEED-HEADER.
           PERFORM FIND-LAST-FEED-SEQUENCE.
           COMPUTE WS-FEED-SEQUENCE = WS-LAST-SEQUENCE + 1.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FEED-CREATED.
           MOVE SPACES TO GL-FEED-CONTROL-RECORD.
           SET GX-CTL-HEADER TO TRUE.
           MOVE WS-FEED-NAME TO GX-CTL-FEED-NAME.
           MOVE "BZHGLJ01" TO GX-CTL-SOURCE.
           MOVE WS-FEED-CREATED TO GX-CTL-CREATED.
           MOVE WS-FEED-SEQUENCE TO GX-CTL-SEQUENCE.
           WRITE GL-RELEASE-RECORD FROM GL-FEED-CONTROL-RECORD.
           PERFORM CHECK-JOURNAL-WRITE.

       COUNT-FEED-RECORD.
           ADD 1 TO WS-FEED-COUNT.
           PERFORM COMPUTE-KEY-HASH.
           COMPUTE WS-FEED-HASH = FUNCTION MOD
               (WS-FEED-HASH + WS-KEY-HASH 999999999989).

       WRITE-FEED-TRAILER.
           MOVE SPACES TO GL-FEED-CONTROL-RECORD.
           SET GX-CTL-TRAILER TO TRUE.
           MOVE WS-FEED-NAME TO GX-CTL-FEED-NAME.
           MOVE WS-FEED-COUNT TO GX-CTL-COUNT.
           MOVE WS-CHECK-DEBIT-TOTAL TO GX-CTL-AMOUNT.
           MOVE WS-FEED-HASH TO GX-CTL-HASH.
           WRITE GL-RELEASE-RECORD FROM GL-FEED-CONTROL-RECORD.
           PERFORM CHECK-JOURNAL-WRITE.

       FIND-LAST-FEED-SEQUENCE.
           MOVE "N" TO WS-LAST-SEQ-FOUND.
           MOVE ZERO TO WS-LAST-SEQUENCE.
           OPEN INPUT FEED-REGISTRY-FILE.
           IF WS-FEED-REG-OK
               PERFORM UNTIL WS-FEED-REG-EOF
                   READ FEED-REGISTRY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FG-FEED-NAME = WS-FEED-NAME
                                   AND (FG-ACCEPTED OR FG-SENT)
                                   AND FG-FEED-SEQUENCE
                                       NOT < WS-LAST-SEQUENCE
                               MOVE "Y" TO WS-LAST-SEQ-FOUND
                               MOVE FG-FEED-SEQUENCE
                                   TO WS-LAST-SEQUENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-REGISTRY-FILE
           ELSE
               IF NOT WS-FEED-REG-ABSENT
                   DISPLAY "Impossible d'ouvrir le registre des flux."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       REGISTER-OUTBOUND-FEED.
           OPEN EXTEND FEED-REGISTRY-FILE.
           IF WS-FEED-REG-ABSENT
               OPEN OUTPUT FEED-REGISTRY-FILE
           END-IF.
           IF NOT WS-FEED-REG-OK
               DISPLAY "Impossible d'ouvrir le registre des flux."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO FEED-REGISTRY-RECORD.
           MOVE FUNCTION CURRENT-DATE TO FG-TIMESTAMP.
           MOVE WS-FEED-NAME TO FG-FEED-NAME.
           SET FG-OUTBOUND TO TRUE.
           MOVE "BZHGLJ01" TO FG-SOURCE.
           MOVE WS-FEED-CREATED TO FG-CREATED.
           MOVE WS-FEED-SEQUENCE TO FG-FEED-SEQUENCE.
           MOVE WS-FEED-COUNT TO FG-RECORD-COUNT.
           MOVE WS-CHECK-DEBIT-TOTAL TO FG-AMOUNT-TOTAL.
           MOVE WS-FEED-HASH TO FG-HASH-TOTAL.
           MOVE "BZHGLJ01" TO FG-PROGRAM.
           SET FG-SENT TO TRUE.
           WRITE FEED-REGISTRY-RECORD.
           CLOSE FEED-REGISTRY-FILE.

       COMPUTE-KEY-HASH.
           MOVE ZERO TO WS-KEY-HASH.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 10
               COMPUTE WS-KEY-HASH =
                   FUNCTION MOD (WS-KEY-HASH * 131
                       + FUNCTION ORD (WS-HASH-KEY (WS-HASH-IDX:1))
                       999999999989)
           END-PERFORM.
