       IDENTIFICATION DIVISION.
       PROGRAM-ID. BZHRGP01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-DOSSIER-FILE ASSIGN TO "CUSTDOSS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CUSTOMER-ID
               FILE STATUS IS WS-DOSSIER-STATUS.
           SELECT LETTRE-CODES-FILE ASSIGN TO "LETTREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CUSTOMER-ID
               FILE STATUS IS WS-LETTRE-STATUS.
           SELECT NPAI-HOLD-FILE ASSIGN TO "NPAIHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-CUSTOMER-ID
               FILE STATUS IS WS-NPAI-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CUSTOMER-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT DOSSIER-AUDIT-FILE ASSIGN TO "DOSSAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT STEP-HISTORY-FILE ASSIGN TO "STEPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-HIST-STATUS.
           SELECT FEE-LEDGER-FILE ASSIGN TO "FEELEDGR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-LEDGER-STATUS.
           SELECT TRANS-ARCHIVE-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-ARCHIVE-KEY
               FILE STATUS IS WS-TRANS-ARCH-STATUS.
           SELECT FEE-ARCHIVE-FILE ASSIGN TO "FEEARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ARCHIVE-KEY
               FILE STATUS IS WS-FEE-ARCH-STATUS.
           SELECT LOCKOUT-ARCHIVE-FILE ASSIGN TO "LOCKARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-ARCHIVE-KEY
               FILE STATUS IS WS-LOCK-ARCH-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT ACCESS-VIOLATION-FILE ASSIGN TO "ACCVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-STATUS.
           SELECT COMPLAINT-FILE ASSIGN TO "RECLAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-COMPLAINT-NO
               FILE STATUS IS WS-COMPLAINT-STATUS.
           SELECT SUPPORTING-DOCUMENT-FILE ASSIGN TO "PIECEJUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-KEY
               FILE STATUS IS WS-PIECE-STATUS.
           SELECT APPOINTMENT-FILE ASSIGN TO "RDVCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-SLOT-KEY
               FILE STATUS IS WS-RDV-STATUS.
           SELECT PURGE-CERTIFICATE-FILE ASSIGN TO "PURGCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-DOSSIER-FILE.
       COPY "custdoss.cpy".

       FD  LETTRE-CODES-FILE.
       COPY "lettrec.cpy".

       FD  NPAI-HOLD-FILE.
       COPY "npaihold.cpy".

       FD  CUSTOMER-ADDRESS-FILE.
       COPY "custaddr.cpy".

       FD  DOSSIER-AUDIT-FILE.
       COPY "dossaud.cpy".

       FD  STEP-HISTORY-FILE.
       COPY "stephist.cpy".

       FD  FEE-LEDGER-FILE.
       COPY "feerec.cpy".

       FD  TRANS-ARCHIVE-FILE.
       COPY "archtran.cpy".

       FD  FEE-ARCHIVE-FILE.
       COPY "archfee.cpy".

       FD  LOCKOUT-ARCHIVE-FILE.
       COPY "archlock.cpy".

       FD  OPERATOR-FILE.
       COPY "opermast.cpy".

       FD  ACCESS-VIOLATION-FILE.
       COPY "accviol.cpy".

       FD  COMPLAINT-FILE.
       COPY "reclam.cpy".

       FD  SUPPORTING-DOCUMENT-FILE.
       COPY "piecejus.cpy".

       FD  APPOINTMENT-FILE.
       COPY "rdvslot.cpy".

       FD  PURGE-CERTIFICATE-FILE.
       COPY "purgline.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DOSSIER-STATUS       PIC XX.
           88  WS-DOSSIER-OK           VALUE "00".
           88  WS-DOSSIER-EOF          VALUE "10".
       01  WS-LETTRE-STATUS        PIC XX.
           88  WS-LETTRE-OK            VALUE "00".
           88  WS-LETTRE-ABSENT        VALUE "35".
       01  WS-NPAI-STATUS          PIC XX.
           88  WS-NPAI-OK              VALUE "00".
           88  WS-NPAI-ABSENT          VALUE "35".
       01  WS-ADDRESS-STATUS       PIC XX.
           88  WS-ADDRESS-OK           VALUE "00".
           88  WS-ADDRESS-ABSENT       VALUE "35".
       01  WS-AUDIT-STATUS         PIC XX.
           88  WS-AUDIT-OK             VALUE "00".
           88  WS-AUDIT-EOF            VALUE "10".
           88  WS-AUDIT-ABSENT         VALUE "35".
       01  WS-STEP-HIST-STATUS     PIC XX.
           88  WS-STEP-HIST-OK         VALUE "00".
           88  WS-STEP-HIST-EOF        VALUE "10".
           88  WS-STEP-HIST-ABSENT     VALUE "35".
       01  WS-FEE-LEDGER-STATUS    PIC XX.
           88  WS-FEE-LEDGER-OK        VALUE "00".
           88  WS-FEE-LEDGER-EOF       VALUE "10".
           88  WS-FEE-LEDGER-ABSENT    VALUE "35".
       01  WS-TRANS-ARCH-STATUS    PIC XX.
           88  WS-TRANS-ARCH-OK        VALUE "00".
           88  WS-TRANS-ARCH-ABSENT    VALUE "35".
       01  WS-FEE-ARCH-STATUS      PIC XX.
           88  WS-FEE-ARCH-OK          VALUE "00".
           88  WS-FEE-ARCH-ABSENT      VALUE "35".
       01  WS-LOCK-ARCH-STATUS     PIC XX.
           88  WS-LOCK-ARCH-OK         VALUE "00".
           88  WS-LOCK-ARCH-ABSENT     VALUE "35".
       01  WS-OPERATOR-STATUS      PIC XX.
           88  WS-OPERATOR-OK          VALUE "00".
       01  WS-VIOLATION-STATUS     PIC XX.
           88  WS-VIOLATION-OK         VALUE "00".
           88  WS-VIOLATION-ABSENT     VALUE "35".
       01  WS-COMPLAINT-STATUS     PIC XX.
           88  WS-COMPLAINT-OK         VALUE "00".
           88  WS-COMPLAINT-ABSENT     VALUE "35".
       01  WS-PIECE-STATUS         PIC XX.
           88  WS-PIECE-OK             VALUE "00".
           88  WS-PIECE-ABSENT         VALUE "35".
       01  WS-RDV-STATUS           PIC XX.
           88  WS-RDV-OK               VALUE "00".
           88  WS-RDV-ABSENT           VALUE "35".
       01  WS-CERTIFICATE-STATUS   PIC XX.
           88  WS-CERTIFICATE-OK       VALUE "00".
       01  WS-LETTRE-OPENED        PIC X(01) VALUE "N".
           88  WS-LETTRE-OPENED-YES    VALUE "Y".
       01  WS-NPAI-OPENED          PIC X(01) VALUE "N".
           88  WS-NPAI-OPENED-YES      VALUE "Y".
       01  WS-ADDRESS-OPENED       PIC X(01) VALUE "N".
           88  WS-ADDRESS-OPENED-YES   VALUE "Y".
       01  WS-TRANS-ARCH-OPENED    PIC X(01) VALUE "N".
           88  WS-TRANS-ARCH-OPENED-YES VALUE "Y".
       01  WS-FEE-ARCH-OPENED      PIC X(01) VALUE "N".
           88  WS-FEE-ARCH-OPENED-YES  VALUE "Y".
       01  WS-LOCK-ARCH-OPENED     PIC X(01) VALUE "N".
           88  WS-LOCK-ARCH-OPENED-YES VALUE "Y".
       01  WS-COMPLAINT-OPENED     PIC X(01) VALUE "N".
           88  WS-COMPLAINT-OPENED-YES VALUE "Y".
       01  WS-PIECE-OPENED         PIC X(01) VALUE "N".
           88  WS-PIECE-OPENED-YES     VALUE "Y".
       01  WS-RDV-OPENED           PIC X(01) VALUE "N".
           88  WS-RDV-OPENED-YES       VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-RUN-DATE             PIC 9(08).
       01  WS-RUN-DATE-INPUT       PIC X(08).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-INPUT PIC 9(08).
      * Duree de conservation d'un dossier non abouti, comptee depuis
      * sa derniere activite connue.
       01  WS-RETENTION-YEARS      PIC 9(02) VALUE 3.
       01  WS-RETENTION-INPUT      PIC X(02).
       01  WS-CUTOFF-DATE          PIC 9(08).
       01  WS-OPERATOR-ID          PIC X(10).
       01  WS-OPERATOR-NAME        PIC X(30).
       01  WS-ACCESS-REASON        PIC X(10).
       01  WS-CONFIRMATION         PIC X(03).
       01  WS-SCAN-EOF             PIC X(01) VALUE "N".
           88  WS-SCAN-DONE            VALUE "Y".
       01  WS-LOOKUP-ID            PIC X(10).
       01  WS-ACTIVITY-DATE        PIC 9(08).
       01  WS-SIGNED-TS            PIC X(21).
      * Valeur qui remplace le nom et les textes libres du client ;
      * un dossier qui la porte deja n'est plus candidat.
       01  WS-ANON-NAME            PIC X(30)
                                   VALUE "ANONYMISE RGPD".
       01  WS-TABLE-SKIPPED        PIC 9(05) VALUE ZERO.
       01  WS-EXAMINED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-ELIGIBLE-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-RECENT-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-FEE-HELD-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-NPAI-HELD-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-COMPLAINT-HELD-COUNT PIC 9(05) VALUE ZERO.
       01  WS-UNDATED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-DOSSIER-DONE         PIC 9(05) VALUE ZERO.
       01  WS-LETTER-DONE          PIC 9(05) VALUE ZERO.
       01  WS-ADDRESS-DONE         PIC 9(05) VALUE ZERO.
       01  WS-AUDIT-DONE           PIC 9(05) VALUE ZERO.
       01  WS-TRAN-DONE            PIC 9(05) VALUE ZERO.
       01  WS-COMPLAINT-DONE       PIC 9(05) VALUE ZERO.
       01  WS-PIECE-DONE           PIC 9(05) VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(05) VALUE ZERO.

      * Dossiers jamais valides, avec ce que la recherche a trouve
      * sur eux dans les autres fichiers. Les postes a partir de
      * WS-BATCH-START attendent encore la recherche ; ceux d'avant
      * sont retenus pour l'anonymisation.
       01  WS-RET-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-RET-SUB              PIC 9(03).
       01  WS-BATCH-START          PIC 9(03) VALUE 1.
       01  WS-KEPT-COUNT           PIC 9(03).
       01  WS-RETENTION-TABLE.
           05  WS-RETENTION-ENTRY OCCURS 500 TIMES
                       INDEXED BY RET-IDX.
               10  RT-CUSTOMER-ID          PIC X(10).
               10  RT-BRANCH               PIC X(10).
               10  RT-STATUS               PIC X(01).
               10  RT-LAST-DATE            PIC 9(08).
               10  RT-OUTSTANDING          PIC X(01).
               10  RT-OPEN-HOLD            PIC X(01).
               10  RT-COMPLAINT-HOLD       PIC X(01).
               10  RT-ELIGIBLE             PIC X(01).
               10  RT-DONE                 PIC X(01).
               10  RT-LETTER-FLAG          PIC X(01).
               10  RT-ADDRESS-FLAG         PIC X(01).
               10  RT-NPAI-FLAG            PIC X(01).
               10  RT-AUDIT-COUNT          PIC 9(05).
               10  RT-TRAN-COUNT           PIC 9(05).
               10  RT-FEE-COUNT            PIC 9(05).
               10  RT-LOCK-COUNT           PIC 9(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "[BZHRGP01] Anonymisation RGPD des dossiers non "
               "aboutis".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           DISPLAY "DATE D'EXPLOITATION (AAAAMMJJ, vide = ce jour) > ".
           ACCEPT WS-RUN-DATE-INPUT.
           IF WS-RUN-DATE-INPUT = SPACES
                   OR WS-RUN-DATE-NUM NOT NUMERIC
               MOVE WS-TODAY TO WS-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE
           END-IF.
           DISPLAY "DUREE DE CONSERVATION EN ANNEES (vide = 3) > ".
           ACCEPT WS-RETENTION-INPUT.
           IF WS-RETENTION-INPUT NOT = SPACES
               COMPUTE WS-RETENTION-YEARS =
                   FUNCTION NUMVAL (WS-RETENTION-INPUT)
               IF WS-RETENTION-YEARS = ZERO
                   DISPLAY "Duree de conservation invalide."
                   STOP RUN
               END-IF
           END-IF.
           COMPUTE WS-CUTOFF-DATE =
               WS-RUN-DATE - WS-RETENTION-YEARS * 10000.
           DISPLAY "ID OPERATEUR DU SIEGE > ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "L'identifiant de l'operateur est requis."
               STOP RUN
           END-IF.
           PERFORM CHECK-OPERATOR.
           PERFORM OPEN-RETENTION-FILES.
           PERFORM LOAD-CANDIDATES.
           DISPLAY "Dossiers non valides examines : " WS-EXAMINED-COUNT.
           DISPLAY "  derniere activite apres le " WS-CUTOFF-DATE
               " : " WS-RECENT-COUNT.
           DISPLAY "  frais impayes : " WS-FEE-HELD-COUNT
               "  NPAI ouvert : " WS-NPAI-HELD-COUNT
               "  reclamation ouverte : "
               WS-COMPLAINT-HELD-COUNT.
           DISPLAY "  sans activite datee : " WS-UNDATED-COUNT.
           DISPLAY "  a anonymiser : " WS-ELIGIBLE-COUNT.
           IF WS-TABLE-SKIPPED > ZERO
               DISPLAY "  reportes au prochain passage (table "
                   "pleine) : " WS-TABLE-SKIPPED
           END-IF.
           IF WS-ELIGIBLE-COUNT = ZERO
               DISPLAY "Aucun dossier a anonymiser."
               PERFORM CLOSE-RETENTION-FILES
               STOP RUN
           END-IF.
           DISPLAY "CONFIRMER L'ANONYMISATION (OUI) > ".
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = "OUI"
               DISPLAY "Anonymisation abandonnee."
               PERFORM CLOSE-RETENTION-FILES
               STOP RUN
           END-IF.
      * Le dossier client est traite en dernier : tant que son nom
      * n'est pas masque, il reste candidat et un nouveau passage
      * reprend les fichiers lies sans dommage. Toute la table est
      * desormais retenue : la recherche repart du premier poste.
           MOVE 1 TO WS-BATCH-START.
           PERFORM ANONYMISE-AUDIT-TRAIL.
           PERFORM ANONYMISE-TRANS-ARCHIVE.
           PERFORM ANONYMISE-COMPLAINTS.
           PERFORM VARYING WS-RET-SUB FROM 1 BY 1
                   UNTIL WS-RET-SUB > WS-RET-COUNT
               IF RT-ELIGIBLE (WS-RET-SUB) = "Y"
                   PERFORM ANONYMISE-ONE-DOSSIER
               END-IF
           END-PERFORM.
           PERFORM CLOSE-RETENTION-FILES.
           PERFORM WRITE-CERTIFICATE.
           DISPLAY "Dossiers anonymises : " WS-DOSSIER-DONE
               "  codes : " WS-LETTER-DONE
               "  adresses : " WS-ADDRESS-DONE.
           DISPLAY "Traces DOSSAUD : " WS-AUDIT-DONE
               "  tentatives TRANARCH : " WS-TRAN-DONE.
           DISPLAY "Reclamations RECLAM : " WS-COMPLAINT-DONE
               "  pieces PIECEJUS : " WS-PIECE-DONE.
           IF WS-ERROR-COUNT > ZERO
               DISPLAY "ATTENTION : " WS-ERROR-COUNT
                   " mise(s) a jour en echec, relancer BZHRGP01."
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * ---- controle de l'operateur sur le fichier des operateurs ----
      * L'anonymisation est irreversible : elle est reservee a un
      * operateur actif du siege, qui signe le certificat.
       CHECK-OPERATOR.
           OPEN INPUT OPERATOR-FILE.
           IF NOT WS-OPERATOR-OK
               DISPLAY "Impossible d'ouvrir le fichier des operateurs."
               STOP RUN
           END-IF.
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
           IF NOT OM-ROLE-HEAD-OFFICE
               MOVE "ROLE" TO WS-ACCESS-REASON
               PERFORM REFUSE-ACCESS
           END-IF.
           MOVE OM-NAME TO WS-OPERATOR-NAME.
           CLOSE OPERATOR-FILE.

       REFUSE-ACCESS.
           CLOSE OPERATOR-FILE.
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
           MOVE "BZHRGP01" TO AV-PROGRAM.
           MOVE WS-OPERATOR-ID TO AV-OPERATOR-ID.
           MOVE SPACES TO AV-CUSTOMER-ID.
           MOVE SPACES TO AV-BRANCH.
           MOVE WS-ACCESS-REASON TO AV-REASON.
           WRITE ACCESS-VIOLATION-RECORD.
           CLOSE ACCESS-VIOLATION-FILE.
           DISPLAY "Acces refuse (" WS-ACCESS-REASON ") pour "
               WS-OPERATOR-ID ".".
           STOP RUN.

       OPEN-RETENTION-FILES.
           OPEN I-O CUSTOMER-DOSSIER-FILE.
           IF NOT WS-DOSSIER-OK
               DISPLAY "Impossible d'ouvrir le dossier client."
               STOP RUN
           END-IF.
           OPEN I-O LETTRE-CODES-FILE.
           IF WS-LETTRE-OK
               MOVE "Y" TO WS-LETTRE-OPENED
           ELSE
               IF NOT WS-LETTRE-ABSENT
                   DISPLAY "Impossible d'ouvrir les codes de la lettre."
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT NPAI-HOLD-FILE.
           IF WS-NPAI-OK
               MOVE "Y" TO WS-NPAI-OPENED
           ELSE
               IF NOT WS-NPAI-ABSENT
                   DISPLAY "Impossible d'ouvrir le fichier des NPAI."
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O CUSTOMER-ADDRESS-FILE.
           IF WS-ADDRESS-OK
               MOVE "Y" TO WS-ADDRESS-OPENED
           ELSE
               IF NOT WS-ADDRESS-ABSENT
                   DISPLAY "Impossible d'ouvrir le fichier des "
                       "adresses."
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O TRANS-ARCHIVE-FILE.
           IF WS-TRANS-ARCH-OK
               MOVE "Y" TO WS-TRANS-ARCH-OPENED
           ELSE
               IF NOT WS-TRANS-ARCH-ABSENT
                   DISPLAY "Impossible d'ouvrir l'archive TRANSLOG."
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT FEE-ARCHIVE-FILE.
           IF WS-FEE-ARCH-OK
               MOVE "Y" TO WS-FEE-ARCH-OPENED
           ELSE
               IF NOT WS-FEE-ARCH-ABSENT
                   DISPLAY "Impossible d'ouvrir l'archive FEELEDGR."
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT LOCKOUT-ARCHIVE-FILE.
           IF WS-LOCK-ARCH-OK
               MOVE "Y" TO WS-LOCK-ARCH-OPENED
           ELSE
               IF NOT WS-LOCK-ARCH-ABSENT
                   DISPLAY "Impossible d'ouvrir l'archive LOCKOUT."
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O COMPLAINT-FILE.
           IF WS-COMPLAINT-OK
               MOVE "Y" TO WS-COMPLAINT-OPENED
           ELSE
               IF NOT WS-COMPLAINT-ABSENT
                   DISPLAY "Impossible d'ouvrir le registre des "
                       "reclamations."
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O SUPPORTING-DOCUMENT-FILE.
           IF WS-PIECE-OK
               MOVE "Y" TO WS-PIECE-OPENED
           ELSE
               IF NOT WS-PIECE-ABSENT
                   DISPLAY "Impossible d'ouvrir le fichier des pieces."
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT APPOINTMENT-FILE.
           IF WS-RDV-OK
               MOVE "Y" TO WS-RDV-OPENED
           ELSE
               IF NOT WS-RDV-ABSENT
                   DISPLAY "Impossible d'ouvrir le calendrier des "
                       "rendez-vous."
                   STOP RUN
               END-IF
           END-IF.

       CLOSE-RETENTION-FILES.
           CLOSE CUSTOMER-DOSSIER-FILE.
           IF WS-LETTRE-OPENED-YES
               CLOSE LETTRE-CODES-FILE
           END-IF.
           IF WS-NPAI-OPENED-YES
               CLOSE NPAI-HOLD-FILE
           END-IF.
           IF WS-ADDRESS-OPENED-YES
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.
           IF WS-TRANS-ARCH-OPENED-YES
               CLOSE TRANS-ARCHIVE-FILE
           END-IF.
           IF WS-FEE-ARCH-OPENED-YES
               CLOSE FEE-ARCHIVE-FILE
           END-IF.
           IF WS-LOCK-ARCH-OPENED-YES
               CLOSE LOCKOUT-ARCHIVE-FILE
           END-IF.
           IF WS-COMPLAINT-OPENED-YES
               CLOSE COMPLAINT-FILE
           END-IF.
           IF WS-PIECE-OPENED-YES
               CLOSE SUPPORTING-DOCUMENT-FILE
           END-IF.
           IF WS-RDV-OPENED-YES
               CLOSE APPOINTMENT-FILE
           END-IF.

      * ---- dossiers jamais valides et non encore anonymises ---------
      * Le dossier ne porte aucune date : la derniere activite, les
      * frais impayes, les NPAI et les reclamations ouverts ne sont
      * connus qu'apres les lectures des autres fichiers. Chaque fois
      * que la table est pleine, ces lectures sont faites pour les
      * postes en attente et seuls les dossiers a anonymiser restent
      * dans la table ; les dossiers retenus ne peuvent donc pas en
      * chasser d'autres.
       LOAD-CANDIDATES.
           PERFORM UNTIL WS-DOSSIER-EOF
               READ CUSTOMER-DOSSIER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NOT CD-STATUS-VALIDATED
                               AND CD-CUSTOMER-NAME NOT = WS-ANON-NAME
                           IF WS-RET-COUNT >= 500
                               PERFORM QUALIFY-BATCH
                           END-IF
                           PERFORM ADD-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM QUALIFY-BATCH.

      * Recherche d'activite pour les postes en attente, puis
      * tassement de la table sur les seuls dossiers retenus.
       QUALIFY-BATCH.
           IF WS-BATCH-START NOT > WS-RET-COUNT
               PERFORM SCAN-AUDIT-ACTIVITY
               PERFORM SCAN-STEP-ACTIVITY
               PERFORM SCAN-FEE-ACTIVITY
               PERFORM SCAN-TRANS-ARCHIVE
               PERFORM SCAN-FEE-ARCHIVE
               PERFORM SCAN-LOCK-ARCHIVE
               PERFORM SCAN-COMPLAINT-ACTIVITY
               PERFORM SCAN-RDV-ACTIVITY
               COMPUTE WS-KEPT-COUNT = WS-BATCH-START - 1
               PERFORM VARYING WS-RET-SUB FROM WS-BATCH-START BY 1
                       UNTIL WS-RET-SUB > WS-RET-COUNT
                   PERFORM READ-KEYED-ACTIVITY
                   PERFORM DECIDE-ONE-DOSSIER
                   IF RT-ELIGIBLE (WS-RET-SUB) = "Y"
                       ADD 1 TO WS-KEPT-COUNT
                       MOVE WS-RETENTION-ENTRY (WS-RET-SUB)
                           TO WS-RETENTION-ENTRY (WS-KEPT-COUNT)
                   END-IF
               END-PERFORM
               MOVE WS-KEPT-COUNT TO WS-RET-COUNT
               COMPUTE WS-BATCH-START = WS-RET-COUNT + 1
           END-IF.

       ADD-CANDIDATE.
           ADD 1 TO WS-EXAMINED-COUNT.
           IF WS-RET-COUNT >= 500
               ADD 1 TO WS-TABLE-SKIPPED
           ELSE
               ADD 1 TO WS-RET-COUNT
               SET RET-IDX TO WS-RET-COUNT
               INITIALIZE WS-RETENTION-ENTRY (RET-IDX)
               MOVE CD-CUSTOMER-ID TO RT-CUSTOMER-ID (RET-IDX)
               MOVE CD-BRANCH TO RT-BRANCH (RET-IDX)
               MOVE CD-STATUS TO RT-STATUS (RET-IDX)
               MOVE "N" TO RT-OUTSTANDING (RET-IDX)
               MOVE "N" TO RT-OPEN-HOLD (RET-IDX)
               MOVE "N" TO RT-COMPLAINT-HOLD (RET-IDX)
               MOVE "N" TO RT-ELIGIBLE (RET-IDX)
               MOVE "N" TO RT-DONE (RET-IDX)
               MOVE "-" TO RT-LETTER-FLAG (RET-IDX)
               MOVE "-" TO RT-ADDRESS-FLAG (RET-IDX)
               MOVE "-" TO RT-NPAI-FLAG (RET-IDX)
           END-IF.

       FIND-RETENTION-ENTRY.
           MOVE ZERO TO WS-RET-SUB.
           SET RET-IDX TO WS-BATCH-START.
           SEARCH WS-RETENTION-ENTRY
               AT END
                   CONTINUE
               WHEN RET-IDX > WS-RET-COUNT
                   CONTINUE
               WHEN RT-CUSTOMER-ID (RET-IDX) = WS-LOOKUP-ID
                   SET WS-RET-SUB TO RET-IDX
           END-SEARCH.

       NOTE-ACTIVITY-DATE.
           IF WS-ACTIVITY-DATE > RT-LAST-DATE (WS-RET-SUB)
               MOVE WS-ACTIVITY-DATE TO RT-LAST-DATE (WS-RET-SUB)
           END-IF.

      * ---- derniere activite connue de chaque candidat --------------
       SCAN-AUDIT-ACTIVITY.
           OPEN INPUT DOSSIER-AUDIT-FILE.
           IF NOT WS-AUDIT-OK AND NOT WS-AUDIT-ABSENT
               DISPLAY "Impossible d'ouvrir le journal des dossiers."
               STOP RUN
           END-IF.
           IF WS-AUDIT-OK
               PERFORM UNTIL WS-AUDIT-EOF
                   READ DOSSIER-AUDIT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE DA-CUSTOMER-ID TO WS-LOOKUP-ID
                           PERFORM FIND-RETENTION-ENTRY
                           IF WS-RET-SUB NOT = ZERO
                               ADD 1 TO RT-AUDIT-COUNT (WS-RET-SUB)
                               MOVE DA-TIMESTAMP (1:8)
                                   TO WS-ACTIVITY-DATE
                               PERFORM NOTE-ACTIVITY-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOSSIER-AUDIT-FILE
           END-IF.

       SCAN-STEP-ACTIVITY.
           OPEN INPUT STEP-HISTORY-FILE.
           IF NOT WS-STEP-HIST-OK AND NOT WS-STEP-HIST-ABSENT
               DISPLAY "Impossible d'ouvrir l'historique des etapes."
               STOP RUN
           END-IF.
           IF WS-STEP-HIST-OK
               PERFORM UNTIL WS-STEP-HIST-EOF
                   READ STEP-HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SH-CUSTOMER-ID TO WS-LOOKUP-ID
                           PERFORM FIND-RETENTION-ENTRY
                           IF WS-RET-SUB NOT = ZERO
                               MOVE SH-TIMESTAMP (1:8)
                                   TO WS-ACTIVITY-DATE
                               PERFORM NOTE-ACTIVITY-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-HISTORY-FILE
           END-IF.

       SCAN-FEE-ACTIVITY.
           OPEN INPUT FEE-LEDGER-FILE.
           IF NOT WS-FEE-LEDGER-OK AND NOT WS-FEE-LEDGER-ABSENT
               DISPLAY "Impossible d'ouvrir le grand livre des frais."
               STOP RUN
           END-IF.
           IF WS-FEE-LEDGER-OK
               PERFORM UNTIL WS-FEE-LEDGER-EOF
                   READ FEE-LEDGER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FR-CUSTOMER-ID TO WS-LOOKUP-ID
                           PERFORM FIND-RETENTION-ENTRY
                           IF WS-RET-SUB NOT = ZERO
                               IF FR-OUTSTANDING
                                   MOVE "Y"
                                       TO RT-OUTSTANDING (WS-RET-SUB)
                               END-IF
                               MOVE FR-POSTING-DATE TO WS-ACTIVITY-DATE
                               PERFORM NOTE-ACTIVITY-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-LEDGER-FILE
           END-IF.

      * Les archives gardent l'image de l'enregistrement d'origine :
      * TRANSLOG (horodatage 1-21, client 22-31, code saisi 32-51),
      * FEELEDGR (client 1-10, date d'ecriture 32-39) et LOCKOUT
      * (client 1-10, horodatage 13-33).
       SCAN-TRANS-ARCHIVE.
           IF WS-TRANS-ARCH-OPENED-YES
               MOVE LOW-VALUES TO TA-ARCHIVE-KEY
               PERFORM START-TRANS-ARCHIVE
               PERFORM UNTIL WS-SCAN-DONE
                   READ TRANS-ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           MOVE TA-LOG-DATA (22:10) TO WS-LOOKUP-ID
                           PERFORM FIND-RETENTION-ENTRY
                           IF WS-RET-SUB NOT = ZERO
                               ADD 1 TO RT-TRAN-COUNT (WS-RET-SUB)
                               MOVE TA-LOG-DATA (1:8)
                                   TO WS-ACTIVITY-DATE
                               PERFORM NOTE-ACTIVITY-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       START-TRANS-ARCHIVE.
           MOVE "N" TO WS-SCAN-EOF.
           START TRANS-ARCHIVE-FILE
               KEY IS NOT LESS THAN TA-ARCHIVE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START.

       SCAN-FEE-ARCHIVE.
           IF WS-FEE-ARCH-OPENED-YES
               MOVE "N" TO WS-SCAN-EOF
               MOVE LOW-VALUES TO FA-ARCHIVE-KEY
               START FEE-ARCHIVE-FILE
                   KEY IS NOT LESS THAN FA-ARCHIVE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-DONE
                   READ FEE-ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           MOVE FA-FEE-DATA (1:10) TO WS-LOOKUP-ID
                           PERFORM FIND-RETENTION-ENTRY
                           IF WS-RET-SUB NOT = ZERO
                               ADD 1 TO RT-FEE-COUNT (WS-RET-SUB)
                               MOVE FA-FEE-DATA (32:8)
                                   TO WS-ACTIVITY-DATE
                               PERFORM NOTE-ACTIVITY-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SCAN-LOCK-ARCHIVE.
           IF WS-LOCK-ARCH-OPENED-YES
               MOVE "N" TO WS-SCAN-EOF
               MOVE LOW-VALUES TO LA-ARCHIVE-KEY
               START LOCKOUT-ARCHIVE-FILE
                   KEY IS NOT LESS THAN LA-ARCHIVE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-DONE
                   READ LOCKOUT-ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           MOVE LA-LOCK-DATA (1:10) TO WS-LOOKUP-ID
                           PERFORM FIND-RETENTION-ENTRY
                           IF WS-RET-SUB NOT = ZERO
                               ADD 1 TO RT-LOCK-COUNT (WS-RET-SUB)
                               MOVE LA-LOCK-DATA (13:8)
                                   TO WS-ACTIVITY-DATE
                               PERFORM NOTE-ACTIVITY-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Une reclamation ouverte ou en traitement retient le dossier,
      * quelle que soit sa date ; les autres comptent comme activite.
       SCAN-COMPLAINT-ACTIVITY.
           IF WS-COMPLAINT-OPENED-YES
               MOVE ZERO TO CP-COMPLAINT-NO
               PERFORM START-COMPLAINT-FILE
               PERFORM UNTIL WS-SCAN-DONE
                   READ COMPLAINT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           MOVE CP-CUSTOMER-ID TO WS-LOOKUP-ID
                           PERFORM FIND-RETENTION-ENTRY
                           IF WS-RET-SUB NOT = ZERO
                               PERFORM NOTE-COMPLAINT-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       START-COMPLAINT-FILE.
           MOVE "N" TO WS-SCAN-EOF.
           START COMPLAINT-FILE
               KEY IS NOT LESS THAN CP-COMPLAINT-NO
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START.

       NOTE-COMPLAINT-ACTIVITY.
           IF CP-STATUS-OPEN OR CP-STATUS-IN-HAND
               MOVE "Y" TO RT-COMPLAINT-HOLD (WS-RET-SUB)
           END-IF.
           MOVE CP-RECEIVED-DATE TO WS-ACTIVITY-DATE.
           PERFORM NOTE-ACTIVITY-DATE.
           MOVE CP-LAST-UPDATE-DATE TO WS-ACTIVITY-DATE.
           PERFORM NOTE-ACTIVITY-DATE.

      * Un rendez-vous encore a venir porte une date posterieure a la
      * date d'exploitation : le dossier reste donc recent.
       SCAN-RDV-ACTIVITY.
           IF WS-RDV-OPENED-YES
               MOVE "N" TO WS-SCAN-EOF
               MOVE LOW-VALUES TO RV-SLOT-KEY
               START APPOINTMENT-FILE
                   KEY IS NOT LESS THAN RV-SLOT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-DONE
                   READ APPOINTMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF RV-CUSTOMER-ID NOT = SPACES
                               MOVE RV-CUSTOMER-ID TO WS-LOOKUP-ID
                               PERFORM FIND-RETENTION-ENTRY
                               IF WS-RET-SUB NOT = ZERO
                                   MOVE RV-SLOT-DATE
                                       TO WS-ACTIVITY-DATE
                                   PERFORM NOTE-ACTIVITY-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       READ-KEYED-ACTIVITY.
           IF WS-LETTRE-OPENED-YES
               MOVE RT-CUSTOMER-ID (WS-RET-SUB) TO LC-CUSTOMER-ID
               READ LETTRE-CODES-FILE
                   KEY IS LC-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "L" TO RT-LETTER-FLAG (WS-RET-SUB)
                       MOVE LC-ISSUE-DATE TO WS-ACTIVITY-DATE
                       PERFORM NOTE-ACTIVITY-DATE
               END-READ
           END-IF.
           IF WS-ADDRESS-OPENED-YES
               MOVE RT-CUSTOMER-ID (WS-RET-SUB) TO PA-CUSTOMER-ID
               READ CUSTOMER-ADDRESS-FILE
                   KEY IS PA-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "A" TO RT-ADDRESS-FLAG (WS-RET-SUB)
                       MOVE PA-LAST-CHANGE-DATE TO WS-ACTIVITY-DATE
                       PERFORM NOTE-ACTIVITY-DATE
               END-READ
           END-IF.
           IF WS-NPAI-OPENED-YES
               MOVE RT-CUSTOMER-ID (WS-RET-SUB) TO NH-CUSTOMER-ID
               READ NPAI-HOLD-FILE
                   KEY IS NH-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO RT-NPAI-FLAG (WS-RET-SUB)
                       IF NH-ADDRESS-FIXED-NO
                           MOVE "Y" TO RT-OPEN-HOLD (WS-RET-SUB)
                       END-IF
                       MOVE NH-RETURN-DATE TO WS-ACTIVITY-DATE
                       PERFORM NOTE-ACTIVITY-DATE
                       MOVE NH-FIXED-DATE TO WS-ACTIVITY-DATE
                       PERFORM NOTE-ACTIVITY-DATE
               END-READ
           END-IF.
           IF WS-PIECE-OPENED-YES
               PERFORM START-DOSSIER-PIECES
               PERFORM UNTIL WS-SCAN-DONE
                   READ SUPPORTING-DOCUMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF PJ-CUSTOMER-ID
                                   NOT = RT-CUSTOMER-ID (WS-RET-SUB)
                               MOVE "Y" TO WS-SCAN-EOF
                           ELSE
                               MOVE PJ-LAST-UPDATE-DATE
                                   TO WS-ACTIVITY-DATE
                               PERFORM NOTE-ACTIVITY-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       START-DOSSIER-PIECES.
           MOVE "N" TO WS-SCAN-EOF.
           MOVE RT-CUSTOMER-ID (WS-RET-SUB) TO PJ-CUSTOMER-ID.
           MOVE LOW-VALUES TO PJ-DOC-TYPE.
           START SUPPORTING-DOCUMENT-FILE
               KEY IS NOT LESS THAN PJ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START.

      * Un dossier sans aucune trace datee n'est pas anonymise : on ne
      * peut pas prouver que sa duree de conservation est echue.
       DECIDE-ONE-DOSSIER.
           EVALUATE TRUE
               WHEN RT-OUTSTANDING (WS-RET-SUB) = "Y"
                   ADD 1 TO WS-FEE-HELD-COUNT
               WHEN RT-OPEN-HOLD (WS-RET-SUB) = "Y"
                   ADD 1 TO WS-NPAI-HELD-COUNT
               WHEN RT-COMPLAINT-HOLD (WS-RET-SUB) = "Y"
                   ADD 1 TO WS-COMPLAINT-HELD-COUNT
               WHEN RT-LAST-DATE (WS-RET-SUB) = ZERO
                   ADD 1 TO WS-UNDATED-COUNT
               WHEN RT-LAST-DATE (WS-RET-SUB) NOT < WS-CUTOFF-DATE
                   ADD 1 TO WS-RECENT-COUNT
               WHEN OTHER
                   MOVE "Y" TO RT-ELIGIBLE (WS-RET-SUB)
                   ADD 1 TO WS-ELIGIBLE-COUNT
           END-EVALUATE.

      * ---- anonymisation --------------------------------------------
      * Seuls le nom, les codes et les textes libres sont masques :
      * identifiants, agences, statuts, dates et montants restent en
      * place pour que les statistiques continuent de se recouper.
       ANONYMISE-AUDIT-TRAIL.
           OPEN I-O DOSSIER-AUDIT-FILE.
           IF NOT WS-AUDIT-OK AND NOT WS-AUDIT-ABSENT
               DISPLAY "Impossible d'ouvrir le journal des dossiers."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-AUDIT-OK
               PERFORM UNTIL WS-AUDIT-EOF
                   READ DOSSIER-AUDIT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE DA-CUSTOMER-ID TO WS-LOOKUP-ID
                           PERFORM FIND-RETENTION-ENTRY
                           IF WS-RET-SUB NOT = ZERO
                               IF RT-ELIGIBLE (WS-RET-SUB) = "Y"
                                   PERFORM ANONYMISE-ONE-AUDIT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOSSIER-AUDIT-FILE
           END-IF.

       ANONYMISE-ONE-AUDIT.
           IF DA-OLD-VALUE NOT = SPACES
               MOVE WS-ANON-NAME TO DA-OLD-VALUE
           END-IF.
           IF DA-NEW-VALUE NOT = SPACES
               MOVE WS-ANON-NAME TO DA-NEW-VALUE
           END-IF.
           REWRITE DOSSIER-AUDIT-RECORD.
           IF WS-AUDIT-OK
               ADD 1 TO WS-AUDIT-DONE
           ELSE
               DISPLAY "Reecriture DOSSAUD en echec pour "
                   DA-CUSTOMER-ID " : " WS-AUDIT-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       ANONYMISE-TRANS-ARCHIVE.
           IF WS-TRANS-ARCH-OPENED-YES
               MOVE LOW-VALUES TO TA-ARCHIVE-KEY
               PERFORM START-TRANS-ARCHIVE
               PERFORM UNTIL WS-SCAN-DONE
                   READ TRANS-ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           MOVE TA-LOG-DATA (22:10) TO WS-LOOKUP-ID
                           PERFORM FIND-RETENTION-ENTRY
                           IF WS-RET-SUB NOT = ZERO
                               IF RT-ELIGIBLE (WS-RET-SUB) = "Y"
                                   PERFORM ANONYMISE-ONE-ATTEMPT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ANONYMISE-ONE-ATTEMPT.
           MOVE SPACES TO TA-LOG-DATA (32:20).
           REWRITE TRANS-ARCHIVE-RECORD
               INVALID KEY
                   DISPLAY "Reecriture TRANARCH en echec pour "
                       TA-ARCHIVE-KEY
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-TRAN-DONE
           END-REWRITE.

      * Objet et texte de resolution des reclamations du client.
       ANONYMISE-COMPLAINTS.
           IF WS-COMPLAINT-OPENED-YES
               MOVE ZERO TO CP-COMPLAINT-NO
               PERFORM START-COMPLAINT-FILE
               PERFORM UNTIL WS-SCAN-DONE
                   READ COMPLAINT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           MOVE CP-CUSTOMER-ID TO WS-LOOKUP-ID
                           PERFORM FIND-RETENTION-ENTRY
                           IF WS-RET-SUB NOT = ZERO
                               IF RT-ELIGIBLE (WS-RET-SUB) = "Y"
                                   PERFORM ANONYMISE-ONE-COMPLAINT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ANONYMISE-ONE-COMPLAINT.
           MOVE WS-ANON-NAME TO CP-SUBJECT.
           IF CP-RESOLUTION-TEXT NOT = SPACES
               MOVE WS-ANON-NAME TO CP-RESOLUTION-TEXT
           END-IF.
           REWRITE COMPLAINT-RECORD
               INVALID KEY
                   DISPLAY "Reecriture RECLAM en echec pour "
                       CP-COMPLAINT-NO
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-COMPLAINT-DONE
           END-REWRITE.

       ANONYMISE-ONE-DOSSIER.
           IF RT-LETTER-FLAG (WS-RET-SUB) = "L"
               MOVE RT-CUSTOMER-ID (WS-RET-SUB) TO LC-CUSTOMER-ID
               READ LETTRE-CODES-FILE
                   KEY IS LC-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO LC-ISSUED-CODE
                       REWRITE LETTRE-CODE-RECORD
                           INVALID KEY
                               DISPLAY "Reecriture LETTREC en echec "
                                   "pour " LC-CUSTOMER-ID
                               ADD 1 TO WS-ERROR-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-LETTER-DONE
                       END-REWRITE
               END-READ
           END-IF.
           IF RT-ADDRESS-FLAG (WS-RET-SUB) = "A"
               MOVE RT-CUSTOMER-ID (WS-RET-SUB) TO PA-CUSTOMER-ID
               READ CUSTOMER-ADDRESS-FILE
                   KEY IS PA-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ANONYMISE-ONE-ADDRESS
               END-READ
           END-IF.
           IF WS-PIECE-OPENED-YES
               PERFORM START-DOSSIER-PIECES
               PERFORM UNTIL WS-SCAN-DONE
                   READ SUPPORTING-DOCUMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF PJ-CUSTOMER-ID
                                   NOT = RT-CUSTOMER-ID (WS-RET-SUB)
                               MOVE "Y" TO WS-SCAN-EOF
                           ELSE
                               IF PJ-REFUSAL-REASON NOT = SPACES
                                   PERFORM ANONYMISE-ONE-PIECE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE RT-CUSTOMER-ID (WS-RET-SUB) TO CD-CUSTOMER-ID.
           READ CUSTOMER-DOSSIER-FILE
               KEY IS CD-CUSTOMER-ID
               INVALID KEY
                   DISPLAY "Dossier disparu en cours de traitement : "
                       CD-CUSTOMER-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE WS-ANON-NAME TO CD-CUSTOMER-NAME
                   MOVE SPACES TO CD-ISSUED-CODE
                   REWRITE CUSTOMER-DOSSIER-RECORD
                       INVALID KEY
                           DISPLAY "Reecriture CUSTDOSS en echec pour "
                               CD-CUSTOMER-ID
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           MOVE "Y" TO RT-DONE (WS-RET-SUB)
                           ADD 1 TO WS-DOSSIER-DONE
                   END-REWRITE
           END-READ.

      * Le code postal est garde pour les statistiques par region.
       ANONYMISE-ONE-ADDRESS.
           MOVE WS-ANON-NAME TO PA-ADDRESS-LINE-1.
           MOVE SPACES TO PA-ADDRESS-LINE-2.
           MOVE SPACES TO PA-CITY.
           REWRITE CUSTOMER-ADDRESS-RECORD
               INVALID KEY
                   DISPLAY "Reecriture CUSTADDR en echec pour "
                       PA-CUSTOMER-ID
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ADDRESS-DONE
           END-REWRITE.

      * Le motif de refus d'une piece est un texte libre.
       ANONYMISE-ONE-PIECE.
           MOVE WS-ANON-NAME TO PJ-REFUSAL-REASON.
           REWRITE SUPPORTING-DOCUMENT-RECORD
               INVALID KEY
                   DISPLAY "Reecriture PIECEJUS en echec pour "
                       PJ-KEY
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-PIECE-DONE
           END-REWRITE.

      * ---- certificat de purge --------------------------------------
       WRITE-CERTIFICATE.
           OPEN OUTPUT PURGE-CERTIFICATE-FILE.
           IF NOT WS-CERTIFICATE-OK
               DISPLAY "Impossible de creer le certificat de purge."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-SIGNED-TS.
           MOVE SPACES TO RG-TEXT-VIEW.
           STRING "CERTIFICAT D'ANONYMISATION RGPD DU " WS-RUN-DATE
               DELIMITED BY SIZE INTO RG-TEXT-VIEW.
           WRITE PURGE-LINE-RECORD.
           MOVE SPACES TO RG-TEXT-VIEW.
           STRING "DOSSIERS JAMAIS VALIDES SANS ACTIVITE DEPUIS LE "
               WS-CUTOFF-DATE " (" WS-RETENTION-YEARS " ANS)"
               DELIMITED BY SIZE INTO RG-TEXT-VIEW.
           WRITE PURGE-LINE-RECORD.
           MOVE SPACES TO RG-TEXT-VIEW.
           STRING "SANS FRAIS IMPAYE, NPAI NI RECLAMATION OUVERTS. "
               "NOM, CODES ET TEXTES"
               DELIMITED BY SIZE INTO RG-TEXT-VIEW.
           WRITE PURGE-LINE-RECORD.
           MOVE SPACES TO RG-TEXT-VIEW.
           STRING "LIBRES MASQUES DANS CUSTDOSS, LETTREC, CUSTADDR, "
               "DOSSAUD, TRANARCH,"
               DELIMITED BY SIZE INTO RG-TEXT-VIEW.
           WRITE PURGE-LINE-RECORD.
           MOVE SPACES TO RG-TEXT-VIEW.
           STRING "RECLAM ET PIECEJUS."
               DELIMITED BY SIZE INTO RG-TEXT-VIEW.
           WRITE PURGE-LINE-RECORD.
           MOVE SPACES TO RG-TEXT-VIEW.
           WRITE PURGE-LINE-RECORD.
           MOVE SPACES TO RG-TEXT-VIEW.
           STRING "CLIENT      AGENCE      STATUT    DER.ACTI   AUD "
               "TRAN FRAI BLOQ  L A N"
               DELIMITED BY SIZE INTO RG-TEXT-VIEW.
           WRITE PURGE-LINE-RECORD.
           PERFORM VARYING WS-RET-SUB FROM 1 BY 1
                   UNTIL WS-RET-SUB > WS-RET-COUNT
               IF RT-DONE (WS-RET-SUB) = "Y"
                   PERFORM PRINT-ONE-CERTIFIED
               END-IF
           END-PERFORM.
           MOVE SPACES TO RG-TEXT-VIEW.
           WRITE PURGE-LINE-RECORD.
           MOVE SPACES TO RG-TEXT-VIEW.
           STRING "DOSSIERS ANONYMISES : " WS-DOSSIER-DONE
               "   MISES A JOUR EN ECHEC : " WS-ERROR-COUNT
               DELIMITED BY SIZE INTO RG-TEXT-VIEW.
           WRITE PURGE-LINE-RECORD.
           MOVE SPACES TO RG-TEXT-VIEW.
           STRING "LETTREC : " WS-LETTER-DONE
               "   CUSTADDR : " WS-ADDRESS-DONE
               "   DOSSAUD : " WS-AUDIT-DONE
               "   TRANARCH : " WS-TRAN-DONE
               DELIMITED BY SIZE INTO RG-TEXT-VIEW.
           WRITE PURGE-LINE-RECORD.
           MOVE SPACES TO RG-TEXT-VIEW.
           STRING "RECLAM : " WS-COMPLAINT-DONE
               "   PIECEJUS : " WS-PIECE-DONE
               DELIMITED BY SIZE INTO RG-TEXT-VIEW.
           WRITE PURGE-LINE-RECORD.
           MOVE SPACES TO RG-TEXT-VIEW.
           STRING "CERTIFIE PAR : " WS-OPERATOR-ID " " WS-OPERATOR-NAME
               DELIMITED BY SIZE INTO RG-TEXT-VIEW.
           WRITE PURGE-LINE-RECORD.
           MOVE SPACES TO RG-TEXT-VIEW.
           STRING "LE " WS-SIGNED-TS (1:8) " A " WS-SIGNED-TS (9:6)
               DELIMITED BY SIZE INTO RG-TEXT-VIEW.
           WRITE PURGE-LINE-RECORD.
           MOVE SPACES TO RG-TEXT-VIEW.
           WRITE PURGE-LINE-RECORD.
           MOVE SPACES TO RG-TEXT-VIEW.
           STRING "VISA DU DELEGUE A LA PROTECTION DES DONNEES : "
               "____________________"
               DELIMITED BY SIZE INTO RG-TEXT-VIEW.
           WRITE PURGE-LINE-RECORD.
           CLOSE PURGE-CERTIFICATE-FILE.

       PRINT-ONE-CERTIFIED.
           MOVE SPACES TO PURGE-LINE-RECORD.
           MOVE RT-CUSTOMER-ID (WS-RET-SUB) TO RG-CUSTOMER-ID.
           MOVE RT-BRANCH (WS-RET-SUB) TO RG-BRANCH.
           IF RT-STATUS (WS-RET-SUB) = "R"
               MOVE "REJETE" TO RG-STATUS
           ELSE
               MOVE "ABANDON" TO RG-STATUS
           END-IF.
           MOVE RT-LAST-DATE (WS-RET-SUB) TO RG-LAST-DATE.
           MOVE RT-AUDIT-COUNT (WS-RET-SUB) TO RG-AUDIT-COUNT.
           MOVE RT-TRAN-COUNT (WS-RET-SUB) TO RG-TRAN-COUNT.
           MOVE RT-FEE-COUNT (WS-RET-SUB) TO RG-FEE-COUNT.
           MOVE RT-LOCK-COUNT (WS-RET-SUB) TO RG-LOCK-COUNT.
           MOVE RT-LETTER-FLAG (WS-RET-SUB) TO RG-LETTER-FLAG.
           MOVE RT-ADDRESS-FLAG (WS-RET-SUB) TO RG-ADDRESS-FLAG.
           MOVE RT-NPAI-FLAG (WS-RET-SUB) TO RG-NPAI-FLAG.
           WRITE PURGE-LINE-RECORD.
