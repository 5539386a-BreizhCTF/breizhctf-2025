               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT BACKUP-CATALOG-FILE ASSIGN TO "BKPCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-KEY
               FILE STATUS IS WS-BKP-CAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       FD  BACKUP-CATALOG-FILE.
       COPY "bkpcat.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS        PIC XX.
           88  WS-RUNCTL-OK            VALUE "00".
           88  WS-RUNCTL-ABSENT        VALUE "35".
       01  WS-BKP-CAT-STATUS       PIC XX.
           88  WS-BKP-CAT-OK           VALUE "00".
           88  WS-BKP-CAT-ABSENT       VALUE "35".
       01  WS-ACTION               PIC X(10).
           88  WS-ACTION-DEBUT         VALUE "DEBUT".
           88  WS-ACTION-FIN           VALUE "FIN".
       01  WS-CONFLICT-FILE        PIC X(08).
       01  WS-RESTART-JOB          PIC X(08) VALUE SPACES.
       01  WS-STATUS-TEXT          PIC X(24).
       01  WS-MASTER-HELD          PIC X(01).
           88  WS-MASTER-HELD-YES      VALUE "Y".
       01  WS-GENERATION-FOUND     PIC X(01).
           88  WS-GENERATION-FOUND-YES VALUE "Y".
       01  WS-GENERATION-RESTORED  PIC X(01).
           88  WS-GENERATION-RESTORED-YES VALUE "Y".
       01  WS-FAILED-END-TS        PIC X(21).
       01  WS-RESTORE-TS           PIC X(21).
       01  WS-RESTART-ANSWER       PIC X(01).

      * Fichiers maitres copies par BZHSNP01 avant l'ouverture de la
      * fenetre de nuit, et restaurables par BZHRST01.
       01  WS-MASTER-NAME-VALUES.
           05  FILLER PIC X(48) VALUE
               "CUSTDOSSRESTART CONSEIL LETTREC ACCTMASTACCTSEQ ".
       01  WS-MASTER-NAMES REDEFINES WS-MASTER-NAME-VALUES.
           05  MT-FILE-NAME            PIC X(08) OCCURS 6 TIMES
                                       INDEXED BY MST-IDX.

      * Catalogue fixe des travaux de la nuit : nom, prerequis,
      * indicateur mensuel, et fichiers tenus pendant l'execution.
       01  WS-JOB-CATALOG-VALUES.
           05  FILLER PIC X(17) VALUE "BZHSNP01        N".
           05  FILLER PIC X(48) VALUE
               "CUSTDOSSRESTART CONSEIL LETTREC ACCTMASTACCTSEQ ".
           05  FILLER PIC X(17) VALUE "BZHCHK01BZHSNP01N".
           05  FILLER PIC X(48) VALUE
               "CUSTDOSSRESTART LETTREC LOCKOUT ACCTEXT REINSTAT".
           05  FILLER PIC X(17) VALUE "BZHCOBOLBZHCHK01N".
           05  FILLER PIC X(48) VALUE
               "TRANSLOGFEELEDGRLOCKOUT CUSTDOSSRESTART LETTREC ".
           05  FILLER PIC X(17) VALUE "BZHRLC01BZHCOBOLN".
           05  FILLER PIC X(48) VALUE
               "FEELEDGRCUSTDOSSCOLLHISTRELANEXTAGEDRPT CUSTADDR".
           05  FILLER PIC X(17) VALUE "BZHACC01BZHRLC01N".
           05  FILLER PIC X(48) VALUE
               "ACCTEXT ACCTMASTACCTDONEACCTSEQ COLLHISTACCTWORK".
           05  FILLER PIC X(17) VALUE "BZHLTR01BZHCOBOLN".
           05  FILLER PIC X(48) VALUE
               "RESTART CUSTDOSSLETTREC TRANSLOGMAILEXT NPAIHOLD".
               "TRANSLOGLETTREC BRANCHM                         ".
           05  FILLER PIC X(17) VALUE "BZHSEC01BZHCOBOLN".
           05  FILLER PIC X(48) VALUE
               "TRANSLOGLOCKOUT ACCVIOL                         ".
           05  FILLER PIC X(17) VALUE "BZHPIP01BZHCOBOLN".
           05  FILLER PIC X(48) VALUE
               "CUSTDOSSRESTART STEPHIST                        ".
           05  FILLER PIC X(17) VALUE "BZHPJR01BZHCOBOLN".
           05  FILLER PIC X(48) VALUE
               "PIECEJUSCUSTDOSSRESTART PIECEXT PIECRPT CUSTADDR".
           05  FILLER PIC X(17) VALUE "BZHRDA01BZHCOBOLN".
           05  FILLER PIC X(48) VALUE
               "RDVCAL  CUSTDOSSCONSEIL AGENDARP                ".
           05  FILLER PIC X(17) VALUE "BZHRNS01BZHCOBOLN".
           05  FILLER PIC X(48) VALUE
               "RDVCAL  CUSTDOSSNOSHWRPT                        ".
           05  FILLER PIC X(17) VALUE "BZHBIL01BZHCOBOLM".
           05  FILLER PIC X(48) VALUE
               "FEELEDGRPAYMENTSBILLSTMTFEESETL                 ".
           05  FILLER PIC X(17) VALUE "BZHARC01BZHBIL01M".
           05  FILLER PIC X(48) VALUE
               "TRANSLOGFEELEDGRLOCKOUT CUSTDOSSREINSTATCTLARCH ".
           05  FILLER PIC X(17) VALUE "BZHGLJ01BZHCOBOLN".
           05  FILLER PIC X(48) VALUE
               "FEELEDGRFEESETL FEEADJ  GLWORK  GLJRNL  GLCTL   ".
           05  FILLER PIC X(17) VALUE "BZHRCM01BZHCOBOLM".
           05  FILLER PIC X(48) VALUE
               "RECLAM  RECLRPT                                 ".
           05  FILLER PIC X(17) VALUE "BZHFRG01BZHACC01N".
           05  FILLER PIC X(48) VALUE
               "FEEDREG FEEDRPT                                 ".
           05  FILLER PIC X(17) VALUE "BZHRGP01BZHARC01M".
           05  FILLER PIC X(48) VALUE
               "CUSTDOSSLETTREC CUSTADDRDOSSAUD RECLAM  PIECEJUS".
       01  WS-JOB-CATALOG REDEFINES WS-JOB-CATALOG-VALUES.
           05  WS-JOB-ENTRY OCCURS 18 TIMES INDEXED BY JOB-IDX.
               10  JC-NAME             PIC X(08).
               10  JC-PREREQ           PIC X(08).
               10  JC-MONTHLY          PIC X(01).
                   MOVE 8 TO RETURN-CODE
                   PERFORM END-RUN-CONTROL
               END-IF
               IF RC-ENDED-KO
                   PERFORM OFFER-RESTORE
               END-IF
           END-IF.
           PERFORM CHECK-PREREQUISITE.
           PERFORM CHECK-FILE-CONTENTION.
           MOVE SPACES TO WS-CONFLICT-JOB.
           MOVE SPACES TO WS-CONFLICT-FILE.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
                   UNTIL JOB-IDX > 18
               IF JC-NAME (JOB-IDX) NOT = WS-JOB-NAME
                   MOVE JC-NAME (JOB-IDX) TO RC-JOB-NAME
                   PERFORM READ-CONTROL-RECORD
               END-WRITE
           END-IF.

      * ---- reprise apres echec : restauration des maitres -----------
      * Un travail tombe en cours de route peut laisser les maitres a
      * moitie mis a jour. Avant de le relancer, on verifie que la
      * generation de la nuit a ete restauree depuis l'echec, sinon
      * l'exploitant doit confirmer la reprise sans restauration.
      * BZHSNP01 ne fait que lire les maitres : pas de restauration.
       OFFER-RESTORE.
           MOVE RC-END-TS TO WS-FAILED-END-TS.
           SET JOB-IDX TO WS-CAND-SUB.
           PERFORM CHECK-MASTER-HELD.
           IF WS-MASTER-HELD-YES AND WS-JOB-NAME NOT = "BZHSNP01"
               PERFORM READ-NIGHT-GENERATION
               IF WS-GENERATION-RESTORED-YES
                   DISPLAY "Restauration de la generation " WS-RUN-DATE
                       " constatee le " WS-RESTORE-TS (1:14) "."
                   PERFORM RESET-RESTORED-JOBS
               ELSE
                   PERFORM ASK-RESTART-WITHOUT-RESTORE
               END-IF
           END-IF.

       CHECK-MASTER-HELD.
           MOVE "N" TO WS-MASTER-HELD.
           PERFORM VARYING JFL-IDX FROM 1 BY 1 UNTIL JFL-IDX > 6
               IF JC-HELD-FILE (JOB-IDX JFL-IDX) NOT = SPACES
                   SET MST-IDX TO 1
                   SEARCH MT-FILE-NAME
                       AT END
                           CONTINUE
                       WHEN MT-FILE-NAME (MST-IDX) =
                               JC-HELD-FILE (JOB-IDX JFL-IDX)
                           MOVE "Y" TO WS-MASTER-HELD
                   END-SEARCH
               END-IF
           END-PERFORM.

       READ-NIGHT-GENERATION.
           MOVE "N" TO WS-GENERATION-FOUND.
           MOVE "N" TO WS-GENERATION-RESTORED.
           OPEN INPUT BACKUP-CATALOG-FILE.
           IF NOT WS-BKP-CAT-OK AND NOT WS-BKP-CAT-ABSENT
               DISPLAY "Impossible d'ouvrir le catalogue des "
                   "sauvegardes."
               MOVE 8 TO RETURN-CODE
               PERFORM END-RUN-CONTROL
           END-IF.
           IF WS-BKP-CAT-OK
               MOVE WS-RUN-DATE TO BK-GENERATION
               SET BK-GENERATION-COMPLETE TO TRUE
               READ BACKUP-CATALOG-FILE
                   KEY IS BK-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-GENERATION-FOUND
                       MOVE BK-RESTORE-TS TO WS-RESTORE-TS
                       IF BK-RESTORE-OK
                               AND BK-RESTORE-TS > WS-FAILED-END-TS
                           MOVE "Y" TO WS-GENERATION-RESTORED
                       END-IF
               END-READ
               CLOSE BACKUP-CATALOG-FILE
           END-IF.

       ASK-RESTART-WITHOUT-RESTORE.
           DISPLAY "Le travail " WS-JOB-NAME " a echoue le "
               WS-FAILED-END-TS (1:14) " en tenant des fichiers "
               "maitres.".
           IF WS-GENERATION-FOUND-YES
               DISPLAY "Sauvegarde disponible : generation "
                   WS-RUN-DATE " (BZHRST01)."
           ELSE
               DISPLAY "Aucune sauvegarde complete pour cette nuit."
           END-IF.
           DISPLAY "REPRENDRE SANS RESTAURER (O/N) > ".
           ACCEPT WS-RESTART-ANSWER.
           EVALUATE WS-RESTART-ANSWER
               WHEN "O"
                   DISPLAY "Reprise sans restauration confirmee."
               WHEN "N"
                   IF WS-GENERATION-FOUND-YES
                       DISPLAY "Restaurer la generation " WS-RUN-DATE
                           " avec BZHRST01 puis relancer DEBUT."
                   ELSE
                       DISPLAY "Reprise refusee."
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   PERFORM END-RUN-CONTROL
               WHEN OTHER
                   DISPLAY "Repondre O ou N."
                   MOVE 8 TO RETURN-CODE
                   PERFORM END-RUN-CONTROL
           END-EVALUATE.

      * La restauration ramene les maitres a l'etat d'avant la nuit :
      * tout travail termine avant elle et qui tient un maitre doit
      * etre rejoue. Son pilotage est efface, ce qui le designe de
      * nouveau comme point de reprise et bloque ses successeurs.
       RESET-RESTORED-JOBS.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
                   UNTIL JOB-IDX > 18
               IF JC-NAME (JOB-IDX) NOT = "BZHSNP01"
                   MOVE JC-NAME (JOB-IDX) TO RC-JOB-NAME
                   PERFORM READ-CONTROL-RECORD
                   IF WS-RECORD-FOUND-YES AND NOT RC-RUNNING
                           AND RC-END-TS < WS-RESTORE-TS
                       PERFORM CHECK-MASTER-HELD
                       IF WS-MASTER-HELD-YES
                           PERFORM RESET-ONE-JOB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       RESET-ONE-JOB.
           DELETE RUN-CONTROL-FILE RECORD
               INVALID KEY
                   DISPLAY "Mise a jour du pilotage impossible."
                   MOVE 8 TO RETURN-CODE
                   PERFORM END-RUN-CONTROL
           END-DELETE.
           DISPLAY "  Pilotage efface, a rejouer : " JC-NAME (JOB-IDX).

      * ---- fin d'un travail -----------------------------------------
       HANDLE-JOB-END.
           DISPLAY "NOM DU TRAVAIL > ".
           DISPLAY "ETAT DE LA NUIT DU " WS-RUN-DATE " :".
           MOVE SPACES TO WS-RESTART-JOB.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
                   UNTIL JOB-IDX > 18
               MOVE JC-NAME (JOB-IDX) TO RC-JOB-NAME
               PERFORM READ-CONTROL-RECORD
               PERFORM SHOW-ONE-JOB-STATUS
