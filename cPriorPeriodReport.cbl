       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriorPeriodReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Regularisations sur periode close : une transaction tardive
      * datee d'un mois clos ou verrouille (PERIOD_STATUS.txt) n'est
      * plus chargee a sa date d'origine par modifCreated, mais sous
      * la premiere periode ouverte, et inscrite au registre
      * PRIOR_PERIOD_ADJ.txt. Ce programme restitue ce registre a la
      * comptabilite : une ligne par regularisation (date d'origine,
      * mois clos d'origine, date de comptabilisation, montant), puis
      * les cumuls par mois clos d'origine et par devise. Le mois de
      * comptabilisation a restituer est fourni via PPA_MONTH
      * (AAAAMM) ; a blanc, tout le registre est restitue.
       FILE-CONTROL.
       SELECT PriorPeriodFile ASSIGN TO "PRIOR_PERIOD_ADJ.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPriorPeriodFile.
      * Alertes d'exploitation codees par gravite (voir
      * copybooks/ALERTREC.cpy), restituees par cExceptionSummary.
       SELECT OpsAlertFile ASSIGN TO "OPSALERTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpsAlertFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuditTrailFile.
      * Identifiant du batch courant publie par cOpenBatch.cbl
       SELECT BatchCurrentFile ASSIGN TO "BATCH_CURRENT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutBatchCurrentFile.
      * Spool des rapports : la page part aussi dans un fichier date
      * (RAPPORT-PriorPeriodReport-<date>.txt), reference dans
      * l'index du spool.
       SELECT SpoolFile ASSIGN TO DYNAMIC WS-SPOOL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSpoolFile.
       SELECT SpoolIndexFile ASSIGN TO "SPOOL_INDEX.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSpoolIndexFile.

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.

      * !!!! Section déclarant les fichiers utilisés par le programme
       FILE SECTION.
           FD  PriorPeriodFile.
           01  PriorPeriodRecord.
      * Gisement du registre des regularisations (voir
      * copybooks/PPAREC.cpy).
               COPY PPAREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

           FD  BatchCurrentFile.
           01  BatchCurrentRecord PIC 9(5).

           FD  SpoolFile.
           01  SpoolRecord PIC X(132).

           FD  SpoolIndexFile.
           01  SpoolIndexRecord.
      * Gisement de l'index du spool (voir copybooks/SPOOLREC.cpy).
               COPY SPOOLREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutPriorPeriodFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
      * Horodatage systeme et date de traitement (BATCH_DATE)
           01  WS-SYS-DATETIME.
               05 WS-SYS-DATE    PIC 9(8).
               05 FILLER         PIC X(13).
           01  WS-SYS-TIMESTAMP PIC 9(14).
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Mois de comptabilisation restitue (PPA_MONTH, AAAAMM) ; a
      * blanc, tout le registre.
           01  WS-PPA-MONTH-X PIC X(6) VALUE SPACES.
           01  WS-PPA-MONTH PIC 9(6) VALUE 0.
      * Compteurs de lecture et de restitution
           01  WS-PPA-READ PIC 9(7) VALUE 0.
           01  WS-PPA-LISTED PIC 9(7) VALUE 0.
      * Cumuls par mois clos d'origine
           01  WS-MAX-PERIODS PIC 9(3) COMP VALUE 120.
           01  WS-PERIOD-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-PERIOD-TABLE.
               05  WS-PERIOD-ENTRY OCCURS 120 TIMES.
                   10  WS-PS-PERIOD   PIC 9(6).
                   10  WS-PS-ITEMS    PIC 9(7).
           01  WS-PERIOD-IDX PIC 9(3) COMP VALUE 0.
           01  WS-PERIOD-FOUND PIC X(1) VALUE 'N'.
      * Cumuls par devise (les montants de devises differentes ne
      * s'additionnent pas)
           01  WS-MAX-CCYS PIC 9(3) COMP VALUE 30.
           01  WS-CCY-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-CCY-TABLE.
               05  WS-CCY-ENTRY OCCURS 30 TIMES.
                   10  WS-CS-CODE     PIC X(3).
                   10  WS-CS-ITEMS    PIC 9(7).
                   10  WS-CS-AMOUNT   PIC S9(11)V99.
           01  WS-CCY-IDX PIC 9(3) COMP VALUE 0.
           01  WS-CCY-FOUND PIC X(1) VALUE 'N'.
           01  WS-EDITED-AMOUNT PIC -(11)9.99.
      * Ligne de detail formatee du rapport
           01  WS-DETAIL-LINE.
               05 WS-DL-TRAN-ID      PIC 9(7).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-ORIG-DATE    PIC 9(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-PERIOD       PIC 9(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-BOOKED-DATE  PIC 9(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-AMOUNT       PIC -(9)9.99.
               05 FILLER             PIC X(1) VALUE SPACES.
               05 WS-DL-CURRENCY     PIC X(3).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-ACCOUNT      PIC X(5).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-TYPE         PIC X(3).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-FEED         PIC 9(2).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-RUN          PIC 9(5).
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'I'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Identifiant du batch courant (0 hors batch), pour le bandeau
      * du spool.
           01  StatutBatchCurrentFile PIC X(2) VALUE '00'.
           01  WS-CURRENT-BATCH-ID PIC 9(5) VALUE 0.
      * Spool du rapport : nom du fichier date, ligne en cours
      * d'edition (console ET spool), etat d'ouverture.
           01  StatutSpoolFile PIC X(2) VALUE '00'.
           01  StatutSpoolIndexFile PIC X(2) VALUE '00'.
           01  WS-SPOOL-FILENAME PIC X(100) VALUE SPACES.
           01  WS-SPOOL-LINE PIC X(132) VALUE SPACES.
           01  WS-SPOOL-OPEN PIC X(1) VALUE 'N'.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = run normal, 4 = PPA_MONTH invalide ou aucune
      *   regularisation a restituer, 8 = erreur d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

      * !!!! COMMANDE D'EXUCUTIONS DU PROGRAMME:
       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.
           MOVE WS-SYS-DATETIME(1:14) TO WS-SYS-TIMESTAMP.
           ACCEPT WS-BATCH-DATE-X FROM ENVIRONMENT "BATCH_DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BATCH-DATE-X
           END-ACCEPT.
           IF WS-BATCH-DATE-X = SPACES
                   OR WS-BATCH-DATE-X IS NOT NUMERIC
               MOVE WS-SYS-DATE TO WS-PROC-DATE
           ELSE
               MOVE WS-BATCH-DATE-X TO WS-PROC-DATE
           END-IF.
           ACCEPT WS-PPA-MONTH-X FROM ENVIRONMENT "PPA_MONTH"
               ON EXCEPTION
                   MOVE SPACES TO WS-PPA-MONTH-X
           END-ACCEPT.
           IF WS-PPA-MONTH-X NOT = SPACES
               IF WS-PPA-MONTH-X IS NUMERIC
                       AND WS-PPA-MONTH-X(5:2) >= "01"
                       AND WS-PPA-MONTH-X(5:2) <= "12"
                   MOVE WS-PPA-MONTH-X TO WS-PPA-MONTH
               ELSE
                   MOVE 4 TO FileStatusReturnCode
                   DISPLAY "PPA_MONTH invalide (" WS-PPA-MONTH-X
                       ") - attendu AAAAMM."
               END-IF
           END-IF.

           IF FileStatusReturnCode = 0
               PERFORM OPEN-REPORT-SPOOL
               PERFORM PRINT-PRIOR-PERIOD-REPORT
               PERFORM CLOSE-REPORT-SPOOL
               IF FileStatusReturnCode = 0 AND WS-PPA-LISTED = 0
                   MOVE 4 TO FileStatusReturnCode
               END-IF
           END-IF.

           PERFORM SIGNAL-RUN-ALERTS.
           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Edite la page : entete, une ligne par regularisation retenue,
      * puis les cumuls par mois clos d'origine et par devise.
       PRINT-PRIOR-PERIOD-REPORT.
           MOVE SPACES TO WS-SPOOL-LINE.
           IF WS-PPA-MONTH = 0
               STRING "*** REGULARISATIONS SUR PERIODE CLOSE - "
                           DELIMITED BY SIZE
                       "REGISTRE COMPLET ***" DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
           ELSE
               STRING "*** REGULARISATIONS SUR PERIODE CLOSE - "
                           DELIMITED BY SIZE
                       "COMPTABILISEES EN " DELIMITED BY SIZE
                       WS-PPA-MONTH DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "TRAN-ID  DATE ORIG  PERIODE  COMPTAB.       "
               TO WS-SPOOL-LINE.
           MOVE "    MONTANT DEV  COMPTE TYPE FL  RUN"
               TO WS-SPOOL-LINE(46:36).
           PERFORM PRINT-REPORT-LINE.
           PERFORM LIST-PRIOR-PERIOD-ADJ.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "*** TOTAL DE CONTROLE ***" TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Lignes du registre lues . . : " DELIMITED BY SIZE
                   WS-PPA-READ DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Regularisations restituees  : " DELIMITED BY SIZE
                   WS-PPA-LISTED DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-ONE-PERIOD-TOTAL
               VARYING WS-PERIOD-IDX FROM 1 BY 1
               UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT.
           PERFORM PRINT-ONE-CURRENCY-TOTAL
               VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT.

      * Relit le registre et restitue les lignes du mois demande.
      * Registre absent : aucune regularisation n'a encore ete
      * chargee, la page est editee vide.
       LIST-PRIOR-PERIOD-ADJ.
           OPEN INPUT PriorPeriodFile.
           EVALUATE StatutPriorPeriodFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ PriorPeriodFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           ADD 1 TO WS-PPA-READ
                           IF WS-PPA-MONTH = 0
                              OR PA-BOOKED-DATE(1:6) = WS-PPA-MONTH-X
                               PERFORM PRINT-ONE-ADJUSTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PriorPeriodFile
           WHEN "35"
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "(registre PRIOR_PERIOD_ADJ.txt absent - aucune "
                           DELIMITED BY SIZE
                       "regularisation chargee)" DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND PriorPeriodReport - erreur d'E/S "
                   "irrecuperable sur PRIOR_PERIOD_ADJ.txt (statut "
                   StatutPriorPeriodFile ")."
           END-EVALUATE.

      * Ligne d'une regularisation, cumulee sur son mois clos
      * d'origine et sur sa devise.
       PRINT-ONE-ADJUSTMENT.
           ADD 1 TO WS-PPA-LISTED.
           MOVE PA-TRAN-ID TO WS-DL-TRAN-ID.
           MOVE PA-ORIGINAL-DATE TO WS-DL-ORIG-DATE.
           MOVE PA-CLOSED-PERIOD TO WS-DL-PERIOD.
           MOVE PA-BOOKED-DATE TO WS-DL-BOOKED-DATE.
           MOVE PA-AMOUNT TO WS-DL-AMOUNT.
           MOVE PA-CURRENCY-CODE TO WS-DL-CURRENCY.
           MOVE PA-ACCOUNT-ID TO WS-DL-ACCOUNT.
           MOVE PA-TYPE-CODE TO WS-DL-TYPE.
           MOVE PA-FEED-ID TO WS-DL-FEED.
           MOVE PA-RUN TO WS-DL-RUN.
           MOVE WS-DETAIL-LINE TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE 'N' TO WS-PERIOD-FOUND.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
                       OR WS-PERIOD-FOUND = 'Y'
               IF WS-PS-PERIOD(WS-PERIOD-IDX) = PA-CLOSED-PERIOD
                   MOVE 'Y' TO WS-PERIOD-FOUND
                   ADD 1 TO WS-PS-ITEMS(WS-PERIOD-IDX)
               END-IF
           END-PERFORM.
           IF WS-PERIOD-FOUND = 'N'
               IF WS-PERIOD-COUNT < WS-MAX-PERIODS
                   ADD 1 TO WS-PERIOD-COUNT
                   MOVE PA-CLOSED-PERIOD
                       TO WS-PS-PERIOD(WS-PERIOD-COUNT)
                   MOVE 1 TO WS-PS-ITEMS(WS-PERIOD-COUNT)
               ELSE
                   DISPLAY "*** ATTENTION : table des periodes pleine"
                       " (" WS-MAX-PERIODS ") - periode "
                       PA-CLOSED-PERIOD " non cumulee."
               END-IF
           END-IF.

           MOVE 'N' TO WS-CCY-FOUND.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
                       OR WS-CCY-FOUND = 'Y'
               IF WS-CS-CODE(WS-CCY-IDX) = PA-CURRENCY-CODE
                   MOVE 'Y' TO WS-CCY-FOUND
                   ADD 1 TO WS-CS-ITEMS(WS-CCY-IDX)
                   ADD PA-AMOUNT TO WS-CS-AMOUNT(WS-CCY-IDX)
               END-IF
           END-PERFORM.
           IF WS-CCY-FOUND = 'N'
               IF WS-CCY-COUNT < WS-MAX-CCYS
                   ADD 1 TO WS-CCY-COUNT
                   MOVE PA-CURRENCY-CODE TO WS-CS-CODE(WS-CCY-COUNT)
                   MOVE 1 TO WS-CS-ITEMS(WS-CCY-COUNT)
                   MOVE PA-AMOUNT TO WS-CS-AMOUNT(WS-CCY-COUNT)
               ELSE
                   DISPLAY "*** ATTENTION : table des devises pleine"
                       " (" WS-MAX-CCYS ") - devise "
                       PA-CURRENCY-CODE " non cumulee."
               END-IF
           END-IF.

       PRINT-ONE-PERIOD-TOTAL.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "  dont periode close " DELIMITED BY SIZE
                   WS-PS-PERIOD(WS-PERIOD-IDX) DELIMITED BY SIZE
                   "  : " DELIMITED BY SIZE
                   WS-PS-ITEMS(WS-PERIOD-IDX) DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

       PRINT-ONE-CURRENCY-TOTAL.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-CS-AMOUNT(WS-CCY-IDX) TO WS-EDITED-AMOUNT.
           STRING "Montant cumule " DELIMITED BY SIZE
                   WS-CS-CODE(WS-CCY-IDX) DELIMITED BY SIZE
                   " . . . . . : " DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-CS-ITEMS(WS-CCY-IDX) DELIMITED BY SIZE
                   " ligne(s))" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Alertes d'exploitation du rapport : regularisations a
      * reprendre par la comptabilite, erreur d'E/S.
       SIGNAL-RUN-ALERTS.
           IF WS-PPA-LISTED > 0
               MOVE 'I' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-PPA-LISTED DELIMITED BY SIZE
                       " regularisation(s) sur periode close "
                           DELIMITED BY SIZE
                       "restituee(s)" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF FileStatusReturnCode = 8
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE "erreur d'E/S sur le rapport des regularisations"
                   TO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.

      * Ajoute une alerte d'exploitation codee par gravite au fichier
      * commun OPSALERTS.txt (gravite et message prepares par
      * l'appelant).
       WRITE-OPS-ALERT.
           OPEN EXTEND OpsAlertFile.
           IF StatutOpsAlertFile = "35"
               OPEN OUTPUT OpsAlertFile
           END-IF.
           MOVE SPACES TO OpsAlertRecord.
           MOVE "PriorPeriodReport" TO AL-PROGRAM.
           MOVE WS-SYS-TIMESTAMP    TO AL-TIMESTAMP.
           MOVE WS-ALERT-SEVERITY   TO AL-SEVERITY.
           MOVE WS-ALERT-MESSAGE    TO AL-MESSAGE.
           MOVE WS-PROC-DATE        TO AL-PROC-DATE.
           WRITE OpsAlertRecord.
           CLOSE OpsAlertFile.

      * Ouvre le fichier de spool date du rapport et y ecrit le
      * bandeau commun (programme, date de traitement, batch,
      * horodatage d'edition). Spool indisponible : la page reste
      * console seulement, signale.
       OPEN-REPORT-SPOOL.
           PERFORM READ-CURRENT-BATCH-ID.
           MOVE SPACES TO WS-SPOOL-FILENAME.
           STRING "RAPPORT-PriorPeriodReport-" DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SPOOL-FILENAME.
           OPEN OUTPUT SpoolFile.
           IF StatutSpoolFile = "00"
               MOVE 'Y' TO WS-SPOOL-OPEN
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** PriorPeriodReport - JOURNEE "
                           DELIMITED BY SIZE
                       WS-PROC-DATE DELIMITED BY SIZE
                       " - BATCH " DELIMITED BY SIZE
                       WS-CURRENT-BATCH-ID DELIMITED BY SIZE
                       " - EDITE LE " DELIMITED BY SIZE
                       WS-SYS-TIMESTAMP DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
               WRITE SpoolRecord FROM WS-SPOOL-LINE
           ELSE
               DISPLAY "Spool indisponible (statut " StatutSpoolFile
                   ") - rapport console seulement."
           END-IF.

      * Emet une ligne du rapport : console ET fichier de spool.
       PRINT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE.
           IF WS-SPOOL-OPEN = 'Y'
               WRITE SpoolRecord FROM WS-SPOOL-LINE
           END-IF.

      * Clot le fichier de spool et inscrit le rapport a l'index.
       CLOSE-REPORT-SPOOL.
           IF WS-SPOOL-OPEN = 'Y'
               CLOSE SpoolFile
               OPEN EXTEND SpoolIndexFile
               IF StatutSpoolIndexFile = "35"
                   OPEN OUTPUT SpoolIndexFile
               END-IF
               MOVE SPACES TO SpoolIndexRecord
               MOVE "PriorPeriodReport" TO SX-PROGRAM
               MOVE WS-PROC-DATE TO SX-PROC-DATE
               MOVE WS-CURRENT-BATCH-ID TO SX-BATCH-ID
               MOVE WS-SYS-TIMESTAMP TO SX-TIMESTAMP
               MOVE WS-SPOOL-FILENAME(1:60) TO SX-FILENAME
               WRITE SpoolIndexRecord
               CLOSE SpoolIndexFile
               DISPLAY "Rapport spoole : "
                   FUNCTION TRIM(WS-SPOOL-FILENAME)
           END-IF.

      * Lit l'identifiant du batch courant publie par cOpenBatch.cbl
      * (0 si aucun batch ouvert : run hors batch).
       READ-CURRENT-BATCH-ID.
           OPEN INPUT BatchCurrentFile.
           IF StatutBatchCurrentFile = "00"
               READ BatchCurrentFile INTO WS-CURRENT-BATCH-ID
               CLOSE BatchCurrentFile
           ELSE
               MOVE 0 TO WS-CURRENT-BATCH-ID
           END-IF.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb enreg.
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "PriorPeriodReport" TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutPriorPeriodFile TO AUD-FILE-STATUS
           MOVE WS-PPA-LISTED       TO AUD-RECORD-COUNT
           MOVE WS-PROC-DATE        TO AUD-PROC-DATE
           MOVE WS-CURRENT-BATCH-ID TO AUD-BATCH-ID
           IF WS-PPA-MONTH NOT = 0
               MOVE WS-PPA-MONTH-X  TO AUD-NOTE
           END-IF
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
