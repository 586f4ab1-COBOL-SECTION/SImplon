       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Rapport budget / realise : le budget annuel par type (et par
      * compte pour les plus gros clients) etait compare chaque mois a
      * l'oeil aux totaux de cMonthEndMaster. Ce programme relit les
      * maitres mensuels de l'annee jusqu'au mois choisi
      * (MASTER-MENSUEL-AAAAMM.txt, montants en EUR) et la table du
      * budget (BUDGET.txt, voir copybooks/BUDGETREC.cpy), et edite
      * par type et compte : realise du mois, budget du mois, ecart
      * et ecart %, puis realise cumule de l'annee contre budget
      * cumule. Une ligne dont l'ecart du mois ou du cumul depasse le
      * seuil (BUDGET_VARIANCE_PCT, 10 % par defaut) est signalee.
      * Le realise d'un compte qui a son propre budget dans l'annee
      * est compare a ce budget ; celui des autres comptes est cumule
      * sur la ligne du type (compte a blanc). La page part au spool.
       FILE-CONTROL.
      * Maitre mensuel du mois en cours de lecture, nom construit mois
      * par mois (MASTER-MENSUEL-AAAAMM.txt, voir
      * cMonthEndMaster.cbl).
       SELECT MonthlyMasterFile ASSIGN TO DYNAMIC WS-MONTHLY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutMonthlyMasterFile.
      * Table du budget annuel.
       SELECT BudgetFile ASSIGN TO "BUDGET.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutBudgetFile.
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
      * (RAPPORT-BudgetReport-<date>.txt), reference dans l'index du
      * spool.
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
           FD  MonthlyMasterFile.
           01  MonthlyMasterRecord.
      * Gisement maitre commun (voir copybooks/MASTERREC.cpy).
               COPY MASTERREC.

           FD  BudgetFile.
           01  BudgetRecord.
      * Gisement de la table du budget (voir
      * copybooks/BUDGETREC.cpy).
               COPY BUDGETREC.

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
           01  StatutMonthlyMasterFile PIC X(2) VALUE '00'.
           01  StatutBudgetFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutBatchCurrentFile PIC X(2) VALUE '00'.
           01  WS-MONTHLY-FILENAME PIC X(100) VALUE SPACES.
      * Horodatage systeme et date de traitement (BATCH_DATE)
           01  WS-SYS-DATETIME.
               05 WS-SYS-DATE    PIC 9(8).
               05 FILLER         PIC X(13).
           01  WS-SYS-TIMESTAMP PIC 9(14).
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
           01  WS-CURRENT-BATCH-ID PIC 9(5) VALUE 0.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Mois du rapport (AAAAMM), fourni via BUDGET_MONTH ; a
      * defaut, le mois de la date de traitement. Le cumul couvre
      * les mois 01 a ce mois de la meme annee.
           01  WS-MONTH-X PIC X(6) VALUE SPACES.
           01  WS-REPORT-PERIOD.
               05 WS-REPORT-YEAR  PIC 9(4).
               05 WS-REPORT-MONTH PIC 9(2).
           01  WS-READ-PERIOD.
               05 WS-READ-YEAR  PIC 9(4).
               05 WS-READ-MONTH PIC 9(2).
      * Seuil de signalement de l'ecart, en pourcentage du budget
      * (BUDGET_VARIANCE_PCT, 10 par defaut).
           01  WS-THRESHOLD-X PIC X(5) VALUE SPACES.
           01  WS-THRESHOLD-PCT PIC 9(3) VALUE 10.
      * Lignes du rapport : une par type et compte (compte a blanc =
      * ligne du type). Realise et budget du mois, cumuls de l'annee.
           01  WS-LINE-COUNT PIC 9(4) VALUE 0.
           01  WS-LINE-TABLE.
               05  WS-LINE-ENTRY OCCURS 2000 TIMES.
                   10  WS-LN-TYPE        PIC X(3).
                   10  WS-LN-ACCOUNT     PIC X(5).
                   10  WS-LN-OWN-BUDGET  PIC X(1).
                   10  WS-LN-MTH-ACTUAL  PIC S9(13)V99.
                   10  WS-LN-MTH-BUDGET  PIC S9(13)V99.
                   10  WS-LN-YTD-ACTUAL  PIC S9(13)V99.
                   10  WS-LN-YTD-BUDGET  PIC S9(13)V99.
           01  WS-LN-IDX PIC 9(4) VALUE 0.
           01  WS-LN-FOUND PIC X(1) VALUE 'N'.
           01  WS-KEY-TYPE PIC X(3) VALUE SPACES.
           01  WS-KEY-ACCOUNT PIC X(5) VALUE SPACES.
           01  WS-TABLE-FULL PIC X(1) VALUE 'N'.
      * Montant a cumuler sur la ligne trouvee et son mois
           01  WS-ADD-AMOUNT PIC S9(13)V99 VALUE 0.
           01  WS-ADD-MONTH PIC 9(2) VALUE 0.
           01  WS-ADD-KIND PIC X(1) VALUE SPACE.
      * Ecarts de la ligne en cours d'edition
           01  WS-MTH-VARIANCE PIC S9(13)V99 VALUE 0.
           01  WS-YTD-VARIANCE PIC S9(13)V99 VALUE 0.
           01  WS-MTH-PCT PIC S9(5)V9 VALUE 0.
           01  WS-YTD-PCT PIC S9(5)V9 VALUE 0.
           01  WS-LINE-FLAGGED PIC X(1) VALUE 'N'.
      * Compteurs du run
           01  WS-BUDGET-LINES PIC 9(5) VALUE 0.
           01  WS-MONTHS-READ PIC 9(2) VALUE 0.
           01  WS-MONTHS-MISSING PIC 9(2) VALUE 0.
           01  WS-MASTER-READ PIC 9(7) VALUE 0.
           01  WS-FLAGGED-COUNT PIC 9(5) VALUE 0.
           01  WS-LINES-PRINTED PIC 9(5) VALUE 0.
      * Totaux generaux
           01  WS-TOT-MTH-ACTUAL PIC S9(13)V99 VALUE 0.
           01  WS-TOT-MTH-BUDGET PIC S9(13)V99 VALUE 0.
           01  WS-TOT-YTD-ACTUAL PIC S9(13)V99 VALUE 0.
           01  WS-TOT-YTD-BUDGET PIC S9(13)V99 VALUE 0.
      * Ligne de detail formatee du rapport
           01  WS-DETAIL-LINE.
               05 WS-DL-TYPE         PIC X(3).
               05 FILLER             PIC X(1) VALUE SPACES.
               05 WS-DL-ACCOUNT      PIC X(5).
               05 FILLER             PIC X(1) VALUE SPACES.
               05 WS-DL-MTH-ACTUAL   PIC -(10)9.99.
               05 WS-DL-MTH-BUDGET   PIC -(10)9.99.
               05 WS-DL-MTH-VAR      PIC -(10)9.99.
               05 WS-DL-MTH-PCT      PIC -(4)9.9.
               05 FILLER             PIC X(1) VALUE SPACES.
               05 WS-DL-YTD-ACTUAL   PIC -(10)9.99.
               05 WS-DL-YTD-BUDGET   PIC -(10)9.99.
               05 WS-DL-YTD-PCT      PIC -(4)9.9.
               05 FILLER             PIC X(1) VALUE SPACES.
               05 WS-DL-FLAG         PIC X(10).
           01  WS-EDITED-AMOUNT PIC -(12)9.99.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'I'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Spool du rapport : nom du fichier date, ligne en cours
      * d'edition (console ET spool), etat d'ouverture.
           01  StatutSpoolFile PIC X(2) VALUE '00'.
           01  StatutSpoolIndexFile PIC X(2) VALUE '00'.
           01  WS-SPOOL-FILENAME PIC X(100) VALUE SPACES.
           01  WS-SPOOL-LINE PIC X(132) VALUE SPACES.
           01  WS-SPOOL-OPEN PIC X(1) VALUE 'N'.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = rapport edite, 2 = table du budget absente, 4 = ni
      *   budget ni realise pour la periode, 8 = erreur d'E/S
      *   irrecuperable
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
           ACCEPT WS-MONTH-X FROM ENVIRONMENT "BUDGET_MONTH"
               ON EXCEPTION
                   MOVE SPACES TO WS-MONTH-X
           END-ACCEPT.
           IF WS-MONTH-X = SPACES OR WS-MONTH-X IS NOT NUMERIC
               MOVE WS-PROC-DATE(1:6) TO WS-REPORT-PERIOD
           ELSE
               MOVE WS-MONTH-X TO WS-REPORT-PERIOD
           END-IF.
           ACCEPT WS-THRESHOLD-X FROM ENVIRONMENT "BUDGET_VARIANCE_PCT"
               ON EXCEPTION
                   MOVE SPACES TO WS-THRESHOLD-X
           END-ACCEPT.
           IF WS-THRESHOLD-X NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-THRESHOLD-X) = 0
               MOVE FUNCTION NUMVAL(WS-THRESHOLD-X)
                   TO WS-THRESHOLD-PCT
           END-IF.

           PERFORM READ-CURRENT-BATCH-ID.
           PERFORM LOAD-BUDGET.
           IF FileStatusReturnCode = 0
               MOVE WS-REPORT-YEAR TO WS-READ-YEAR
               PERFORM READ-ONE-MONTHLY-MASTER
                   VARYING WS-READ-MONTH FROM 1 BY 1
                   UNTIL WS-READ-MONTH > WS-REPORT-MONTH
                       OR FileStatusReturnCode NOT = 0
           END-IF.
           IF FileStatusReturnCode = 0
               IF WS-LINE-COUNT = 0
                   MOVE 4 TO FileStatusReturnCode
                   DISPLAY "Ni budget ni realise pour l'annee "
                       WS-REPORT-YEAR " jusqu'au mois "
                       WS-REPORT-MONTH "."
               ELSE
                   PERFORM OPEN-REPORT-SPOOL
                   PERFORM PRINT-BUDGET-REPORT
                   PERFORM CLOSE-REPORT-SPOOL
               END-IF
           END-IF.

           PERFORM SIGNAL-RUN-ALERTS.
           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Charge les lignes de budget actives de l'annee jusqu'au mois
      * du rapport : une ligne de rapport par type et compte.
       LOAD-BUDGET.
           OPEN INPUT BudgetFile.
           EVALUATE StatutBudgetFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ BudgetFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF BG-STATUS NOT = 'R'
                                   AND BG-YEAR = WS-REPORT-YEAR
                                   AND BG-MONTH <= WS-REPORT-MONTH
                                   AND BG-AMOUNT IS NUMERIC
                               PERFORM TAKE-ONE-BUDGET-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BudgetFile
           WHEN "35"
               MOVE 2 TO FileStatusReturnCode
               DISPLAY "BUDGET.txt introuvable (statut "
                   StatutBudgetFile ") - saisir le budget avec "
                   "cMaintainBudget."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND BudgetReport - erreur d'E/S "
                   "irrecuperable sur BUDGET.txt (statut "
                   StatutBudgetFile ")."
           END-EVALUATE.

       TAKE-ONE-BUDGET-LINE.
           ADD 1 TO WS-BUDGET-LINES.
           MOVE BG-TRAN-TYPE TO WS-KEY-TYPE.
           MOVE BG-ACCOUNT-ID TO WS-KEY-ACCOUNT.
           PERFORM FIND-OR-ADD-LINE.
           IF WS-LN-FOUND = 'Y'
               MOVE 'Y' TO WS-LN-OWN-BUDGET(WS-LN-IDX)
               MOVE BG-AMOUNT TO WS-ADD-AMOUNT
               MOVE BG-MONTH TO WS-ADD-MONTH
               MOVE 'B' TO WS-ADD-KIND
               PERFORM ADD-TO-LINE
           END-IF.

      * Lit un maitre mensuel de l'annee et ventile son realise.
      * Un mois sans maitre mensuel compte pour un realise nul et est
      * signale.
       READ-ONE-MONTHLY-MASTER.
           MOVE SPACES TO WS-MONTHLY-FILENAME.
           STRING "MASTER-MENSUEL-" DELIMITED BY SIZE
                   WS-READ-PERIOD DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-MONTHLY-FILENAME.
           OPEN INPUT MonthlyMasterFile.
           EVALUATE StatutMonthlyMasterFile
           WHEN "00"
               ADD 1 TO WS-MONTHS-READ
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ MonthlyMasterFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           ADD 1 TO WS-MASTER-READ
                           PERFORM TAKE-ONE-ACTUAL
                   END-READ
               END-PERFORM
               CLOSE MonthlyMasterFile
           WHEN "35"
               ADD 1 TO WS-MONTHS-MISSING
               DISPLAY "*** ATTENTION : "
                   FUNCTION TRIM(WS-MONTHLY-FILENAME)
                   " absent - realise du mois compte a zero."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND BudgetReport - erreur d'E/S "
                   "irrecuperable sur "
                   FUNCTION TRIM(WS-MONTHLY-FILENAME)
                   " (statut " StatutMonthlyMasterFile ")."
           END-EVALUATE.

      * Realise d'une transaction : sur la ligne du compte quand il a
      * un budget propre dans l'annee, sinon sur la ligne du type.
       TAKE-ONE-ACTUAL.
           MOVE MASTER-TRAN-TYPE TO WS-KEY-TYPE.
           MOVE MASTER-ACCOUNT-ID TO WS-KEY-ACCOUNT.
           IF WS-KEY-ACCOUNT NOT = SPACES
               PERFORM FIND-LINE
               IF WS-LN-FOUND NOT = 'Y'
                   MOVE SPACES TO WS-KEY-ACCOUNT
               ELSE
                   IF WS-LN-OWN-BUDGET(WS-LN-IDX) NOT = 'Y'
                       MOVE SPACES TO WS-KEY-ACCOUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM FIND-OR-ADD-LINE.
           IF WS-LN-FOUND = 'Y'
               MOVE MASTER-TRAN-AMOUNT TO WS-ADD-AMOUNT
               MOVE WS-READ-MONTH TO WS-ADD-MONTH
               MOVE 'A' TO WS-ADD-KIND
               PERFORM ADD-TO-LINE
           END-IF.

      * Cumule WS-ADD-AMOUNT (budget 'B' ou realise 'A') sur la
      * ligne WS-LN-IDX : dans le cumul de l'annee, et dans le mois
      * quand c'est le mois du rapport.
       ADD-TO-LINE.
           IF WS-ADD-KIND = 'B'
               ADD WS-ADD-AMOUNT TO WS-LN-YTD-BUDGET(WS-LN-IDX)
               IF WS-ADD-MONTH = WS-REPORT-MONTH
                   ADD WS-ADD-AMOUNT TO WS-LN-MTH-BUDGET(WS-LN-IDX)
               END-IF
           ELSE
               ADD WS-ADD-AMOUNT TO WS-LN-YTD-ACTUAL(WS-LN-IDX)
               IF WS-ADD-MONTH = WS-REPORT-MONTH
                   ADD WS-ADD-AMOUNT TO WS-LN-MTH-ACTUAL(WS-LN-IDX)
               END-IF
           END-IF.

       FIND-LINE.
           MOVE 'N' TO WS-LN-FOUND.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-COUNT
                       OR WS-LN-FOUND = 'Y'
               IF WS-LN-TYPE(WS-LN-IDX) = WS-KEY-TYPE
                       AND WS-LN-ACCOUNT(WS-LN-IDX) = WS-KEY-ACCOUNT
                   MOVE 'Y' TO WS-LN-FOUND
               END-IF
           END-PERFORM.
           IF WS-LN-FOUND = 'Y'
               SUBTRACT 1 FROM WS-LN-IDX
           END-IF.

       FIND-OR-ADD-LINE.
           PERFORM FIND-LINE.
           IF WS-LN-FOUND NOT = 'Y'
               IF WS-LINE-COUNT < 2000
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-LINE-COUNT TO WS-LN-IDX
                   MOVE WS-KEY-TYPE TO WS-LN-TYPE(WS-LN-IDX)
                   MOVE WS-KEY-ACCOUNT TO WS-LN-ACCOUNT(WS-LN-IDX)
                   MOVE 'N' TO WS-LN-OWN-BUDGET(WS-LN-IDX)
                   MOVE 0 TO WS-LN-MTH-ACTUAL(WS-LN-IDX)
                   MOVE 0 TO WS-LN-MTH-BUDGET(WS-LN-IDX)
                   MOVE 0 TO WS-LN-YTD-ACTUAL(WS-LN-IDX)
                   MOVE 0 TO WS-LN-YTD-BUDGET(WS-LN-IDX)
                   MOVE 'Y' TO WS-LN-FOUND
               ELSE
                   IF WS-TABLE-FULL NOT = 'Y'
                       MOVE 'Y' TO WS-TABLE-FULL
                       DISPLAY "*** ATTENTION : table des lignes "
                           "pleine (2000) - rapport incomplet."
                   END-IF
               END-IF
           END-IF.

      * Rapport : une ligne par type et compte, totaux generaux.
       PRINT-BUDGET-REPORT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "*** BUDGET / REALISE - MOIS " DELIMITED BY SIZE
                   WS-REPORT-PERIOD DELIMITED BY SIZE
                   " (cumul depuis janvier " DELIMITED BY SIZE
                   WS-REPORT-YEAR DELIMITED BY SIZE
                   ", seuil " DELIMITED BY SIZE
                   WS-THRESHOLD-PCT DELIMITED BY SIZE
                   " %) ***" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "TYP COMPTE  REALISE MOIS   BUDGET MOIS" TO
               WS-SPOOL-LINE.
           MOVE "  ECART MOIS ECART%  REALISE CUMUL  BUDGET CUMUL"
               TO WS-SPOOL-LINE(40:48).
           MOVE " CUMUL%" TO WS-SPOOL-LINE(88:7).
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-ONE-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LINE-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "*** TOTAUX ***" TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "TOT" TO WS-DL-TYPE.
           MOVE WS-TOT-MTH-ACTUAL TO WS-DL-MTH-ACTUAL.
           MOVE WS-TOT-MTH-BUDGET TO WS-DL-MTH-BUDGET.
           COMPUTE WS-MTH-VARIANCE = WS-TOT-MTH-ACTUAL
               - WS-TOT-MTH-BUDGET.
           MOVE WS-MTH-VARIANCE TO WS-DL-MTH-VAR.
           MOVE WS-TOT-YTD-ACTUAL TO WS-DL-YTD-ACTUAL.
           MOVE WS-TOT-YTD-BUDGET TO WS-DL-YTD-BUDGET.
           MOVE WS-DETAIL-LINE TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Lignes editees : " DELIMITED BY SIZE
                   WS-LINES-PRINTED DELIMITED BY SIZE
                   " - au-dela du seuil : " DELIMITED BY SIZE
                   WS-FLAGGED-COUNT DELIMITED BY SIZE
                   " - maitres mensuels lus : " DELIMITED BY SIZE
                   WS-MONTHS-READ DELIMITED BY SIZE
                   ", absents : " DELIMITED BY SIZE
                   WS-MONTHS-MISSING DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Edite une ligne : ecart et ecart % du mois et du cumul ; un
      * budget nul avec du realise est toujours signale.
       PRINT-ONE-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'N' TO WS-LINE-FLAGGED.
           MOVE WS-LN-TYPE(WS-LN-IDX) TO WS-DL-TYPE.
           MOVE WS-LN-ACCOUNT(WS-LN-IDX) TO WS-DL-ACCOUNT.
           MOVE WS-LN-MTH-ACTUAL(WS-LN-IDX) TO WS-DL-MTH-ACTUAL.
           MOVE WS-LN-MTH-BUDGET(WS-LN-IDX) TO WS-DL-MTH-BUDGET.
           MOVE WS-LN-YTD-ACTUAL(WS-LN-IDX) TO WS-DL-YTD-ACTUAL.
           MOVE WS-LN-YTD-BUDGET(WS-LN-IDX) TO WS-DL-YTD-BUDGET.
           COMPUTE WS-MTH-VARIANCE = WS-LN-MTH-ACTUAL(WS-LN-IDX)
               - WS-LN-MTH-BUDGET(WS-LN-IDX).
           COMPUTE WS-YTD-VARIANCE = WS-LN-YTD-ACTUAL(WS-LN-IDX)
               - WS-LN-YTD-BUDGET(WS-LN-IDX).
           MOVE WS-MTH-VARIANCE TO WS-DL-MTH-VAR.
           IF WS-LN-MTH-BUDGET(WS-LN-IDX) = 0
               MOVE 0 TO WS-MTH-PCT
               IF WS-LN-MTH-ACTUAL(WS-LN-IDX) NOT = 0
                   MOVE 'Y' TO WS-LINE-FLAGGED
               END-IF
           ELSE
               COMPUTE WS-MTH-PCT ROUNDED = WS-MTH-VARIANCE * 100
                   / FUNCTION ABS(WS-LN-MTH-BUDGET(WS-LN-IDX))
               MOVE WS-MTH-PCT TO WS-DL-MTH-PCT
               IF FUNCTION ABS(WS-MTH-PCT) > WS-THRESHOLD-PCT
                   MOVE 'Y' TO WS-LINE-FLAGGED
               END-IF
           END-IF.
           IF WS-LN-YTD-BUDGET(WS-LN-IDX) = 0
               MOVE 0 TO WS-YTD-PCT
               IF WS-LN-YTD-ACTUAL(WS-LN-IDX) NOT = 0
                   MOVE 'Y' TO WS-LINE-FLAGGED
               END-IF
           ELSE
               COMPUTE WS-YTD-PCT ROUNDED = WS-YTD-VARIANCE * 100
                   / FUNCTION ABS(WS-LN-YTD-BUDGET(WS-LN-IDX))
               MOVE WS-YTD-PCT TO WS-DL-YTD-PCT
               IF FUNCTION ABS(WS-YTD-PCT) > WS-THRESHOLD-PCT
                   MOVE 'Y' TO WS-LINE-FLAGGED
               END-IF
           END-IF.
           IF WS-LINE-FLAGGED = 'Y'
               MOVE "*** ECART" TO WS-DL-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           ADD 1 TO WS-LINES-PRINTED.
           ADD WS-LN-MTH-ACTUAL(WS-LN-IDX) TO WS-TOT-MTH-ACTUAL.
           ADD WS-LN-MTH-BUDGET(WS-LN-IDX) TO WS-TOT-MTH-BUDGET.
           ADD WS-LN-YTD-ACTUAL(WS-LN-IDX) TO WS-TOT-YTD-ACTUAL.
           ADD WS-LN-YTD-BUDGET(WS-LN-IDX) TO WS-TOT-YTD-BUDGET.

      * Alertes d'exploitation du run.
       SIGNAL-RUN-ALERTS.
           IF FileStatusReturnCode = 8
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE "erreur d'E/S sur le rapport budget / realise"
                   TO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF FileStatusReturnCode = 0 AND WS-FLAGGED-COUNT > 0
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-FLAGGED-COUNT DELIMITED BY SIZE
                       " ligne(s) budget au-dela du seuil pour "
                           DELIMITED BY SIZE
                       WS-REPORT-PERIOD DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
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
           MOVE "BudgetReport"      TO AL-PROGRAM.
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
           MOVE SPACES TO WS-SPOOL-FILENAME.
           STRING "RAPPORT-BudgetReport-" DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SPOOL-FILENAME.
           OPEN OUTPUT SpoolFile.
           IF StatutSpoolFile = "00"
               MOVE 'Y' TO WS-SPOOL-OPEN
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** BudgetReport - JOURNEE " DELIMITED BY SIZE
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
               MOVE "BudgetReport" TO SX-PROGRAM
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
           MOVE "BudgetReport"      TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutBudgetFile    TO AUD-FILE-STATUS
           MOVE WS-MASTER-READ      TO AUD-RECORD-COUNT
           MOVE WS-PROC-DATE        TO AUD-PROC-DATE
           MOVE WS-CURRENT-BATCH-ID TO AUD-BATCH-ID
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
