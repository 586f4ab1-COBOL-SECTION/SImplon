       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashForecast.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Prevision des encaissements sur 13 semaines : la tresorerie
      * n'avait aucune vue de la date a laquelle les postes ouverts
      * seraient payes. Ce programme relit les postes ouverts
      * (OPENITEMS.txt, entretenu par cMatchPayments.cbl) et ventile
      * le restant du des postes non soldes par semaine d'encaissement
      * attendue, sur les 13 semaines qui suivent la date de
      * traitement (semaine 1 = les 7 jours a partir de cette date).
      * La date attendue d'un poste est son echeance (OI-DUE-DATE, a
      * defaut sa date de transaction) decalee du delai moyen de
      * paiement de son compte, mesure sur les postes soldes du meme
      * fichier (date du dernier reglement moins echeance ; un compte
      * sans historique paie a l'echeance). Les postes dont la date
      * attendue est deja passee sont restitues a part (en retard),
      * comme ceux attendus au-dela de la 13e semaine.
       FILE-CONTROL.
       SELECT OpenItemFile ASSIGN TO "OPENITEMS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpenItemFile.
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
      * (RAPPORT-CashForecast-<date>.txt), reference dans l'index du
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
           FD  OpenItemFile.
           01  OpenItemRecord.
      * Gisement des postes ouverts (voir
      * copybooks/OPENITEMREC.cpy).
               COPY OPENITEMREC.

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
           01  StatutOpenItemFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
      * Horodatage systeme et date de traitement (BATCH_DATE), debut
      * de la premiere semaine de prevision.
           01  WS-SYS-DATETIME.
               05 WS-SYS-DATE    PIC 9(8).
               05 FILLER         PIC X(13).
           01  WS-SYS-TIMESTAMP PIC 9(14).
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
           01  WS-PROC-DATE-INT PIC S9(9) VALUE 0.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Delai moyen de paiement par compte, mesure sur les postes
      * soldes portant une echeance et une date de dernier reglement
      * (en jours, negatif pour un compte qui paie d'avance).
           01  WS-MAX-ACCTS PIC 9(3) COMP VALUE 500.
           01  WS-ACCT-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-ACCT-TABLE.
               05  WS-ACCT-ENTRY OCCURS 500 TIMES.
                   10  WS-AD-ACCOUNT  PIC X(5).
                   10  WS-AD-SAMPLES  PIC 9(5).
                   10  WS-AD-DAYS-SUM PIC S9(9).
                   10  WS-AD-AVERAGE  PIC S9(5).
           01  WS-ACCT-IDX PIC 9(3) COMP VALUE 0.
           01  WS-ACCT-FOUND PIC X(1) VALUE 'N'.
           01  WS-PAY-DELAY PIC S9(5) VALUE 0.
      * Poste courant : restant du, date de reference (echeance, a
      * defaut transaction), date attendue d'encaissement.
           01  WS-ITEM-DUE PIC S9(9)V99 VALUE 0.
           01  WS-REF-DATE PIC 9(8) VALUE 0.
           01  WS-EXPECTED-INT PIC S9(9) VALUE 0.
           01  WS-WEEK-NO PIC S9(7) VALUE 0.
      * Tranches de la prevision : 1 = en retard (date attendue deja
      * passee, ou date du poste inexploitable), 2 a 14 = semaines 1
      * a 13, 15 = au-dela de la 13e semaine.
           01  WS-BUCKET-IDX PIC 9(2) VALUE 0.
           01  WS-BUCKET-TABLE.
               05  WS-BUCKET-ENTRY OCCURS 15 TIMES.
                   10  WS-BK-COUNT  PIC 9(7).
                   10  WS-BK-AMOUNT PIC S9(11)V99.
           01  WS-WEEK-START PIC 9(8) VALUE 0.
           01  WS-WEEK-END PIC 9(8) VALUE 0.
           01  WS-WEEK-INT PIC S9(9) VALUE 0.
           01  WS-WEEK-LABEL-NO PIC Z9.
      * Compteurs et totaux du rapport
           01  WS-ITEMS-READ PIC 9(7) VALUE 0.
           01  WS-ITEMS-FORECAST PIC 9(7) VALUE 0.
           01  WS-ITEMS-SETTLED PIC 9(7) VALUE 0.
           01  WS-ITEMS-NO-DUE PIC 9(7) VALUE 0.
           01  WS-TOTAL-DUE PIC S9(11)V99 VALUE 0.
           01  WS-WINDOW-DUE PIC S9(11)V99 VALUE 0.
           01  WS-EDITED-AMOUNT PIC -(11)9.99.
      * Ligne de prevision formatee du rapport
           01  WS-DETAIL-LINE.
               05 WS-DL-LABEL        PIC X(12).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-FROM         PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-TO           PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-COUNT        PIC Z(6)9.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-AMOUNT       PIC -(11)9.99.
      * Ligne de delai moyen d'un compte
           01  WS-DELAY-LINE.
               05 WS-DY-ACCOUNT      PIC X(5).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DY-SAMPLES      PIC Z(4)9.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DY-AVERAGE      PIC -(4)9.
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
      *   0 = run normal, 2 = OPENITEMS.txt absent, 4 = aucun poste
      *   non solde a prevoir, 8 = erreur d'E/S irrecuperable
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
           MOVE FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)
               TO WS-PROC-DATE-INT.
           INITIALIZE WS-BUCKET-TABLE.

           PERFORM MEASURE-PAYMENT-DELAYS.
           IF FileStatusReturnCode = 0
               PERFORM FORECAST-OPEN-ITEMS
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM OPEN-REPORT-SPOOL
               PERFORM PRINT-FORECAST-REPORT
               PERFORM CLOSE-REPORT-SPOOL
               IF WS-ITEMS-FORECAST = 0
                   MOVE 4 TO FileStatusReturnCode
               END-IF
           END-IF.

           PERFORM SIGNAL-RUN-ALERTS.
           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Premiere lecture des postes : delai moyen de paiement de
      * chaque compte sur ses postes soldes. Un poste sans echeance
      * (anterieur aux conditions de paiement) ou sans date de
      * reglement exploitable n'entre pas dans la mesure.
       MEASURE-PAYMENT-DELAYS.
           MOVE 0 TO WS-ACCT-COUNT.
           OPEN INPUT OpenItemFile.
           EVALUATE StatutOpenItemFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ OpenItemFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF OI-STATUS = 'S'
                                   AND OI-ACCOUNT-ID NOT = SPACES
                                   AND OI-DUE-DATE IS NUMERIC
                                   AND OI-DUE-DATE > 15000000
                                   AND OI-LAST-PAY-DATE IS NUMERIC
                                   AND OI-LAST-PAY-DATE > 15000000
                               PERFORM NOTE-ONE-PAYMENT-DELAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OpenItemFile
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   COMPUTE WS-AD-AVERAGE(WS-ACCT-IDX) ROUNDED
                       = WS-AD-DAYS-SUM(WS-ACCT-IDX)
                           / WS-AD-SAMPLES(WS-ACCT-IDX)
               END-PERFORM
           WHEN "35"
               MOVE 2 TO FileStatusReturnCode
               DISPLAY "OPENITEMS.txt introuvable (statut "
                   StatutOpenItemFile ") - lancer cMatchPayments "
                   "d'abord."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND CashForecast - erreur d'E/S "
                   "irrecuperable sur OPENITEMS.txt (statut "
                   StatutOpenItemFile ")."
           END-EVALUATE.

       NOTE-ONE-PAYMENT-DELAY.
           COMPUTE WS-PAY-DELAY
               = FUNCTION INTEGER-OF-DATE(OI-LAST-PAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(OI-DUE-DATE).
           PERFORM FIND-ACCOUNT-DELAY.
           IF WS-ACCT-FOUND NOT = 'Y'
               IF WS-ACCT-COUNT < WS-MAX-ACCTS
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-IDX
                   MOVE OI-ACCOUNT-ID TO WS-AD-ACCOUNT(WS-ACCT-IDX)
                   MOVE 0 TO WS-AD-SAMPLES(WS-ACCT-IDX)
                   MOVE 0 TO WS-AD-DAYS-SUM(WS-ACCT-IDX)
                   MOVE 0 TO WS-AD-AVERAGE(WS-ACCT-IDX)
                   MOVE 'Y' TO WS-ACCT-FOUND
               ELSE
                   DISPLAY "*** ATTENTION : table des comptes pleine ("
                       WS-MAX-ACCTS ") - compte " OI-ACCOUNT-ID
                       " prevu sans delai moyen."
               END-IF
           END-IF.
           IF WS-ACCT-FOUND = 'Y'
               ADD 1 TO WS-AD-SAMPLES(WS-ACCT-IDX)
               ADD WS-PAY-DELAY TO WS-AD-DAYS-SUM(WS-ACCT-IDX)
           END-IF.

      * Cherche le compte du poste courant dans la table des delais ;
      * WS-ACCT-IDX designe l'entree trouvee.
       FIND-ACCOUNT-DELAY.
           MOVE 'N' TO WS-ACCT-FOUND.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                       OR WS-ACCT-FOUND = 'Y'
               IF WS-AD-ACCOUNT(WS-ACCT-IDX) = OI-ACCOUNT-ID
                   MOVE 'Y' TO WS-ACCT-FOUND
               END-IF
           END-PERFORM.
           IF WS-ACCT-FOUND = 'Y'
               SUBTRACT 1 FROM WS-ACCT-IDX
           END-IF.

      * Seconde lecture : chaque poste non solde est place dans la
      * semaine de sa date d'encaissement attendue.
       FORECAST-OPEN-ITEMS.
           OPEN INPUT OpenItemFile.
           EVALUATE StatutOpenItemFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ OpenItemFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           ADD 1 TO WS-ITEMS-READ
                           IF OI-STATUS = 'S'
                               ADD 1 TO WS-ITEMS-SETTLED
                           ELSE
                               PERFORM FORECAST-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OpenItemFile
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND CashForecast - erreur d'E/S "
                   "irrecuperable sur OPENITEMS.txt (statut "
                   StatutOpenItemFile ")."
           END-EVALUATE.

      * Date attendue = echeance (a defaut date de transaction) plus
      * le delai moyen du compte ; semaine 1 = date de traitement et
      * les 6 jours suivants. Une date inexploitable (fichier abime)
      * est classee en retard plutot que d'arreter le rapport.
       FORECAST-ONE-ITEM.
           COMPUTE WS-ITEM-DUE = OI-ORIG-AMOUNT - OI-PAID-AMOUNT.
           IF WS-ITEM-DUE > 0
               ADD 1 TO WS-ITEMS-FORECAST
               ADD WS-ITEM-DUE TO WS-TOTAL-DUE
               IF OI-DUE-DATE IS NUMERIC AND OI-DUE-DATE > 15000000
                   MOVE OI-DUE-DATE TO WS-REF-DATE
               ELSE
                   ADD 1 TO WS-ITEMS-NO-DUE
                   MOVE OI-TRAN-DATE TO WS-REF-DATE
               END-IF
               IF WS-REF-DATE IS NUMERIC AND WS-REF-DATE > 15000000
                   MOVE 0 TO WS-PAY-DELAY
                   PERFORM FIND-ACCOUNT-DELAY
                   IF WS-ACCT-FOUND = 'Y'
                       MOVE WS-AD-AVERAGE(WS-ACCT-IDX) TO WS-PAY-DELAY
                   END-IF
                   COMPUTE WS-EXPECTED-INT
                       = FUNCTION INTEGER-OF-DATE(WS-REF-DATE)
                           + WS-PAY-DELAY
                   IF WS-EXPECTED-INT < WS-PROC-DATE-INT
                       MOVE 1 TO WS-BUCKET-IDX
                   ELSE
                       COMPUTE WS-WEEK-NO
                           = (WS-EXPECTED-INT - WS-PROC-DATE-INT) / 7
                       IF WS-WEEK-NO > 12
                           MOVE 15 TO WS-BUCKET-IDX
                       ELSE
                           COMPUTE WS-BUCKET-IDX = WS-WEEK-NO + 2
                       END-IF
                   END-IF
               ELSE
                   MOVE 1 TO WS-BUCKET-IDX
               END-IF
               ADD 1 TO WS-BK-COUNT(WS-BUCKET-IDX)
               ADD WS-ITEM-DUE TO WS-BK-AMOUNT(WS-BUCKET-IDX)
           END-IF.

      * Edite la page : une ligne par tranche de la prevision, les
      * delais moyens par compte, puis les totaux de controle.
       PRINT-FORECAST-REPORT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "*** PREVISION DES ENCAISSEMENTS SUR 13 SEMAINES - "
                       DELIMITED BY SIZE
                   "JOURNEE " DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "PERIODE       DU        AU           POSTES"
               TO WS-SPOOL-LINE.
           MOVE "RESTANT DU" TO WS-SPOOL-LINE(51:10).
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-ONE-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 15.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "*** DELAI MOYEN DE PAIEMENT SUR ECHEANCE ***"
               TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "COMPTE  POSTES  JOURS" TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-ONE-DELAY
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
           IF WS-ACCT-COUNT = 0
               MOVE "  aucun historique de reglement sur echeance"
                   TO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "*** TOTAL DE CONTROLE ***" TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Postes lus . . . . . . . . . : " DELIMITED BY SIZE
                   WS-ITEMS-READ DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Postes soldes (exclus) . . . : " DELIMITED BY SIZE
                   WS-ITEMS-SETTLED DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Postes prevus  . . . . . . . : " DELIMITED BY SIZE
                   WS-ITEMS-FORECAST DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "  dont sans echeance . . . . : " DELIMITED BY SIZE
                   WS-ITEMS-NO-DUE DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-TOTAL-DUE TO WS-EDITED-AMOUNT.
           STRING "Restant du total . . . . . . : " DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-WINDOW-DUE TO WS-EDITED-AMOUNT.
           STRING "  dont attendu sur 13 sem. . : " DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Ligne d'une tranche : en retard (attendu avant la date de
      * traitement), semaine n (7 jours a partir de la date de
      * traitement plus 7 x (n - 1) jours), ou au-dela.
       PRINT-ONE-BUCKET.
           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
           WHEN WS-BUCKET-IDX = 1
               MOVE "en retard" TO WS-DL-LABEL
               MOVE SPACES TO WS-DL-FROM
               COMPUTE WS-WEEK-INT = WS-PROC-DATE-INT - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-INT)
                   TO WS-WEEK-END
               MOVE WS-WEEK-END TO WS-DL-TO
           WHEN WS-BUCKET-IDX = 15
               MOVE "au-dela" TO WS-DL-LABEL
               COMPUTE WS-WEEK-INT = WS-PROC-DATE-INT + 91
               MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-INT)
                   TO WS-WEEK-START
               MOVE WS-WEEK-START TO WS-DL-FROM
               MOVE SPACES TO WS-DL-TO
           WHEN OTHER
               COMPUTE WS-WEEK-LABEL-NO = WS-BUCKET-IDX - 1
               MOVE SPACES TO WS-DL-LABEL
               STRING "semaine " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-WEEK-LABEL-NO)
                           DELIMITED BY SIZE
                   INTO WS-DL-LABEL
               COMPUTE WS-WEEK-INT
                   = WS-PROC-DATE-INT + (WS-BUCKET-IDX - 2) * 7
               MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-INT)
                   TO WS-WEEK-START
               ADD 6 TO WS-WEEK-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-INT)
                   TO WS-WEEK-END
               MOVE WS-WEEK-START TO WS-DL-FROM
               MOVE WS-WEEK-END TO WS-DL-TO
               ADD WS-BK-AMOUNT(WS-BUCKET-IDX) TO WS-WINDOW-DUE
           END-EVALUATE.
           MOVE WS-BK-COUNT(WS-BUCKET-IDX) TO WS-DL-COUNT.
           MOVE WS-BK-AMOUNT(WS-BUCKET-IDX) TO WS-DL-AMOUNT.
           MOVE WS-DETAIL-LINE TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Ligne de delai moyen d'un compte (jours apres l'echeance,
      * negatif = paiement anticipe).
       PRINT-ONE-DELAY.
           MOVE WS-AD-ACCOUNT(WS-ACCT-IDX) TO WS-DY-ACCOUNT.
           MOVE WS-AD-SAMPLES(WS-ACCT-IDX) TO WS-DY-SAMPLES.
           MOVE WS-AD-AVERAGE(WS-ACCT-IDX) TO WS-DY-AVERAGE.
           MOVE WS-DELAY-LINE TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Alerte d'exploitation du rapport : erreur d'E/S seulement.
       SIGNAL-RUN-ALERTS.
           IF FileStatusReturnCode = 8
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE "erreur d'E/S sur la prevision des encaissements"
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
           MOVE "CashForecast"      TO AL-PROGRAM.
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
           STRING "RAPPORT-CashForecast-" DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SPOOL-FILENAME.
           OPEN OUTPUT SpoolFile.
           IF StatutSpoolFile = "00"
               MOVE 'Y' TO WS-SPOOL-OPEN
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** CashForecast - JOURNEE "
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
               MOVE "CashForecast" TO SX-PROGRAM
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
           MOVE "CashForecast"      TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutOpenItemFile  TO AUD-FILE-STATUS
           MOVE WS-ITEMS-FORECAST   TO AUD-RECORD-COUNT
           MOVE WS-PROC-DATE        TO AUD-PROC-DATE
           MOVE WS-CURRENT-BATCH-ID TO AUD-BATCH-ID
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
