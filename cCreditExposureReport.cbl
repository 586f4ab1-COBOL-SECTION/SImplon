       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditExposureReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Encours de credit par compte : modifCreated refuse au
      * chargement une transaction qui porterait l'encours non regle
      * d'un compte au-dela de son plafond (ACC-CREDIT-LIMIT), mais le
      * controle du credit ne voyait le probleme qu'une fois le rejet
      * fait. Ce programme relit la table des comptes (ACCOUNTS.txt)
      * et les postes ouverts (OPENITEMS.txt) et edite, pour chaque
      * compte actif, son plafond, son encours non regle, la marge
      * restante et le pourcentage du plafond consomme ; les comptes
      * au-dela du seuil d'attention (CREDIT_WARN_PCT, 80 % par
      * defaut) sont marques, pour agir avant le prochain chargement.
       FILE-CONTROL.
       SELECT AccountFile ASSIGN TO "ACCOUNTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAccountFile.
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
      * (RAPPORT-CreditExposureReport-<date>.txt), reference dans
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
           FD  AccountFile.
           01  AccountRecord.
      * Gisement de la table des comptes (voir
      * copybooks/ACCTREC.cpy).
               COPY ACCTREC.

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
           01  StatutAccountFile PIC X(2) VALUE '00'.
           01  StatutOpenItemFile PIC X(2) VALUE '00'.
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
      * Seuil d'attention en pourcentage du plafond consomme, fourni
      * via CREDIT_WARN_PCT (80 par defaut).
           01  WS-WARN-PCT-X PIC X(3) VALUE SPACES.
           01  WS-WARN-PCT PIC 9(3) VALUE 80.
      * Comptes actifs charges en memoire avec leur plafond et leur
      * encours non regle cumule depuis les postes ouverts.
           01  WS-MAX-ACCTS PIC 9(3) COMP VALUE 200.
           01  WS-ACCT-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-ACCT-TABLE.
               05  WS-ACCT-ENTRY OCCURS 200 TIMES.
                   10  WS-AC-ID       PIC X(5).
                   10  WS-AC-LABEL    PIC X(20).
                   10  WS-AC-LIMIT    PIC 9(9)V99.
                   10  WS-AC-EXPOSURE PIC S9(11)V99.
                   10  WS-AC-ITEMS    PIC 9(5).
           01  WS-ACCT-IDX PIC 9(3) COMP VALUE 0.
           01  WS-ACCT-FOUND PIC X(1) VALUE 'N'.
      * Postes ouverts : restant du du poste courant, postes sans
      * compte ou d'un compte hors table (non restitues par compte).
           01  WS-ITEM-DUE PIC S9(9)V99 VALUE 0.
           01  WS-ITEMS-READ PIC 9(7) VALUE 0.
           01  WS-ITEMS-UNASSIGNED PIC 9(7) VALUE 0.
           01  WS-UNASSIGNED-DUE PIC S9(11)V99 VALUE 0.
      * Calculs de la ligne courante : marge restante, pourcentage du
      * plafond consomme, marque d'attention.
           01  WS-HEADROOM PIC S9(11)V99 VALUE 0.
           01  WS-USED-PCT PIC S9(5)V9 VALUE 0.
           01  WS-FLAG PIC X(12) VALUE SPACES.
      * Totaux du rapport
           01  WS-TOTAL-LIMIT PIC 9(11)V99 VALUE 0.
           01  WS-TOTAL-EXPOSURE PIC S9(11)V99 VALUE 0.
           01  WS-ACCTS-WARNED PIC 9(3) VALUE 0.
           01  WS-ACCTS-OVER PIC 9(3) VALUE 0.
           01  WS-ACCTS-PRINTED PIC 9(3) VALUE 0.
           01  WS-EDITED-AMOUNT PIC -(11)9.99.
      * Ligne de detail formatee du rapport
           01  WS-DETAIL-LINE.
               05 WS-DL-ACCOUNT      PIC X(5).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-LABEL        PIC X(20).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-LIMIT        PIC Z(8)9.99.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-EXPOSURE     PIC -(10)9.99.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-HEADROOM     PIC -(10)9.99.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-PCT          PIC -(4)9.9.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-FLAG         PIC X(12).
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
      *   0 = run normal, 2 = ACCOUNTS.txt absent, 4 = aucun compte
      *   actif a restituer, 8 = erreur d'E/S irrecuperable
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
           ACCEPT WS-WARN-PCT-X FROM ENVIRONMENT "CREDIT_WARN_PCT"
               ON EXCEPTION
                   MOVE SPACES TO WS-WARN-PCT-X
           END-ACCEPT.
           IF WS-WARN-PCT-X NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-WARN-PCT-X) = 0
               MOVE FUNCTION NUMVAL(WS-WARN-PCT-X) TO WS-WARN-PCT
           END-IF.

           PERFORM LOAD-ACCOUNTS.
           IF FileStatusReturnCode = 0
               PERFORM ACCUMULATE-OPEN-ITEMS
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM OPEN-REPORT-SPOOL
               PERFORM PRINT-EXPOSURE-REPORT
               PERFORM CLOSE-REPORT-SPOOL
               IF WS-ACCT-COUNT = 0
                   MOVE 4 TO FileStatusReturnCode
               END-IF
           END-IF.

           PERFORM SIGNAL-RUN-ALERTS.
           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Charge les comptes actifs (lignes non retirees, dans leur
      * version en vigueur a la date de traitement) avec leur
      * plafond ; un plafond a blanc (ligne anterieure a son
      * introduction) vaut "pas de plafond".
       LOAD-ACCOUNTS.
           MOVE 0 TO WS-ACCT-COUNT.
           OPEN INPUT AccountFile.
           EVALUATE StatutAccountFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ AccountFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF ACC-STATUS NOT = 'R'
                                   AND ACC-ID NOT = SPACES
                                   AND (ACC-VALID-FROM = SPACES
                                   OR ACC-VALID-FROM <= WS-PROC-DATE)
                                   AND (ACC-VALID-TO = SPACES
                                   OR ACC-VALID-TO >= WS-PROC-DATE)
                               PERFORM ADD-ONE-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AccountFile
           WHEN "35"
               MOVE 2 TO FileStatusReturnCode
               DISPLAY "ACCOUNTS.txt introuvable (statut "
                   StatutAccountFile ") - aucun encours a restituer."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND CreditExposureReport - erreur d'E/S "
                   "irrecuperable sur ACCOUNTS.txt (statut "
                   StatutAccountFile ")."
           END-EVALUATE.

       ADD-ONE-ACCOUNT.
           IF WS-ACCT-COUNT < WS-MAX-ACCTS
               ADD 1 TO WS-ACCT-COUNT
               MOVE ACC-ID TO WS-AC-ID(WS-ACCT-COUNT)
               MOVE ACC-LABEL TO WS-AC-LABEL(WS-ACCT-COUNT)
               IF ACC-CREDIT-LIMIT IS NUMERIC
                   MOVE ACC-CREDIT-LIMIT TO WS-AC-LIMIT(WS-ACCT-COUNT)
               ELSE
                   MOVE 0 TO WS-AC-LIMIT(WS-ACCT-COUNT)
               END-IF
               MOVE 0 TO WS-AC-EXPOSURE(WS-ACCT-COUNT)
               MOVE 0 TO WS-AC-ITEMS(WS-ACCT-COUNT)
           ELSE
               DISPLAY "*** ATTENTION : table des comptes pleine ("
                   WS-MAX-ACCTS ") - compte " ACC-ID " ignore."
           END-IF.

      * Cumule le restant du des postes non soldes sur leur compte.
      * Fichier des postes absent : encours nuls, la page reste
      * editee (plafonds seuls).
       ACCUMULATE-OPEN-ITEMS.
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
                           IF OI-STATUS NOT = 'S'
                               PERFORM ADD-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OpenItemFile
           WHEN "35"
               DISPLAY "OPENITEMS.txt introuvable (statut "
                   StatutOpenItemFile ") - encours nuls."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND CreditExposureReport - erreur d'E/S "
                   "irrecuperable sur OPENITEMS.txt (statut "
                   StatutOpenItemFile ")."
           END-EVALUATE.

       ADD-ONE-ITEM.
           COMPUTE WS-ITEM-DUE = OI-ORIG-AMOUNT - OI-PAID-AMOUNT.
           MOVE 'N' TO WS-ACCT-FOUND.
           IF OI-ACCOUNT-ID NOT = SPACES
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                           OR WS-ACCT-FOUND = 'Y'
                   IF WS-AC-ID(WS-ACCT-IDX) = OI-ACCOUNT-ID
                       MOVE 'Y' TO WS-ACCT-FOUND
                       ADD WS-ITEM-DUE TO WS-AC-EXPOSURE(WS-ACCT-IDX)
                       ADD 1 TO WS-AC-ITEMS(WS-ACCT-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-ACCT-FOUND NOT = 'Y'
               ADD 1 TO WS-ITEMS-UNASSIGNED
               ADD WS-ITEM-DUE TO WS-UNASSIGNED-DUE
           END-IF.

      * Edite la page : une ligne par compte actif, puis les totaux.
       PRINT-EXPOSURE-REPORT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "*** ENCOURS DE CREDIT PAR COMPTE - JOURNEE "
                       DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   " - SEUIL D'ATTENTION " DELIMITED BY SIZE
                   WS-WARN-PCT DELIMITED BY SIZE
                   " % ***" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "COMPTE LIBELLE                    PLAFOND        "
               TO WS-SPOOL-LINE.
           MOVE "ENCOURS           MARGE  %UTIL.  ETAT"
               TO WS-SPOOL-LINE(51:38).
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-ONE-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "*** TOTAL DE CONTROLE ***" TO WS-SPOOL-LINE.
           MOVE WS-ACCT-COUNT TO WS-ACCTS-PRINTED.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Comptes actifs . . . . . . . : " DELIMITED BY SIZE
                   WS-ACCTS-PRINTED DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-TOTAL-LIMIT TO WS-EDITED-AMOUNT.
           STRING "Plafonds cumules . . . . . . : " DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-TOTAL-EXPOSURE TO WS-EDITED-AMOUNT.
           STRING "Encours cumule . . . . . . . : " DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Comptes au-dela du seuil . . : " DELIMITED BY SIZE
                   WS-ACCTS-WARNED DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Comptes au-dela du plafond . : " DELIMITED BY SIZE
                   WS-ACCTS-OVER DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-UNASSIGNED-DUE TO WS-EDITED-AMOUNT.
           STRING "Postes sans compte connu . . : " DELIMITED BY SIZE
                   WS-ITEMS-UNASSIGNED DELIMITED BY SIZE
                   " (restant du " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDITED-AMOUNT) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Ligne d'un compte : plafond, encours, marge, pourcentage
      * consomme. Compte sans plafond : marge et pourcentage sans
      * objet.
       PRINT-ONE-ACCOUNT.
           MOVE SPACES TO WS-FLAG.
           ADD WS-AC-LIMIT(WS-ACCT-IDX) TO WS-TOTAL-LIMIT.
           ADD WS-AC-EXPOSURE(WS-ACCT-IDX) TO WS-TOTAL-EXPOSURE.
           IF WS-AC-LIMIT(WS-ACCT-IDX) > 0
               COMPUTE WS-HEADROOM = WS-AC-LIMIT(WS-ACCT-IDX)
                   - WS-AC-EXPOSURE(WS-ACCT-IDX)
               COMPUTE WS-USED-PCT ROUNDED
                   = WS-AC-EXPOSURE(WS-ACCT-IDX) * 100
                       / WS-AC-LIMIT(WS-ACCT-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-USED-PCT
               END-COMPUTE
               EVALUATE TRUE
               WHEN WS-HEADROOM < 0
                   MOVE "*** DEPASSE" TO WS-FLAG
                   ADD 1 TO WS-ACCTS-OVER
                   ADD 1 TO WS-ACCTS-WARNED
               WHEN WS-USED-PCT >= WS-WARN-PCT
                   MOVE "** ATTENTION" TO WS-FLAG
                   ADD 1 TO WS-ACCTS-WARNED
               END-EVALUATE
           ELSE
               MOVE 0 TO WS-HEADROOM
               MOVE 0 TO WS-USED-PCT
               MOVE "sans plafond" TO WS-FLAG
           END-IF.
           MOVE WS-AC-ID(WS-ACCT-IDX) TO WS-DL-ACCOUNT.
           MOVE WS-AC-LABEL(WS-ACCT-IDX) TO WS-DL-LABEL.
           MOVE WS-AC-LIMIT(WS-ACCT-IDX) TO WS-DL-LIMIT.
           MOVE WS-AC-EXPOSURE(WS-ACCT-IDX) TO WS-DL-EXPOSURE.
           MOVE WS-HEADROOM TO WS-DL-HEADROOM.
           MOVE WS-USED-PCT TO WS-DL-PCT.
           MOVE WS-FLAG TO WS-DL-FLAG.
           MOVE WS-DETAIL-LINE TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Alertes d'exploitation du rapport : comptes au-dela du seuil
      * d'attention ou deja au-dela de leur plafond.
       SIGNAL-RUN-ALERTS.
           IF WS-ACCTS-WARNED > 0
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-ACCTS-WARNED DELIMITED BY SIZE
                       " compte(s) au-dela du seuil de credit, dont "
                           DELIMITED BY SIZE
                       WS-ACCTS-OVER DELIMITED BY SIZE
                       " depasse(s)" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF FileStatusReturnCode = 8
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE "erreur d'E/S sur le rapport d'encours de credit"
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
           MOVE "CreditExposureReport" TO AL-PROGRAM.
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
           STRING "RAPPORT-CreditExposureReport-" DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SPOOL-FILENAME.
           OPEN OUTPUT SpoolFile.
           IF StatutSpoolFile = "00"
               MOVE 'Y' TO WS-SPOOL-OPEN
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** CreditExposureReport - JOURNEE "
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
               MOVE "CreditExposureReport" TO SX-PROGRAM
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
           MOVE "CreditExposureReport" TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutAccountFile   TO AUD-FILE-STATUS
           MOVE WS-ACCT-COUNT       TO AUD-RECORD-COUNT
           MOVE WS-PROC-DATE        TO AUD-PROC-DATE
           MOVE WS-CURRENT-BATCH-ID TO AUD-BATCH-ID
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
