       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReferenceAsOfReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Restitution des tables de reference datees a une date donnee :
      * chaque ligne de TRANTYPES.txt, GLACCOUNTMAP.txt et
      * ACCOUNTS.txt est une version de l'entree, en vigueur de sa
      * date de debut a sa date de fin (voir copybooks/TRANTYPREC.cpy,
      * GLMAPREC.cpy, ACCTREC.cpy). Ce programme edite, pour la date
      * demandee (REFERENCE_ASOF_DATE, AAAAMMJJ ; a defaut la date de
      * traitement BATCH_DATE, puis la date systeme), la version de
      * chaque entree qui etait (ou sera) en vigueur ce jour-la, avec
      * ses valeurs et ses bornes : c'est la version que modifCreated,
      * GlPosting et les autres lecteurs retiennent quand ils
      * travaillent sous cette date. Une version retiree ('R') en
      * vigueur est editee comme telle (entree retiree a cette date).
      * La page part au spool.
       FILE-CONTROL.
       SELECT TranTypeFile ASSIGN TO "TRANTYPES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutTranTypeFile.
       SELECT GlMapFile ASSIGN TO "GLACCOUNTMAP.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutGlMapFile.
       SELECT AccountFile ASSIGN TO "ACCOUNTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAccountFile.
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
      * (RAPPORT-ReferenceAsOfReport-<date>.txt), reference dans
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
           FD  TranTypeFile.
           01  TranTypeRecord.
      * Gisement de la table des types (voir
      * copybooks/TRANTYPREC.cpy).
               COPY TRANTYPREC.

           FD  GlMapFile.
           01  GlMapRecord.
      * Gisement de la table de correspondance (voir
      * copybooks/GLMAPREC.cpy).
               COPY GLMAPREC.

           FD  AccountFile.
           01  AccountRecord.
      * Gisement de la table des comptes (voir
      * copybooks/ACCTREC.cpy).
               COPY ACCTREC.

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
           01  StatutTranTypeFile PIC X(2) VALUE '00'.
           01  StatutGlMapFile PIC X(2) VALUE '00'.
           01  StatutAccountFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutBatchCurrentFile PIC X(2) VALUE '00'.
      * Horodatage systeme et date de traitement (BATCH_DATE)
           01  WS-SYS-DATETIME.
               05 WS-SYS-DATE    PIC 9(8).
               05 FILLER         PIC X(13).
           01  WS-SYS-TIMESTAMP PIC 9(14).
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
           01  WS-CURRENT-BATCH-ID PIC 9(5) VALUE 0.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Date de restitution (REFERENCE_ASOF_DATE, a defaut la date de
      * traitement) ; une date saisie invalide est refusee.
           01  WS-ASOF-DATE-X PIC X(8) VALUE SPACES.
           01  WS-ASOF-DATE PIC 9(8) VALUE 0.
      * La version lue est-elle en vigueur a la date de restitution ?
           01  WS-IN-FORCE PIC X(1) VALUE 'N'.
           01  WS-CHECK-FROM PIC X(8) VALUE SPACES.
           01  WS-CHECK-TO PIC X(8) VALUE SPACES.
      * Compteurs du run : versions lues et versions en vigueur
      * editees par table, tables absentes.
           01  WS-TT-READ PIC 9(5) VALUE 0.
           01  WS-TT-LISTED PIC 9(5) VALUE 0.
           01  WS-GM-READ PIC 9(5) VALUE 0.
           01  WS-GM-LISTED PIC 9(5) VALUE 0.
           01  WS-ACC-READ PIC 9(5) VALUE 0.
           01  WS-ACC-LISTED PIC 9(5) VALUE 0.
           01  WS-TABLES-MISSING PIC 9(1) VALUE 0.
           01  WS-TOTAL-LISTED PIC 9(7) VALUE 0.
      * Bornes de la version editees : "ORIGINE" pour une version en
      * vigueur depuis toujours, "OUVERTE" pour une version sans fin.
           01  WS-EDIT-FROM PIC X(8) VALUE SPACES.
           01  WS-EDIT-TO PIC X(8) VALUE SPACES.
      * Lignes de detail formatees, une par table
           01  WS-TYPE-LINE.
               05 WS-TL-CODE         PIC X(3).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-TL-LABEL        PIC X(20).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-TL-NEG-ALLOWED  PIC X(1).
               05 FILLER             PIC X(4) VALUE SPACES.
               05 WS-TL-FROM         PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-TL-TO           PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-TL-STATUS       PIC X(6).
           01  WS-MAP-LINE.
               05 WS-ML-TYPE         PIC X(3).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-ML-CURRENCY     PIC X(3).
               05 FILLER             PIC X(3) VALUE SPACES.
               05 WS-ML-DEBIT        PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-ML-CREDIT       PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-ML-FROM         PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-ML-TO           PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-ML-STATUS       PIC X(6).
           01  WS-ACCOUNT-LINE.
               05 WS-AL-ID           PIC X(5).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-AL-LABEL        PIC X(20).
               05 FILLER             PIC X(1) VALUE SPACES.
               05 WS-AL-LIMIT        PIC Z(8)9.99.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-AL-FROM         PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-AL-TO           PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-AL-STATUS       PIC X(6).
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
      *   0 = rapport edite, 2 = aucune des trois tables presente,
      *   4 = date de restitution invalide, 8 = erreur d'E/S
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
           ACCEPT WS-ASOF-DATE-X FROM ENVIRONMENT "REFERENCE_ASOF_DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-ASOF-DATE-X
           END-ACCEPT.
           IF WS-ASOF-DATE-X = SPACES
               MOVE WS-PROC-DATE TO WS-ASOF-DATE
           ELSE
               IF WS-ASOF-DATE-X IS NOT NUMERIC
                   MOVE 4 TO FileStatusReturnCode
               ELSE
                   MOVE WS-ASOF-DATE-X TO WS-ASOF-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-DATE) NOT = 0
                       MOVE 4 TO FileStatusReturnCode
                   END-IF
               END-IF
               IF FileStatusReturnCode = 4
                   DISPLAY "REFERENCE_ASOF_DATE invalide ("
                       WS-ASOF-DATE-X ") - attendu AAAAMMJJ."
               END-IF
           END-IF.

           PERFORM READ-CURRENT-BATCH-ID.
           IF FileStatusReturnCode = 0
               PERFORM OPEN-REPORT-SPOOL
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** TABLES DE REFERENCE EN VIGUEUR LE "
                           DELIMITED BY SIZE
                       WS-ASOF-DATE DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
               PERFORM LIST-TRANTYPES-AS-OF
               PERFORM LIST-GLMAP-AS-OF
               PERFORM LIST-ACCOUNTS-AS-OF
               PERFORM PRINT-RUN-TOTALS
               PERFORM CLOSE-REPORT-SPOOL
               IF WS-TABLES-MISSING = 3 AND FileStatusReturnCode = 0
                   MOVE 2 TO FileStatusReturnCode
               END-IF
           END-IF.

           PERFORM SIGNAL-RUN-ALERTS.
           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Une version est en vigueur a la date de restitution quand elle
      * a commence ce jour-la ou avant (debut a blanc = depuis
      * toujours) et n'a pas pris fin avant (fin a blanc = version
      * ouverte). Meme regle que les lecteurs des tables.
       CHECK-IN-FORCE.
           MOVE 'N' TO WS-IN-FORCE.
           IF (WS-CHECK-FROM = SPACES OR WS-CHECK-FROM <= WS-ASOF-DATE)
                   AND (WS-CHECK-TO = SPACES
                   OR WS-CHECK-TO >= WS-ASOF-DATE)
               MOVE 'Y' TO WS-IN-FORCE
           END-IF.
           IF WS-CHECK-FROM = SPACES
               MOVE "ORIGINE" TO WS-EDIT-FROM
           ELSE
               MOVE WS-CHECK-FROM TO WS-EDIT-FROM
           END-IF.
           IF WS-CHECK-TO = SPACES
               MOVE "OUVERTE" TO WS-EDIT-TO
           ELSE
               MOVE WS-CHECK-TO TO WS-EDIT-TO
           END-IF.

      * Section des types de transaction.
       LIST-TRANTYPES-AS-OF.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "--- TYPES DE TRANSACTION (TRANTYPES.txt) ---"
               TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           OPEN INPUT TranTypeFile.
           EVALUATE StatutTranTypeFile
           WHEN "00"
               MOVE "COD  LIBELLE               NEG  DU        AU"
                   TO WS-SPOOL-LINE
               MOVE "STATUT" TO WS-SPOOL-LINE(53:6)
               PERFORM PRINT-REPORT-LINE
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ TranTypeFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           ADD 1 TO WS-TT-READ
                           PERFORM LIST-ONE-TRANTYPE
                   END-READ
               END-PERFORM
               CLOSE TranTypeFile
           WHEN "35"
               ADD 1 TO WS-TABLES-MISSING
               MOVE "Table absente." TO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND ReferenceAsOfReport - erreur d'E/S "
                   "irrecuperable sur TRANTYPES.txt (statut "
                   StatutTranTypeFile ")."
           END-EVALUATE.

       LIST-ONE-TRANTYPE.
           MOVE TT-VALID-FROM TO WS-CHECK-FROM.
           MOVE TT-VALID-TO TO WS-CHECK-TO.
           PERFORM CHECK-IN-FORCE.
           IF WS-IN-FORCE = 'Y' AND TT-CODE NOT = SPACES
               MOVE SPACES TO WS-TYPE-LINE
               MOVE TT-CODE TO WS-TL-CODE
               MOVE TT-LABEL TO WS-TL-LABEL
               MOVE TT-NEG-ALLOWED TO WS-TL-NEG-ALLOWED
               MOVE WS-EDIT-FROM TO WS-TL-FROM
               MOVE WS-EDIT-TO TO WS-TL-TO
               IF TT-STATUS = 'R'
                   MOVE "RETIRE" TO WS-TL-STATUS
               ELSE
                   MOVE "ACTIF" TO WS-TL-STATUS
               END-IF
               MOVE WS-TYPE-LINE TO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
               ADD 1 TO WS-TT-LISTED
           END-IF.

      * Section de la correspondance comptable.
       LIST-GLMAP-AS-OF.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "--- CORRESPONDANCE COMPTABLE (GLACCOUNTMAP.txt) ---"
               TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           OPEN INPUT GlMapFile.
           EVALUATE StatutGlMapFile
           WHEN "00"
               MOVE "TYP  DEV   DEBIT     CREDIT    DU        AU"
                   TO WS-SPOOL-LINE
               MOVE "STATUT" TO WS-SPOOL-LINE(52:6)
               PERFORM PRINT-REPORT-LINE
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ GlMapFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           ADD 1 TO WS-GM-READ
                           PERFORM LIST-ONE-GLMAP
                   END-READ
               END-PERFORM
               CLOSE GlMapFile
           WHEN "35"
               ADD 1 TO WS-TABLES-MISSING
               MOVE "Table absente." TO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND ReferenceAsOfReport - erreur d'E/S "
                   "irrecuperable sur GLACCOUNTMAP.txt (statut "
                   StatutGlMapFile ")."
           END-EVALUATE.

       LIST-ONE-GLMAP.
           MOVE GM-VALID-FROM TO WS-CHECK-FROM.
           MOVE GM-VALID-TO TO WS-CHECK-TO.
           PERFORM CHECK-IN-FORCE.
           IF WS-IN-FORCE = 'Y' AND GM-TYPE NOT = SPACES
               MOVE SPACES TO WS-MAP-LINE
               MOVE GM-TYPE TO WS-ML-TYPE
               IF GM-CURRENCY = SPACES
                   MOVE "*" TO WS-ML-CURRENCY
               ELSE
                   MOVE GM-CURRENCY TO WS-ML-CURRENCY
               END-IF
               MOVE GM-DEBIT TO WS-ML-DEBIT
               MOVE GM-CREDIT TO WS-ML-CREDIT
               MOVE WS-EDIT-FROM TO WS-ML-FROM
               MOVE WS-EDIT-TO TO WS-ML-TO
               IF GM-STATUS = 'R'
                   MOVE "RETIRE" TO WS-ML-STATUS
               ELSE
                   MOVE "ACTIF" TO WS-ML-STATUS
               END-IF
               MOVE WS-MAP-LINE TO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
               ADD 1 TO WS-GM-LISTED
           END-IF.

      * Section des comptes.
       LIST-ACCOUNTS-AS-OF.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "--- COMPTES (ACCOUNTS.txt) ---" TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           OPEN INPUT AccountFile.
           EVALUATE StatutAccountFile
           WHEN "00"
               MOVE "COMPTE LIBELLE                   PLAFOND"
                   TO WS-SPOOL-LINE
               MOVE "DU        AU        STATUT"
                   TO WS-SPOOL-LINE(43:26)
               PERFORM PRINT-REPORT-LINE
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ AccountFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           ADD 1 TO WS-ACC-READ
                           PERFORM LIST-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE AccountFile
           WHEN "35"
               ADD 1 TO WS-TABLES-MISSING
               MOVE "Table absente." TO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND ReferenceAsOfReport - erreur d'E/S "
                   "irrecuperable sur ACCOUNTS.txt (statut "
                   StatutAccountFile ")."
           END-EVALUATE.

      * Un plafond a blanc (ligne anterieure a son introduction) vaut
      * "pas de plafond" et s'edite a zero.
       LIST-ONE-ACCOUNT.
           MOVE ACC-VALID-FROM TO WS-CHECK-FROM.
           MOVE ACC-VALID-TO TO WS-CHECK-TO.
           PERFORM CHECK-IN-FORCE.
           IF WS-IN-FORCE = 'Y' AND ACC-ID NOT = SPACES
               MOVE SPACES TO WS-ACCOUNT-LINE
               MOVE ACC-ID TO WS-AL-ID
               MOVE ACC-LABEL TO WS-AL-LABEL
               IF ACC-CREDIT-LIMIT IS NUMERIC
                   MOVE ACC-CREDIT-LIMIT TO WS-AL-LIMIT
               ELSE
                   MOVE 0 TO WS-AL-LIMIT
               END-IF
               MOVE WS-EDIT-FROM TO WS-AL-FROM
               MOVE WS-EDIT-TO TO WS-AL-TO
               IF ACC-STATUS = 'R'
                   MOVE "RETIRE" TO WS-AL-STATUS
               ELSE
                   MOVE "ACTIF" TO WS-AL-STATUS
               END-IF
               MOVE WS-ACCOUNT-LINE TO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
               ADD 1 TO WS-ACC-LISTED
           END-IF.

      * Totaux de controle : versions lues et versions en vigueur
      * editees, par table.
       PRINT-RUN-TOTALS.
           COMPUTE WS-TOTAL-LISTED = WS-TT-LISTED + WS-GM-LISTED
               + WS-ACC-LISTED.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Versions en vigueur / lues - types : "
                       DELIMITED BY SIZE
                   WS-TT-LISTED DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-TT-READ DELIMITED BY SIZE
                   ", correspondances : " DELIMITED BY SIZE
                   WS-GM-LISTED DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-GM-READ DELIMITED BY SIZE
                   ", comptes : " DELIMITED BY SIZE
                   WS-ACC-LISTED DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-ACC-READ DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Alertes d'exploitation du run.
       SIGNAL-RUN-ALERTS.
           IF FileStatusReturnCode = 8
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE "erreur d'E/S sur une table de reference datee"
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
           MOVE "ReferenceAsOfReport" TO AL-PROGRAM.
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
           STRING "RAPPORT-ReferenceAsOfReport-" DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SPOOL-FILENAME.
           OPEN OUTPUT SpoolFile.
           IF StatutSpoolFile = "00"
               MOVE 'Y' TO WS-SPOOL-OPEN
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** ReferenceAsOfReport - JOURNEE "
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
               MOVE "ReferenceAsOfReport" TO SX-PROGRAM
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
      * nom du programme, horodatage, statut fichier, nb de versions
      * editees, et en note la date de restitution.
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "ReferenceAsOfReport" TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutAccountFile   TO AUD-FILE-STATUS
           MOVE WS-TOTAL-LISTED     TO AUD-RECORD-COUNT
           MOVE WS-PROC-DATE        TO AUD-PROC-DATE
           MOVE WS-CURRENT-BATCH-ID TO AUD-BATCH-ID
           MOVE "EN VIGUEUR LE"     TO AUD-NOTE
           MOVE WS-ASOF-DATE        TO AUD-NOTE(15:8)
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
