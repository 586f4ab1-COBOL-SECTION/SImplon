       IDENTIFICATION DIVISION.
       PROGRAM-ID. VatReturn.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Declaration de TVA d'une periode : les montants du maitre sont
      * TTC et la comptabilite recalculait la TVA due une fois par
      * trimestre a partir de nos totaux. Ce programme relit les
      * maitres mensuels de la periode (MASTER-MENSUEL-AAAAMM.txt,
      * produits par cMonthEndMaster), ventile chaque transaction en
      * HT et TVA - code TVA du type (TRANTYPES.txt) et taux de ce
      * code en vigueur a la date de la transaction (VATRATES.txt),
      * TVA = TTC x taux / (100 + taux) arrondie au centime, meme
      * calcul que GlPosting pour les lignes de TVA du grand livre -
      * et produit :
      *   - le detail VATDETAIL-<periode>.txt, une ligne par
      *     transaction (gisement VATDETREC), piece justificative ;
      *   - la declaration : par code et taux, base HT et TVA des
      *     ventes, base HT et TVA des avoirs (montants negatifs :
      *     regularisations), puis TVA collectee, regularisations sur
      *     avoirs et TVA nette due ; les transactions hors champ
      *     (type sans code TVA) sont totalisees a part.
      * Periode (VAT_PERIOD) : AAAAMM pour un mois, AAAATn pour le
      * trimestre n ; a blanc, le dernier trimestre complet avant la
      * date de traitement (BATCH_DATE, a defaut la date systeme).
      * Lance a la demande par la comptabilite, une fois les mois de
      * la periode consolides.
       FILE-CONTROL.
      * Maitre mensuel du mois en cours de lecture, nom construit mois
      * par mois.
       SELECT MonthlyMasterFile ASSIGN TO DYNAMIC WS-MONTHLY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutMonthlyMasterFile.
      * Tables de reference des types (code TVA) et des taux de TVA
      * (voir copybooks/TRANTYPREC.cpy et copybooks/VATRATEREC.cpy).
       SELECT TranTypeFile ASSIGN TO "TRANTYPES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutTranTypeFile.
       SELECT VatRateFile ASSIGN TO "VATRATES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutVatRateFile.
      * Detail de TVA de la periode (VATDETAIL-<periode>.txt).
       SELECT VatDetailFile ASSIGN TO DYNAMIC WS-DETAIL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutVatDetailFile.
      * Identifiant du batch courant publie par cOpenBatch.cbl
       SELECT BatchCurrentFile ASSIGN TO "BATCH_CURRENT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutBatchCurrentFile.
      * Spool des rapports : la declaration part aussi dans un fichier
      * date (RAPPORT-VatReturn-AAAAMMJJ.txt) inscrit a l'index
      * SPOOL_INDEX.txt, consultable par cBrowseSpool.
       SELECT SpoolFile ASSIGN TO DYNAMIC WS-SPOOL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSpoolFile.
       SELECT SpoolIndexFile ASSIGN TO "SPOOL_INDEX.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSpoolIndexFile.
      * Alertes d'exploitation codees par gravite (voir
      * copybooks/ALERTREC.cpy), restituees par cExceptionSummary.
       SELECT OpsAlertFile ASSIGN TO "OPSALERTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpsAlertFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuditTrailFile.

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.

      * !!!! Section déclarant les fichiers utilisés par le programme
       FILE SECTION.
           FD  MonthlyMasterFile.
           01  MonthlyMasterRecord.
      * Gisement maitre commun (voir copybooks/MASTERREC.cpy).
               COPY MASTERREC.

           FD  TranTypeFile.
           01  TranTypeRecord.
               COPY TRANTYPREC.

           FD  VatRateFile.
           01  VatRateRecord.
               COPY VATRATEREC.

           FD  VatDetailFile.
           01  VatDetailRecord.
      * Gisement du detail de TVA (voir copybooks/VATDETREC.cpy).
               COPY VATDETREC.

           FD  BatchCurrentFile.
           01  BatchCurrentRecord PIC 9(5).

           FD  SpoolFile.
           01  SpoolRecord PIC X(132).

           FD  SpoolIndexFile.
           01  SpoolIndexRecord.
      * Gisement de l'index du spool (voir copybooks/SPOOLREC.cpy).
               COPY SPOOLREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutMonthlyMasterFile PIC X(2) VALUE '00'.
           01  StatutTranTypeFile PIC X(2) VALUE '00'.
           01  StatutVatRateFile PIC X(2) VALUE '00'.
           01  StatutVatDetailFile PIC X(2) VALUE '00'.
           01  StatutBatchCurrentFile PIC X(2) VALUE '00'.
           01  StatutSpoolFile PIC X(2) VALUE '00'.
           01  StatutSpoolIndexFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  WS-MONTHLY-FILENAME PIC X(100) VALUE SPACES.
           01  WS-DETAIL-FILENAME PIC X(100) VALUE SPACES.
      * Horodatage systeme et date de traitement (BATCH_DATE)
           01  WS-SYS-DATETIME.
               05 WS-SYS-DATE    PIC 9(8).
               05 FILLER         PIC X(13).
           01  WS-SYS-TIMESTAMP PIC 9(14).
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
           01  WS-CURRENT-BATCH-ID PIC 9(5) VALUE 0.
      * Periode declaree : saisie VAT_PERIOD (AAAAMM ou AAAATn),
      * premier et dernier mois, bornes en dates pour l'en-tete.
           01  WS-PERIOD-X PIC X(6) VALUE SPACES.
           01  WS-PERIOD-YEAR PIC 9(4) VALUE 0.
           01  WS-PERIOD-MONTH PIC 9(2) VALUE 0.
           01  WS-PERIOD-QUARTER PIC 9(1) VALUE 0.
           01  WS-FIRST-MONTH PIC 9(2) VALUE 0.
           01  WS-LAST-MONTH PIC 9(2) VALUE 0.
           01  WS-MONTH-IDX PIC 9(2) VALUE 0.
           01  WS-YYYYMM.
               05 WS-YM-YEAR  PIC 9(4).
               05 WS-YM-MONTH PIC 9(2).
           01  WS-PERIOD-FROM PIC 9(8) VALUE 0.
           01  WS-PERIOD-TO PIC 9(8) VALUE 0.
           01  WS-DATE-INT PIC S9(9) VALUE 0.
      * Resultat du controle de la periode et des prealables
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
           01  WS-TABLE-EOF PIC X(1) VALUE 'N'.
           01  WS-MONTHS-MISSING PIC 9(1) VALUE 0.
      * Versions des types (code TVA) et des taux de TVA, toutes
      * dates confondues : la TVA d'une transaction se calcule avec
      * les versions en vigueur a la date de la transaction.
           01  WS-TAXTYPE-COUNT PIC 9(3) VALUE 0.
           01  WS-TAXTYPE-TABLE.
               05  WS-TAXTYPE-ENTRY OCCURS 500 TIMES.
                   10  WS-TX-TYPE     PIC X(3).
                   10  WS-TX-TAX-CODE PIC X(1).
                   10  WS-TX-FROM     PIC X(8).
                   10  WS-TX-TO       PIC X(8).
           01  WS-TX-IDX PIC 9(3) VALUE 0.
           01  WS-RATE-COUNT PIC 9(3) VALUE 0.
           01  WS-RATE-TABLE.
               05  WS-RATE-ENTRY OCCURS 200 TIMES.
                   10  WS-RT-TAX-CODE PIC X(1).
                   10  WS-RT-LABEL    PIC X(20).
                   10  WS-RT-RATE     PIC 9(2)V99.
                   10  WS-RT-FROM     PIC X(8).
                   10  WS-RT-TO       PIC X(8).
           01  WS-RT-IDX PIC 9(3) VALUE 0.
      * TVA de la transaction en cours
           01  WS-TRAN-DATE-X PIC X(8) VALUE SPACES.
           01  WS-TRAN-TAX-CODE PIC X(1) VALUE SPACE.
           01  WS-TRAN-RATE PIC 9(2)V99 VALUE 0.
           01  WS-TRAN-LABEL PIC X(20) VALUE SPACES.
           01  WS-RATE-FOUND PIC X(1) VALUE 'N'.
           01  WS-TRAN-VAT PIC S9(9)V99 VALUE 0.
           01  WS-TRAN-NET PIC S9(9)V99 VALUE 0.
      * Lignes de la declaration : une par code TVA et taux, ventes
      * (montants positifs) et avoirs (montants negatifs) a part.
           01  WS-LINE-COUNT PIC 9(2) VALUE 0.
           01  WS-RETURN-TABLE.
               05  WS-RETURN-ENTRY OCCURS 50 TIMES.
                   10  WS-RL-TAX-CODE    PIC X(1).
                   10  WS-RL-LABEL       PIC X(20).
                   10  WS-RL-RATE        PIC 9(2)V99.
                   10  WS-RL-SALES-COUNT PIC 9(7).
                   10  WS-RL-SALES-BASE  PIC S9(13)V99.
                   10  WS-RL-SALES-VAT   PIC S9(13)V99.
                   10  WS-RL-CN-COUNT    PIC 9(7).
                   10  WS-RL-CN-BASE     PIC S9(13)V99.
                   10  WS-RL-CN-VAT      PIC S9(13)V99.
           01  WS-RL-IDX PIC 9(2) VALUE 0.
           01  WS-RL-FOUND PIC X(1) VALUE 'N'.
      * Totaux de la declaration
           01  WS-TRAN-READ PIC 9(7) VALUE 0.
           01  WS-OUT-OF-SCOPE-COUNT PIC 9(7) VALUE 0.
           01  WS-OUT-OF-SCOPE-AMOUNT PIC S9(13)V99 VALUE 0.
           01  WS-NO-RATE-COUNT PIC 9(7) VALUE 0.
           01  WS-NO-RATE-AMOUNT PIC S9(13)V99 VALUE 0.
           01  WS-OUTPUT-VAT PIC S9(13)V99 VALUE 0.
           01  WS-CN-ADJUSTMENT PIC S9(13)V99 VALUE 0.
           01  WS-NET-VAT-DUE PIC S9(13)V99 VALUE 0.
           01  WS-TOTAL-SALES-BASE PIC S9(13)V99 VALUE 0.
           01  WS-TOTAL-CN-BASE PIC S9(13)V99 VALUE 0.
      * Ligne editee de la declaration
           01  WS-RETURN-LINE.
               05 WS-RT-L-CODE       PIC X(1).
               05 FILLER             PIC X(2).
               05 WS-RT-L-LABEL      PIC X(20).
               05 FILLER             PIC X(1).
               05 WS-RT-L-RATE       PIC Z9.99.
               05 FILLER             PIC X(1).
               05 WS-RT-L-SALES-BASE PIC -(12)9.99.
               05 FILLER             PIC X(1).
               05 WS-RT-L-SALES-VAT  PIC -(12)9.99.
               05 FILLER             PIC X(1).
               05 WS-RT-L-CN-BASE    PIC -(12)9.99.
               05 FILLER             PIC X(1).
               05 WS-RT-L-CN-VAT     PIC -(12)9.99.
               05 FILLER             PIC X(1).
               05 WS-RT-L-NET-VAT    PIC -(12)9.99.
           01  WS-EDIT-AMOUNT PIC -(12)9.99.
           01  WS-EDIT-COUNT PIC Z(6)9.
      * Spool du rapport : nom du fichier date, ligne en cours
           01  WS-SPOOL-FILENAME PIC X(100) VALUE SPACES.
           01  WS-SPOOL-LINE PIC X(132) VALUE SPACES.
           01  WS-SPOOL-OPEN PIC X(1) VALUE 'N'.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'W'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = declaration produite, 2 = TRANTYPES.txt ou VATRATES.txt
      *   absent, 4 = periode invalide ou sans aucune transaction,
      *   6 = declaration produite mais transaction(s) d'un type
      *   soumis sans taux en vigueur a leur date (VATRATES.txt a
      *   completer, declaration a refaire), 7 = maitre mensuel d'un
      *   mois de la periode absent (mois non consolide),
      *   8 = erreur d'E/S irrecuperable
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
           ACCEPT WS-PERIOD-X FROM ENVIRONMENT "VAT_PERIOD"
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIOD-X
           END-ACCEPT.
           PERFORM READ-CURRENT-BATCH-ID.
           PERFORM RESOLVE-PERIOD.

           IF EditValid = 'Y'
               PERFORM CHECK-MONTHLY-MASTERS
           END-IF.
           IF EditValid = 'Y'
               PERFORM LOAD-VAT-TABLES
           END-IF.
           IF EditValid = 'Y'
               PERFORM BUILD-VAT-DETAIL
           END-IF.
           IF EditValid = 'Y' AND FileStatusReturnCode = 0
               IF WS-TRAN-READ = 0
                   MOVE 4 TO FileStatusReturnCode
                   DISPLAY "Aucune transaction dans les maitres de la "
                       "periode " WS-PERIOD-X "."
               ELSE
                   PERFORM PRINT-VAT-RETURN
               END-IF
           END-IF.
           IF EditValid NOT = 'Y' AND FileStatusReturnCode = 0
               MOVE 4 TO FileStatusReturnCode
               DISPLAY "Aucune declaration produite : "
                   FUNCTION TRIM(EditReason)
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Determine la periode : AAAAMM = un mois, AAAATn = le trimestre
      * n ; a blanc, le dernier trimestre complet avant la date de
      * traitement. En deduit les mois a relire et les bornes.
       RESOLVE-PERIOD.
           MOVE 'Y' TO EditValid.
           IF WS-PERIOD-X = SPACES
               MOVE WS-PROC-DATE(1:4) TO WS-PERIOD-YEAR
               MOVE WS-PROC-DATE(5:2) TO WS-PERIOD-MONTH
               COMPUTE WS-PERIOD-QUARTER
                   = (WS-PERIOD-MONTH + 2) / 3 - 1
               IF WS-PERIOD-QUARTER = 0
                   MOVE 4 TO WS-PERIOD-QUARTER
                   SUBTRACT 1 FROM WS-PERIOD-YEAR
               END-IF
               MOVE SPACES TO WS-PERIOD-X
               STRING WS-PERIOD-YEAR DELIMITED BY SIZE
                       "T" DELIMITED BY SIZE
                       WS-PERIOD-QUARTER DELIMITED BY SIZE
                   INTO WS-PERIOD-X
           END-IF.
           EVALUATE TRUE
           WHEN WS-PERIOD-X(1:4) IS NOT NUMERIC
               MOVE 'N' TO EditValid
           WHEN WS-PERIOD-X(5:1) = "T"
               IF WS-PERIOD-X(6:1) IS NUMERIC
                       AND WS-PERIOD-X(6:1) >= "1"
                       AND WS-PERIOD-X(6:1) <= "4"
                   MOVE WS-PERIOD-X(1:4) TO WS-PERIOD-YEAR
                   MOVE WS-PERIOD-X(6:1) TO WS-PERIOD-QUARTER
                   COMPUTE WS-FIRST-MONTH = WS-PERIOD-QUARTER * 3 - 2
                   COMPUTE WS-LAST-MONTH = WS-PERIOD-QUARTER * 3
               ELSE
                   MOVE 'N' TO EditValid
               END-IF
           WHEN WS-PERIOD-X(5:2) IS NUMERIC
               MOVE WS-PERIOD-X(1:4) TO WS-PERIOD-YEAR
               MOVE WS-PERIOD-X(5:2) TO WS-PERIOD-MONTH
               IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   MOVE 'N' TO EditValid
               ELSE
                   MOVE WS-PERIOD-MONTH TO WS-FIRST-MONTH
                   MOVE WS-PERIOD-MONTH TO WS-LAST-MONTH
               END-IF
           WHEN OTHER
               MOVE 'N' TO EditValid
           END-EVALUATE.
           IF EditValid NOT = 'Y'
               MOVE "Periode invalide (AAAAMM ou AAAATn)"
                   TO EditReason
           ELSE
               COMPUTE WS-PERIOD-FROM = WS-PERIOD-YEAR * 10000
                   + WS-FIRST-MONTH * 100 + 1
      * Dernier jour de la periode : veille du premier jour du mois
      * suivant.
               IF WS-LAST-MONTH = 12
                   COMPUTE WS-PERIOD-TO
                       = (WS-PERIOD-YEAR + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-PERIOD-TO = WS-PERIOD-YEAR * 10000
                       + (WS-LAST-MONTH + 1) * 100 + 1
               END-IF
               COMPUTE WS-DATE-INT
                   = FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-PERIOD-TO
               STRING "VATDETAIL-" DELIMITED BY SIZE
                       WS-PERIOD-X DELIMITED BY SPACE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-DETAIL-FILENAME
           END-IF.

      * Tous les mois de la periode doivent etre consolides : un maitre
      * mensuel absent arrete la declaration (code retour 7).
       CHECK-MONTHLY-MASTERS.
           MOVE 0 TO WS-MONTHS-MISSING.
           PERFORM VARYING WS-MONTH-IDX FROM WS-FIRST-MONTH BY 1
                   UNTIL WS-MONTH-IDX > WS-LAST-MONTH
               PERFORM BUILD-MONTHLY-FILENAME
               OPEN INPUT MonthlyMasterFile
               IF StatutMonthlyMasterFile = "00"
                   CLOSE MonthlyMasterFile
               ELSE
                   ADD 1 TO WS-MONTHS-MISSING
                   DISPLAY FUNCTION TRIM(WS-MONTHLY-FILENAME)
                       " introuvable (statut " StatutMonthlyMasterFile
                       ") - mois non consolide."
               END-IF
           END-PERFORM.
           IF WS-MONTHS-MISSING > 0
               MOVE 'N' TO EditValid
               MOVE "Maitre mensuel absent pour la periode"
                   TO EditReason
               MOVE 7 TO FileStatusReturnCode
               DISPLAY "*** DECLARATION NON PRODUITE : "
                   FUNCTION TRIM(EditReason)
                   " - lancer cMonthEndMaster puis relancer."
           END-IF.

       BUILD-MONTHLY-FILENAME.
           MOVE WS-PERIOD-YEAR TO WS-YM-YEAR.
           MOVE WS-MONTH-IDX TO WS-YM-MONTH.
           MOVE SPACES TO WS-MONTHLY-FILENAME.
           STRING "MASTER-MENSUEL-" DELIMITED BY SIZE
                   WS-YYYYMM DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-MONTHLY-FILENAME.

      * Charge les versions des types (code TVA) et des taux de TVA,
      * toutes dates confondues. Les deux tables sont indispensables.
       LOAD-VAT-TABLES.
           MOVE 0 TO WS-TAXTYPE-COUNT.
           MOVE 0 TO WS-RATE-COUNT.
           OPEN INPUT TranTypeFile.
           IF StatutTranTypeFile = "00"
               MOVE 'N' TO WS-TABLE-EOF
               PERFORM UNTIL WS-TABLE-EOF = 'Y'
                   READ TranTypeFile
                       AT END
                           MOVE 'Y' TO WS-TABLE-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-TAX-TYPE
                   END-READ
               END-PERFORM
               CLOSE TranTypeFile
           ELSE
               MOVE 'N' TO EditValid
               MOVE "TRANTYPES.txt indisponible" TO EditReason
               MOVE 2 TO FileStatusReturnCode
           END-IF.
           OPEN INPUT VatRateFile.
           IF StatutVatRateFile = "00"
               MOVE 'N' TO WS-TABLE-EOF
               PERFORM UNTIL WS-TABLE-EOF = 'Y'
                   READ VatRateFile
                       AT END
                           MOVE 'Y' TO WS-TABLE-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-VAT-RATE
                   END-READ
               END-PERFORM
               CLOSE VatRateFile
           ELSE
               MOVE 'N' TO EditValid
               MOVE "VATRATES.txt indisponible" TO EditReason
               MOVE 2 TO FileStatusReturnCode
           END-IF.
           IF FileStatusReturnCode = 2
               DISPLAY "*** DECLARATION NON PRODUITE : "
                   FUNCTION TRIM(EditReason)
                   "."
           END-IF.

      * Une version de type ; un type retire garde son code TVA pour
      * les transactions chargees avant son retrait.
       TAKE-ONE-TAX-TYPE.
           IF WS-TAXTYPE-COUNT < 500
               ADD 1 TO WS-TAXTYPE-COUNT
               MOVE TT-CODE TO WS-TX-TYPE(WS-TAXTYPE-COUNT)
               MOVE TT-TAX-CODE TO WS-TX-TAX-CODE(WS-TAXTYPE-COUNT)
               MOVE TT-VALID-FROM TO WS-TX-FROM(WS-TAXTYPE-COUNT)
               MOVE TT-VALID-TO TO WS-TX-TO(WS-TAXTYPE-COUNT)
           ELSE
               DISPLAY "*** ATTENTION : table des types pleine "
                   "(500) - version ignoree : " TT-CODE
           END-IF.

      * Une version de taux ; un code retire n'a plus de taux a
      * compter de la date d'effet du retrait.
       TAKE-ONE-VAT-RATE.
           IF VR-STATUS NOT = 'R' AND VR-RATE IS NUMERIC
               IF WS-RATE-COUNT < 200
                   ADD 1 TO WS-RATE-COUNT
                   MOVE VR-TAX-CODE TO WS-RT-TAX-CODE(WS-RATE-COUNT)
                   MOVE VR-LABEL TO WS-RT-LABEL(WS-RATE-COUNT)
                   MOVE VR-RATE TO WS-RT-RATE(WS-RATE-COUNT)
                   MOVE VR-VALID-FROM TO WS-RT-FROM(WS-RATE-COUNT)
                   MOVE VR-VALID-TO TO WS-RT-TO(WS-RATE-COUNT)
               ELSE
                   DISPLAY "*** ATTENTION : table des taux de TVA "
                       "pleine (200) - version ignoree : "
                       VR-TAX-CODE
               END-IF
           END-IF.

      * Relit les maitres mensuels de la periode, ventile chaque
      * transaction en HT et TVA, ecrit le detail et cumule les lignes
      * de la declaration.
       BUILD-VAT-DETAIL.
           OPEN OUTPUT VatDetailFile.
           IF StatutVatDetailFile NOT = "00"
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND VatReturn - detail "
                   FUNCTION TRIM(WS-DETAIL-FILENAME)
                   " impossible a creer (statut "
                   StatutVatDetailFile ")."
           ELSE
               PERFORM VARYING WS-MONTH-IDX FROM WS-FIRST-MONTH BY 1
                       UNTIL WS-MONTH-IDX > WS-LAST-MONTH
                           OR FileStatusReturnCode NOT = 0
                   PERFORM READ-ONE-MONTHLY-MASTER
               END-PERFORM
               CLOSE VatDetailFile
           END-IF.

       READ-ONE-MONTHLY-MASTER.
           PERFORM BUILD-MONTHLY-FILENAME.
           OPEN INPUT MonthlyMasterFile.
           IF StatutMonthlyMasterFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ MonthlyMasterFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           ADD 1 TO WS-TRAN-READ
                           PERFORM SPLIT-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE MonthlyMasterFile
           ELSE
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND VatReturn - erreur d'E/S "
                   "irrecuperable sur "
                   FUNCTION TRIM(WS-MONTHLY-FILENAME)
                   " (statut " StatutMonthlyMasterFile ")."
           END-IF.

      * TVA comprise dans le montant TTC de la transaction : code TVA
      * de la version du type en vigueur a la date de la transaction,
      * puis taux de la version de ce code en vigueur a cette meme
      * date ; TVA = TTC x taux / (100 + taux), arrondie au centime
      * (meme calcul que GlPosting).
       SPLIT-ONE-TRANSACTION.
           MOVE 0 TO WS-TRAN-VAT.
           MOVE 0 TO WS-TRAN-RATE.
           MOVE SPACE TO WS-TRAN-TAX-CODE.
           MOVE 'N' TO WS-RATE-FOUND.
           MOVE MASTER-TRAN-DATE TO WS-TRAN-DATE-X.
           IF MASTER-TRAN-TYPE NOT = SPACES
               PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                       UNTIL WS-TX-IDX > WS-TAXTYPE-COUNT
                   IF WS-TX-TYPE(WS-TX-IDX) = MASTER-TRAN-TYPE
                           AND (WS-TX-FROM(WS-TX-IDX) = SPACES
                           OR WS-TX-FROM(WS-TX-IDX) <= WS-TRAN-DATE-X)
                           AND (WS-TX-TO(WS-TX-IDX) = SPACES
                           OR WS-TX-TO(WS-TX-IDX) >= WS-TRAN-DATE-X)
                       MOVE WS-TX-TAX-CODE(WS-TX-IDX)
                           TO WS-TRAN-TAX-CODE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-TRAN-TAX-CODE NOT = SPACE
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RATE-COUNT
                           OR WS-RATE-FOUND = 'Y'
                   IF WS-RT-TAX-CODE(WS-RT-IDX) = WS-TRAN-TAX-CODE
                           AND (WS-RT-FROM(WS-RT-IDX) = SPACES
                           OR WS-RT-FROM(WS-RT-IDX) <= WS-TRAN-DATE-X)
                           AND (WS-RT-TO(WS-RT-IDX) = SPACES
                           OR WS-RT-TO(WS-RT-IDX) >= WS-TRAN-DATE-X)
                       MOVE 'Y' TO WS-RATE-FOUND
                       MOVE WS-RT-RATE(WS-RT-IDX) TO WS-TRAN-RATE
                       MOVE WS-RT-LABEL(WS-RT-IDX) TO WS-TRAN-LABEL
                   END-IF
               END-PERFORM
               IF WS-RATE-FOUND = 'Y'
                   COMPUTE WS-TRAN-VAT ROUNDED
                       = MASTER-TRAN-AMOUNT * WS-TRAN-RATE
                           / (100 + WS-TRAN-RATE)
               ELSE
                   ADD 1 TO WS-NO-RATE-COUNT
                   ADD MASTER-TRAN-AMOUNT TO WS-NO-RATE-AMOUNT
                   DISPLAY "*** ATTENTION : code TVA '"
                       WS-TRAN-TAX-CODE "' du type " MASTER-TRAN-TYPE
                       " sans taux en vigueur au " MASTER-TRAN-DATE
                       " (transaction " MASTER-TRAN-ID ")."
               END-IF
           END-IF.
           COMPUTE WS-TRAN-NET = MASTER-TRAN-AMOUNT - WS-TRAN-VAT.
           IF WS-RATE-FOUND = 'Y'
               PERFORM TALLY-RETURN-LINE
           ELSE
               IF WS-TRAN-TAX-CODE = SPACE
                   ADD 1 TO WS-OUT-OF-SCOPE-COUNT
                   ADD MASTER-TRAN-AMOUNT TO WS-OUT-OF-SCOPE-AMOUNT
               END-IF
           END-IF.
           MOVE SPACES TO VatDetailRecord.
           MOVE MASTER-TRAN-DATE TO VD-TRAN-DATE.
           MOVE MASTER-TRAN-ID TO VD-TRAN-ID.
           MOVE MASTER-TRAN-TYPE TO VD-TRAN-TYPE.
           MOVE MASTER-ACCOUNT-ID TO VD-ACCOUNT-ID.
           MOVE WS-TRAN-TAX-CODE TO VD-TAX-CODE.
           MOVE WS-TRAN-RATE TO VD-RATE.
           MOVE MASTER-TRAN-AMOUNT TO VD-GROSS-AMOUNT.
           MOVE WS-TRAN-NET TO VD-NET-AMOUNT.
           MOVE WS-TRAN-VAT TO VD-VAT-AMOUNT.
           WRITE VatDetailRecord.

      * Cumule la transaction sur la ligne de son code et de son taux
      * (un changement de taux dans la periode donne deux lignes) :
      * vente si le montant est positif, avoir sinon.
       TALLY-RETURN-LINE.
           MOVE 'N' TO WS-RL-FOUND.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-LINE-COUNT
                       OR WS-RL-FOUND = 'Y'
               IF WS-RL-TAX-CODE(WS-RL-IDX) = WS-TRAN-TAX-CODE
                       AND WS-RL-RATE(WS-RL-IDX) = WS-TRAN-RATE
                   MOVE 'Y' TO WS-RL-FOUND
               END-IF
           END-PERFORM.
           IF WS-RL-FOUND = 'Y'
               SUBTRACT 1 FROM WS-RL-IDX
           ELSE
               IF WS-LINE-COUNT < 50
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-LINE-COUNT TO WS-RL-IDX
                   MOVE WS-TRAN-TAX-CODE TO WS-RL-TAX-CODE(WS-RL-IDX)
                   MOVE WS-TRAN-LABEL TO WS-RL-LABEL(WS-RL-IDX)
                   MOVE WS-TRAN-RATE TO WS-RL-RATE(WS-RL-IDX)
                   MOVE 0 TO WS-RL-SALES-COUNT(WS-RL-IDX)
                   MOVE 0 TO WS-RL-SALES-BASE(WS-RL-IDX)
                   MOVE 0 TO WS-RL-SALES-VAT(WS-RL-IDX)
                   MOVE 0 TO WS-RL-CN-COUNT(WS-RL-IDX)
                   MOVE 0 TO WS-RL-CN-BASE(WS-RL-IDX)
                   MOVE 0 TO WS-RL-CN-VAT(WS-RL-IDX)
                   MOVE 'Y' TO WS-RL-FOUND
               ELSE
                   DISPLAY "*** ATTENTION : table des lignes de "
                       "declaration pleine (50) - code "
                       WS-TRAN-TAX-CODE " taux " WS-TRAN-RATE
                       " non declare."
               END-IF
           END-IF.
           IF WS-RL-FOUND = 'Y'
               IF MASTER-TRAN-AMOUNT < 0
                   ADD 1 TO WS-RL-CN-COUNT(WS-RL-IDX)
                   ADD WS-TRAN-NET TO WS-RL-CN-BASE(WS-RL-IDX)
                   ADD WS-TRAN-VAT TO WS-RL-CN-VAT(WS-RL-IDX)
               ELSE
                   ADD 1 TO WS-RL-SALES-COUNT(WS-RL-IDX)
                   ADD WS-TRAN-NET TO WS-RL-SALES-BASE(WS-RL-IDX)
                   ADD WS-TRAN-VAT TO WS-RL-SALES-VAT(WS-RL-IDX)
               END-IF
           END-IF.

      * Edite la declaration : une ligne par code et taux, la ligne
      * de total, les transactions hors champ et sans taux, puis la
      * TVA collectee, les regularisations sur avoirs et la TVA nette
      * due.
       PRINT-VAT-RETURN.
           PERFORM OPEN-REPORT-SPOOL.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE "C  LIBELLE               TAUX" TO WS-SPOOL-LINE.
           MOVE "BASE HT VENTES" TO WS-SPOOL-LINE(35:14).
           MOVE "TVA COLLECTEE" TO WS-SPOOL-LINE(53:13).
           MOVE "BASE HT AVOIRS" TO WS-SPOOL-LINE(67:14).
           MOVE "TVA AVOIRS" TO WS-SPOOL-LINE(88:10).
           MOVE "TVA NETTE" TO WS-SPOOL-LINE(105:9).
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-ONE-RETURN-LINE
               VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-LINE-COUNT.
           COMPUTE WS-NET-VAT-DUE = WS-OUTPUT-VAT + WS-CN-ADJUSTMENT.
           MOVE SPACES TO WS-RETURN-LINE.
           MOVE "TOTAL" TO WS-RT-L-LABEL.
           MOVE WS-TOTAL-SALES-BASE TO WS-RT-L-SALES-BASE.
           MOVE WS-OUTPUT-VAT TO WS-RT-L-SALES-VAT.
           MOVE WS-TOTAL-CN-BASE TO WS-RT-L-CN-BASE.
           MOVE WS-CN-ADJUSTMENT TO WS-RT-L-CN-VAT.
           MOVE WS-NET-VAT-DUE TO WS-RT-L-NET-VAT.
           MOVE WS-RETURN-LINE TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-OUT-OF-SCOPE-COUNT TO WS-EDIT-COUNT.
           MOVE WS-OUT-OF-SCOPE-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Hors champ (type sans code TVA) : "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " transaction(s), montant " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-NO-RATE-COUNT > 0
               MOVE WS-NO-RATE-COUNT TO WS-EDIT-COUNT
               MOVE WS-NO-RATE-AMOUNT TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** Code TVA sans taux en vigueur : "
                           DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " transaction(s), montant " DELIMITED BY SIZE
                       WS-EDIT-AMOUNT DELIMITED BY SIZE
                       " - NON DECLARE, completer VATRATES.txt"
                           DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
               MOVE 6 TO FileStatusReturnCode
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "declaration TVA " DELIMITED BY SIZE
                       WS-PERIOD-X DELIMITED BY SPACE
                       " incomplete : code(s) TVA sans taux"
                           DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-OUTPUT-VAT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "TVA collectee sur ventes  . . . . . : "
                       DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-CN-ADJUSTMENT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Regularisations sur avoirs  . . . . : "
                       DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-NET-VAT-DUE TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "TVA NETTE DUE POUR LA PERIODE . . . : "
                       DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT-SPOOL.

       PRINT-ONE-RETURN-LINE.
           MOVE SPACES TO WS-RETURN-LINE.
           MOVE WS-RL-TAX-CODE(WS-RL-IDX) TO WS-RT-L-CODE.
           MOVE WS-RL-LABEL(WS-RL-IDX) TO WS-RT-L-LABEL.
           MOVE WS-RL-RATE(WS-RL-IDX) TO WS-RT-L-RATE.
           MOVE WS-RL-SALES-BASE(WS-RL-IDX) TO WS-RT-L-SALES-BASE.
           MOVE WS-RL-SALES-VAT(WS-RL-IDX) TO WS-RT-L-SALES-VAT.
           MOVE WS-RL-CN-BASE(WS-RL-IDX) TO WS-RT-L-CN-BASE.
           MOVE WS-RL-CN-VAT(WS-RL-IDX) TO WS-RT-L-CN-VAT.
           COMPUTE WS-RT-L-NET-VAT = WS-RL-SALES-VAT(WS-RL-IDX)
               + WS-RL-CN-VAT(WS-RL-IDX).
           MOVE WS-RETURN-LINE TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           ADD WS-RL-SALES-BASE(WS-RL-IDX) TO WS-TOTAL-SALES-BASE.
           ADD WS-RL-SALES-VAT(WS-RL-IDX) TO WS-OUTPUT-VAT.
           ADD WS-RL-CN-BASE(WS-RL-IDX) TO WS-TOTAL-CN-BASE.
           ADD WS-RL-CN-VAT(WS-RL-IDX) TO WS-CN-ADJUSTMENT.

      * Ouvre le fichier de spool date du rapport et emet l'en-tete.
       OPEN-REPORT-SPOOL.
           MOVE SPACES TO WS-SPOOL-FILENAME.
           STRING "RAPPORT-VatReturn-" DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SPOOL-FILENAME.
           OPEN OUTPUT SpoolFile.
           IF StatutSpoolFile = "00"
               MOVE 'Y' TO WS-SPOOL-OPEN
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** VatReturn - JOURNEE " DELIMITED BY SIZE
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
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "*** DECLARATION DE TVA - PERIODE " DELIMITED BY SIZE
                   WS-PERIOD-X DELIMITED BY SPACE
                   " (" DELIMITED BY SIZE
                   WS-PERIOD-FROM DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-PERIOD-TO DELIMITED BY SIZE
                   ") ***" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Montants TTC du maitre, TVA au taux en vigueur a "
                       DELIMITED BY SIZE
                   "la date de chaque transaction - detail "
                       DELIMITED BY SIZE
                   WS-DETAIL-FILENAME DELIMITED BY SPACE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Emet une ligne du rapport : console ET fichier de spool.
       PRINT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE.
           IF WS-SPOOL-OPEN = 'Y'
               WRITE SpoolRecord FROM WS-SPOOL-LINE
           END-IF.

      * Clot le fichier de spool et inscrit le rapport a l'index.
       CLOSE-REPORT-SPOOL.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-TRAN-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Transactions relues : " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-SPOOL-OPEN = 'Y'
               CLOSE SpoolFile
               OPEN EXTEND SpoolIndexFile
               IF StatutSpoolIndexFile = "35"
                   OPEN OUTPUT SpoolIndexFile
               END-IF
               MOVE SPACES TO SpoolIndexRecord
               MOVE "VatReturn" TO SX-PROGRAM
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

      * Ecrit une alerte d'exploitation codee par gravite
      * (OPSALERTS.txt), restituee par cExceptionSummary.
       WRITE-OPS-ALERT.
           OPEN EXTEND OpsAlertFile.
           IF StatutOpsAlertFile = "35"
               OPEN OUTPUT OpsAlertFile
           END-IF.
           MOVE SPACES TO OpsAlertRecord.
           MOVE "VatReturn"         TO AL-PROGRAM.
           MOVE WS-SYS-TIMESTAMP    TO AL-TIMESTAMP.
           MOVE WS-ALERT-SEVERITY   TO AL-SEVERITY.
           MOVE WS-ALERT-MESSAGE    TO AL-MESSAGE.
           MOVE WS-PROC-DATE        TO AL-PROC-DATE.
           WRITE OpsAlertRecord.
           CLOSE OpsAlertFile.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb de
      * transactions relues, et en note la periode declaree.
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "VatReturn"             TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP        TO AUD-TIMESTAMP
           MOVE StatutMonthlyMasterFile TO AUD-FILE-STATUS
           MOVE WS-TRAN-READ            TO AUD-RECORD-COUNT
           MOVE WS-PROC-DATE            TO AUD-PROC-DATE
           MOVE WS-CURRENT-BATCH-ID     TO AUD-BATCH-ID
           STRING "PERIODE " DELIMITED BY SIZE
                   WS-PERIOD-X DELIMITED BY SPACE
               INTO AUD-NOTE
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
