       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComputeFees.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Moteur de frais et commissions : les frais de traitement
      * etaient calcules sur tableur puis ressaisis dans un flux fait
      * a la main. Ce programme lit le maitre du jour
      * (MASTER-AAAAMMJJ.txt, ou -Cnn du cycle), cherche pour chaque
      * transaction facturable la ligne de tarif applicable dans
      * TARIFFS.txt (voir copybooks/TARIFFREC.cpy), et ecrit les
      * frais dus sous forme de transactions TRANREC du type de frais
      * de la ligne, avec en-tete et trailer expediteur, dans un flux
      * FEES-AAAAMMJJ.txt pret a etre liste dans
      * MODIFCREATED_FEEDLIST.txt pour le cycle suivant : les frais
      * passent ainsi par la meme validation, le meme deversement
      * comptable et les memes positions que toute autre
      * transaction, au lieu d'un ajustement manuel.
      * Sont facturables les transactions de montant positif dont le
      * type n'est pas lui-meme un type de frais (pas de frais sur
      * les frais). Chaque frais genere est inscrit au registre
      * permanent FEE_REGISTER.txt : une relance du meme jour ne
      * facture pas deux fois la meme transaction. Le registre des
      * frais du run est edite (transaction d'origine, ligne de tarif
      * appliquee, frais) et part au spool.
       FILE-CONTROL.
      * Fichier maitre du jour (nom construit sur BATCH_DATE et le
      * cycle, comme le produit ConsolidateMaster).
       SELECT MasterFile ASSIGN TO DYNAMIC WS-MASTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutMasterFile.
      * Table des tarifs de frais et commissions.
       SELECT TariffFile ASSIGN TO "TARIFFS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutTariffFile.
      * Registre des plages de numerotation par source : les TRAN-ID
      * des frais sont pris dans la plage du rang que le flux de frais
      * occupe dans la liste de chargement (FEE_FEED_ID).
       SELECT RangeFile ASSIGN TO "TRANID_RANGES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutRangeFile.
      * Registre permanent des frais generes.
       SELECT FeeRegisterFile ASSIGN TO "FEE_REGISTER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutFeeRegisterFile.
      * Flux de frais au gisement TRANREC, pour modifCreated.
       SELECT FeeFeedFile ASSIGN TO DYNAMIC WS-FEED-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutFeeFeedFile.
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
      * (RAPPORT-ComputeFees-<date>.txt), reference dans l'index du
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
           FD  MasterFile.
           01  MasterFileRecord.
      * Gisement maitre commun (voir copybooks/MASTERREC.cpy).
               COPY MASTERREC.

           FD  TariffFile.
           01  TariffRecord.
      * Gisement de la table des tarifs (voir
      * copybooks/TARIFFREC.cpy).
               COPY TARIFFREC.

           FD  RangeFile.
           01  RangeRecord.
      * Gisement du registre des plages (voir
      * copybooks/RANGEREC.cpy).
               COPY RANGEREC.

           FD  FeeRegisterFile.
           01  FeeRegisterRecord.
      * Gisement du registre des frais (voir
      * copybooks/FEEREGREC.cpy).
               COPY FEEREGREC.

      * Flux de frais : gisement transaction commun (voir
      * copybooks/TRANREC.cpy), celui que modifCreated attend en
      * entree.
           FD  FeeFeedFile.
           01  FeeFeedRecord.
               COPY TRANREC.

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
           01  StatutMasterFile PIC X(2) VALUE '00'.
           01  StatutTariffFile PIC X(2) VALUE '00'.
           01  StatutRangeFile PIC X(2) VALUE '00'.
           01  StatutFeeRegisterFile PIC X(2) VALUE '00'.
           01  StatutFeeFeedFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutBatchCurrentFile PIC X(2) VALUE '00'.
           01  WS-MASTER-FILENAME PIC X(100) VALUE SPACES.
      * Flux de frais produit : FEES-AAAAMMJJ.txt (-Cnn pour un
      * cycle > 1), surchargeable via FEE_FEED_FILE.
           01  WS-FEED-FILENAME PIC X(100) VALUE SPACES.
           01  WS-FEED-OVERRIDE PIC X(100) VALUE SPACES.
      * Horodatage systeme et date de traitement (BATCH_DATE)
           01  WS-SYS-DATETIME.
               05 WS-SYS-DATE    PIC 9(8).
               05 FILLER         PIC X(13).
           01  WS-SYS-TIMESTAMP PIC 9(14).
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
           01  WS-CURRENT-BATCH-ID PIC 9(5) VALUE 0.
      * Numero de cycle intrajournalier (BATCH_CYCLE, 1 par defaut)
           01  WS-BATCH-CYCLE-X PIC X(2) VALUE SPACES.
           01  WS-BATCH-CYCLE PIC 9(2) VALUE 1.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Table des tarifs actifs
           01  WS-TARIFF-COUNT PIC 9(3) VALUE 0.
           01  WS-TARIFF-TABLE.
               05  WS-TARIFF-ENTRY OCCURS 300 TIMES.
                   10  WS-TF-CODE     PIC X(6).
                   10  WS-TF-TYPE     PIC X(3).
                   10  WS-TF-ACCOUNT  PIC X(5).
                   10  WS-TF-CURRENCY PIC X(3).
                   10  WS-TF-FIXED    PIC 9(7)V99.
                   10  WS-TF-RATE     PIC 9(3)V9(4).
                   10  WS-TF-MIN      PIC 9(7)V99.
                   10  WS-TF-MAX      PIC 9(7)V99.
                   10  WS-TF-FEE-TYPE PIC X(3).
           01  WS-TF-IDX PIC 9(3) VALUE 0.
      * Recherche de la ligne de tarif la plus precise : 3 = compte
      * et devise, 2 = compte, 1 = devise, 0 = type seul.
           01  WS-BEST-IDX PIC 9(3) VALUE 0.
           01  WS-BEST-SCORE PIC S9(1) VALUE -1.
           01  WS-SCORE PIC S9(1) VALUE 0.
           01  WS-IS-FEE-TYPE PIC X(1) VALUE 'N'.
      * Plage de TRAN-ID du flux de frais : rang du flux dans la
      * liste de chargement (FEE_FEED_ID) et plage active de ce rang
      * dans TRANID_RANGES.txt. Sans plage, la numerotation part de
      * WS-DEFAULT-FIRST-ID.
           01  WS-FEE-FEED-ID-X PIC X(2) VALUE SPACES.
           01  WS-FEE-FEED-ID PIC 9(2) VALUE 0.
           01  WS-RANGE-FOUND PIC X(1) VALUE 'N'.
           01  WS-RANGE-LOW PIC 9(7) VALUE 0.
           01  WS-RANGE-HIGH PIC 9(7) VALUE 9999999.
           01  WS-DEFAULT-FIRST-ID PIC 9(7) VALUE 9000000.
           01  WS-LAST-FEE-ID PIC 9(7) VALUE 0.
           01  WS-IDS-EXHAUSTED PIC X(1) VALUE 'N'.
      * Transactions deja facturees pour la date de traitement,
      * relues du registre (garde anti-double facturation).
           01  WS-BILLED-COUNT PIC 9(5) VALUE 0.
           01  WS-BILLED-TABLE.
               05  WS-BILLED-ID OCCURS 5000 TIMES PIC 9(7).
           01  WS-BL-IDX PIC 9(5) VALUE 0.
           01  WS-ALREADY-BILLED PIC X(1) VALUE 'N'.
      * Frais du run, ecrits dans le flux et au registre une fois le
      * maitre entierement lu.
           01  WS-FEE-COUNT PIC 9(5) VALUE 0.
           01  WS-FEE-TABLE.
               05  WS-FEE-ENTRY OCCURS 5000 TIMES.
                   10  WS-FE-SOURCE-ID  PIC 9(7).
                   10  WS-FE-SOURCE-TYPE PIC X(3).
                   10  WS-FE-FEE-ID     PIC 9(7).
                   10  WS-FE-TARIFF     PIC X(6).
                   10  WS-FE-FEE-TYPE   PIC X(3).
                   10  WS-FE-ACCOUNT    PIC X(5).
                   10  WS-FE-CURRENCY   PIC X(3).
                   10  WS-FE-BASE       PIC S9(9)V99.
                   10  WS-FE-AMOUNT     PIC S9(9)V99.
           01  WS-FE-IDX PIC 9(5) VALUE 0.
      * Transaction courante : montant et devise de facturation
           01  WS-BASE-AMOUNT PIC S9(9)V99 VALUE 0.
           01  WS-BASE-CURRENCY PIC X(3) VALUE SPACES.
           01  WS-FEE-AMOUNT PIC S9(9)V99 VALUE 0.
      * Compteurs du run
           01  WS-MASTER-READ PIC 9(7) VALUE 0.
           01  WS-NOT-CHARGEABLE PIC 9(7) VALUE 0.
           01  WS-NO-TARIFF PIC 9(7) VALUE 0.
           01  WS-SKIPPED-BILLED PIC 9(7) VALUE 0.
           01  WS-ZERO-FEE PIC 9(7) VALUE 0.
           01  WS-FEED-TOTAL PIC S9(9)V99 VALUE 0.
      * Totaux par devise pour le rapport
           01  WS-CCY-COUNT PIC 9(3) VALUE 0.
           01  WS-CCY-TABLE.
               05  WS-CCY-ENTRY OCCURS 50 TIMES.
                   10  WS-CC-CURRENCY PIC X(3).
                   10  WS-CC-COUNT    PIC 9(5).
                   10  WS-CC-TOTAL    PIC S9(11)V99.
           01  WS-CC-IDX PIC 9(3) VALUE 0.
           01  WS-CC-FOUND PIC X(1) VALUE 'N'.
      * Ligne de detail formatee du registre
           01  WS-DETAIL-LINE.
               05 WS-DL-SOURCE-ID    PIC 9(7).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-SOURCE-TYPE  PIC X(3).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-ACCOUNT      PIC X(5).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-CURRENCY     PIC X(3).
               05 FILLER             PIC X(1) VALUE SPACES.
               05 WS-DL-BASE         PIC -(9)9.99.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-TARIFF       PIC X(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-FEE-ID       PIC 9(7).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-FEE-TYPE     PIC X(3).
               05 FILLER             PIC X(1) VALUE SPACES.
               05 WS-DL-FEE          PIC -(9)9.99.
           01  WS-EDITED-AMOUNT PIC -(11)9.99.
           01  WS-FEES-PRINTED PIC 9(5) VALUE 0.
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
      *   0 = flux de frais produit, 2 = maitre du jour ou table des
      *   tarifs absent, 4 = aucun frais a generer, 7 = plage de
      *   TRAN-ID du flux de frais epuisee (rien n'est ecrit),
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
           ACCEPT WS-BATCH-CYCLE-X FROM ENVIRONMENT "BATCH_CYCLE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BATCH-CYCLE-X
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-BATCH-CYCLE-X) = 0
               MOVE FUNCTION NUMVAL(WS-BATCH-CYCLE-X)
                   TO WS-BATCH-CYCLE
           ELSE
               MOVE 1 TO WS-BATCH-CYCLE
           END-IF.
           IF WS-BATCH-CYCLE = 0
               MOVE 1 TO WS-BATCH-CYCLE
           END-IF.
           IF WS-BATCH-CYCLE > 1
               STRING "MASTER-" DELIMITED BY SIZE
                       WS-PROC-DATE DELIMITED BY SIZE
                       "-C" DELIMITED BY SIZE
                       WS-BATCH-CYCLE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-MASTER-FILENAME
               STRING "FEES-" DELIMITED BY SIZE
                       WS-PROC-DATE DELIMITED BY SIZE
                       "-C" DELIMITED BY SIZE
                       WS-BATCH-CYCLE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-FEED-FILENAME
           ELSE
               STRING "MASTER-" DELIMITED BY SIZE
                       WS-PROC-DATE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-MASTER-FILENAME
               STRING "FEES-" DELIMITED BY SIZE
                       WS-PROC-DATE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-FEED-FILENAME
           END-IF.
           ACCEPT WS-FEED-OVERRIDE FROM ENVIRONMENT "FEE_FEED_FILE"
               ON EXCEPTION
                   MOVE SPACES TO WS-FEED-OVERRIDE
           END-ACCEPT.
           IF WS-FEED-OVERRIDE NOT = SPACES
               MOVE WS-FEED-OVERRIDE TO WS-FEED-FILENAME
           END-IF.
           ACCEPT WS-FEE-FEED-ID-X FROM ENVIRONMENT "FEE_FEED_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-FEE-FEED-ID-X
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-FEE-FEED-ID-X) = 0
               MOVE FUNCTION NUMVAL(WS-FEE-FEED-ID-X)
                   TO WS-FEE-FEED-ID
           ELSE
               MOVE 0 TO WS-FEE-FEED-ID
           END-IF.

           PERFORM READ-CURRENT-BATCH-ID.
           PERFORM LOAD-TARIFF-TABLE.
           IF FileStatusReturnCode = 0
               PERFORM LOAD-FEE-RANGE
               PERFORM LOAD-FEE-REGISTER
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM RATE-DAILY-MASTER
           END-IF.
           IF FileStatusReturnCode = 0
               IF WS-FEE-COUNT = 0
                   MOVE 4 TO FileStatusReturnCode
                   DISPLAY "Aucun frais a generer pour "
                       FUNCTION TRIM(WS-MASTER-FILENAME) "."
               ELSE
                   PERFORM WRITE-FEE-FEED
               END-IF
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM WRITE-FEE-REGISTER
               PERFORM OPEN-REPORT-SPOOL
               PERFORM PRINT-FEE-REGISTER
               PERFORM CLOSE-REPORT-SPOOL
               DISPLAY "Flux de frais a lister dans "
                   "MODIFCREATED_FEEDLIST.txt : "
                   FUNCTION TRIM(WS-FEED-FILENAME)
           END-IF.

           DISPLAY "Transactions du maitre lues . : " WS-MASTER-READ.
           DISPLAY "Non facturables . . . . . . . : "
               WS-NOT-CHARGEABLE.
           DISPLAY "Sans ligne de tarif . . . . . : " WS-NO-TARIFF.
           DISPLAY "Deja facturees (relance)  . . : "
               WS-SKIPPED-BILLED.
           DISPLAY "Frais generes . . . . . . . . : " WS-FEE-COUNT.

           PERFORM SIGNAL-RUN-ALERTS.
           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Charge les lignes de tarif actives. Table absente : rien ne
      * peut etre facture, le run s'arrete (code retour 2).
       LOAD-TARIFF-TABLE.
           MOVE 0 TO WS-TARIFF-COUNT.
           OPEN INPUT TariffFile.
           EVALUATE StatutTariffFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ TariffFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF TF-STATUS NOT = 'R'
                                   AND TF-TRAN-TYPE NOT = SPACES
                               PERFORM KEEP-ONE-TARIFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TariffFile
           WHEN "35"
               MOVE 2 TO FileStatusReturnCode
               DISPLAY "TARIFFS.txt introuvable (statut "
                   StatutTariffFile ") - aucun frais calculable."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND ComputeFees - erreur d'E/S "
                   "irrecuperable sur TARIFFS.txt (statut "
                   StatutTariffFile ")."
           END-EVALUATE.

       KEEP-ONE-TARIFF.
           IF TF-FIXED-FEE IS NOT NUMERIC
                   OR TF-RATE-PCT IS NOT NUMERIC
                   OR TF-MIN-FEE IS NOT NUMERIC
                   OR TF-MAX-FEE IS NOT NUMERIC
                   OR TF-FEE-TYPE = SPACES
               DISPLAY "*** ATTENTION : ligne de tarif " TF-CODE
                   " incomplete ou non numerique - ignoree."
           ELSE
               IF WS-TARIFF-COUNT < 300
                   ADD 1 TO WS-TARIFF-COUNT
                   MOVE TF-CODE TO WS-TF-CODE(WS-TARIFF-COUNT)
                   MOVE TF-TRAN-TYPE TO WS-TF-TYPE(WS-TARIFF-COUNT)
                   MOVE TF-ACCOUNT-ID
                       TO WS-TF-ACCOUNT(WS-TARIFF-COUNT)
                   MOVE TF-CURRENCY TO WS-TF-CURRENCY(WS-TARIFF-COUNT)
                   MOVE TF-FIXED-FEE TO WS-TF-FIXED(WS-TARIFF-COUNT)
                   MOVE TF-RATE-PCT TO WS-TF-RATE(WS-TARIFF-COUNT)
                   MOVE TF-MIN-FEE TO WS-TF-MIN(WS-TARIFF-COUNT)
                   MOVE TF-MAX-FEE TO WS-TF-MAX(WS-TARIFF-COUNT)
                   MOVE TF-FEE-TYPE
                       TO WS-TF-FEE-TYPE(WS-TARIFF-COUNT)
               ELSE
                   DISPLAY "*** ATTENTION : table des tarifs pleine "
                       "(300) - ligne ignoree : " TF-CODE
               END-IF
           END-IF.

      * Plage active du rang du flux de frais. Pas de rang fourni ou
      * pas de plage pour ce rang : numerotation sans plage.
       LOAD-FEE-RANGE.
           MOVE 'N' TO WS-RANGE-FOUND.
           IF WS-FEE-FEED-ID > 0
               OPEN INPUT RangeFile
               IF StatutRangeFile = "00"
                   MOVE 'N' TO EndOfFileSwitch
                   PERFORM UNTIL EndOfFileSwitch = 'Y'
                           OR WS-RANGE-FOUND = 'Y'
                       READ RangeFile
                           AT END
                               MOVE 'Y' TO EndOfFileSwitch
                           NOT AT END
                               IF RG-STATUS NOT = 'R'
                                       AND RG-FEED-ID IS NUMERIC
                                       AND RG-FEED-ID = WS-FEE-FEED-ID
                                       AND RG-LOW IS NUMERIC
                                       AND RG-HIGH IS NUMERIC
                                   MOVE 'Y' TO WS-RANGE-FOUND
                                   MOVE RG-LOW TO WS-RANGE-LOW
                                   MOVE RG-HIGH TO WS-RANGE-HIGH
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RangeFile
               END-IF
           END-IF.
           IF WS-RANGE-FOUND = 'Y'
               DISPLAY "Numerotation des frais dans la plage du flux "
                   WS-FEE-FEED-ID " : " WS-RANGE-LOW " - "
                   WS-RANGE-HIGH
               COMPUTE WS-LAST-FEE-ID = WS-RANGE-LOW - 1
           ELSE
               MOVE WS-DEFAULT-FIRST-ID TO WS-RANGE-LOW
               MOVE 9999999 TO WS-RANGE-HIGH
               MOVE WS-DEFAULT-FIRST-ID TO WS-LAST-FEE-ID
               DISPLAY "Aucune plage de numerotation pour le flux de "
                   "frais (FEE_FEED_ID " WS-FEE-FEED-ID
                   ") - numerotation a partir de "
                   WS-DEFAULT-FIRST-ID
           END-IF.

      * Relit le registre des frais : dernier TRAN-ID de frais
      * attribue dans la plage et transactions deja facturees pour
      * la date de traitement.
       LOAD-FEE-REGISTER.
           MOVE 0 TO WS-BILLED-COUNT.
           OPEN INPUT FeeRegisterFile.
           EVALUATE StatutFeeRegisterFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ FeeRegisterFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           PERFORM NOTE-ONE-REGISTER-LINE
                   END-READ
               END-PERFORM
               CLOSE FeeRegisterFile
           WHEN "35"
               CONTINUE
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND ComputeFees - erreur d'E/S "
                   "irrecuperable sur FEE_REGISTER.txt (statut "
                   StatutFeeRegisterFile ")."
           END-EVALUATE.

       NOTE-ONE-REGISTER-LINE.
           IF FR-FEE-TRAN-ID >= WS-RANGE-LOW
                   AND FR-FEE-TRAN-ID <= WS-RANGE-HIGH
                   AND FR-FEE-TRAN-ID > WS-LAST-FEE-ID
               MOVE FR-FEE-TRAN-ID TO WS-LAST-FEE-ID
           END-IF.
           IF FR-MASTER-DATE = WS-PROC-DATE
               IF WS-BILLED-COUNT < 5000
                   ADD 1 TO WS-BILLED-COUNT
                   MOVE FR-SOURCE-TRAN-ID
                       TO WS-BILLED-ID(WS-BILLED-COUNT)
               END-IF
           END-IF.

      * Lit le maitre du jour et calcule le frais de chaque
      * transaction facturable.
       RATE-DAILY-MASTER.
           OPEN INPUT MasterFile.
           EVALUATE StatutMasterFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                       OR WS-IDS-EXHAUSTED = 'Y'
                   READ MasterFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           ADD 1 TO WS-MASTER-READ
                           PERFORM RATE-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE MasterFile
               IF WS-IDS-EXHAUSTED = 'Y'
                   MOVE 7 TO FileStatusReturnCode
                   DISPLAY "*** FRAIS REFUSES : plage de TRAN-ID du "
                       "flux de frais epuisee (" WS-RANGE-LOW " - "
                       WS-RANGE-HIGH ") - etendre TRANID_RANGES.txt "
                       "et relancer."
               END-IF
           WHEN "35"
               MOVE 2 TO FileStatusReturnCode
               DISPLAY FUNCTION TRIM(WS-MASTER-FILENAME)
                   " introuvable (statut " StatutMasterFile ")."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND ComputeFees - erreur d'E/S "
                   "irrecuperable sur "
                   FUNCTION TRIM(WS-MASTER-FILENAME)
                   " (statut " StatutMasterFile ")."
           END-EVALUATE.

      * Transaction facturable : montant positif, type qui n'est pas
      * un type de frais, pas deja facturee pour ce jour, ligne de
      * tarif trouvee et frais non nul.
       RATE-ONE-TRANSACTION.
           MOVE 'N' TO WS-IS-FEE-TYPE.
           PERFORM VARYING WS-TF-IDX FROM 1 BY 1
                   UNTIL WS-TF-IDX > WS-TARIFF-COUNT
                       OR WS-IS-FEE-TYPE = 'Y'
               IF WS-TF-FEE-TYPE(WS-TF-IDX) = MASTER-TRAN-TYPE
                   MOVE 'Y' TO WS-IS-FEE-TYPE
               END-IF
           END-PERFORM.
           IF MASTER-ORIG-CURRENCY = SPACES
                   OR MASTER-ORIG-AMOUNT IS NOT NUMERIC
               MOVE "EUR" TO WS-BASE-CURRENCY
               MOVE MASTER-TRAN-AMOUNT TO WS-BASE-AMOUNT
           ELSE
               MOVE MASTER-ORIG-CURRENCY TO WS-BASE-CURRENCY
               MOVE MASTER-ORIG-AMOUNT TO WS-BASE-AMOUNT
           END-IF.
           IF WS-BASE-AMOUNT NOT > 0 OR WS-IS-FEE-TYPE = 'Y'
                   OR MASTER-TRAN-TYPE = SPACES
               ADD 1 TO WS-NOT-CHARGEABLE
           ELSE
               PERFORM CHECK-ALREADY-BILLED
               IF WS-ALREADY-BILLED = 'Y'
                   ADD 1 TO WS-SKIPPED-BILLED
               ELSE
                   PERFORM FIND-BEST-TARIFF
                   IF WS-BEST-IDX = 0
                       ADD 1 TO WS-NO-TARIFF
                   ELSE
                       PERFORM COMPUTE-ONE-FEE
                   END-IF
               END-IF
           END-IF.

       CHECK-ALREADY-BILLED.
           MOVE 'N' TO WS-ALREADY-BILLED.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BILLED-COUNT
                       OR WS-ALREADY-BILLED = 'Y'
               IF WS-BILLED-ID(WS-BL-IDX) = MASTER-TRAN-ID
                   MOVE 'Y' TO WS-ALREADY-BILLED
               END-IF
           END-PERFORM.

      * Ligne de tarif la plus precise pour le type, le compte et la
      * devise de la transaction courante.
       FIND-BEST-TARIFF.
           MOVE 0 TO WS-BEST-IDX.
           MOVE -1 TO WS-BEST-SCORE.
           PERFORM VARYING WS-TF-IDX FROM 1 BY 1
                   UNTIL WS-TF-IDX > WS-TARIFF-COUNT
               IF WS-TF-TYPE(WS-TF-IDX) = MASTER-TRAN-TYPE
                       AND (WS-TF-ACCOUNT(WS-TF-IDX) = SPACES
                           OR WS-TF-ACCOUNT(WS-TF-IDX)
                               = MASTER-ACCOUNT-ID)
                       AND (WS-TF-CURRENCY(WS-TF-IDX) = SPACES
                           OR WS-TF-CURRENCY(WS-TF-IDX)
                               = WS-BASE-CURRENCY)
                   MOVE 0 TO WS-SCORE
                   IF WS-TF-ACCOUNT(WS-TF-IDX) NOT = SPACES
                       ADD 2 TO WS-SCORE
                   END-IF
                   IF WS-TF-CURRENCY(WS-TF-IDX) NOT = SPACES
                       ADD 1 TO WS-SCORE
                   END-IF
                   IF WS-SCORE > WS-BEST-SCORE
                       MOVE WS-SCORE TO WS-BEST-SCORE
                       MOVE WS-TF-IDX TO WS-BEST-IDX
                   END-IF
               END-IF
           END-PERFORM.

      * Frais = fixe + pourcentage du montant, borne par le minimum
      * et, s'il est renseigne, par le maximum.
       COMPUTE-ONE-FEE.
           COMPUTE WS-FEE-AMOUNT ROUNDED
               = WS-TF-FIXED(WS-BEST-IDX)
               + WS-BASE-AMOUNT * WS-TF-RATE(WS-BEST-IDX) / 100.
           IF WS-FEE-AMOUNT < WS-TF-MIN(WS-BEST-IDX)
               MOVE WS-TF-MIN(WS-BEST-IDX) TO WS-FEE-AMOUNT
           END-IF.
           IF WS-TF-MAX(WS-BEST-IDX) > 0
                   AND WS-FEE-AMOUNT > WS-TF-MAX(WS-BEST-IDX)
               MOVE WS-TF-MAX(WS-BEST-IDX) TO WS-FEE-AMOUNT
           END-IF.
           IF WS-FEE-AMOUNT = 0
               ADD 1 TO WS-ZERO-FEE
           ELSE
               IF WS-LAST-FEE-ID >= WS-RANGE-HIGH
                   MOVE 'Y' TO WS-IDS-EXHAUSTED
               ELSE
                   IF WS-FEE-COUNT < 5000
                       ADD 1 TO WS-LAST-FEE-ID
                       ADD 1 TO WS-FEE-COUNT
                       MOVE MASTER-TRAN-ID
                           TO WS-FE-SOURCE-ID(WS-FEE-COUNT)
                       MOVE MASTER-TRAN-TYPE
                           TO WS-FE-SOURCE-TYPE(WS-FEE-COUNT)
                       MOVE WS-LAST-FEE-ID
                           TO WS-FE-FEE-ID(WS-FEE-COUNT)
                       MOVE WS-TF-CODE(WS-BEST-IDX)
                           TO WS-FE-TARIFF(WS-FEE-COUNT)
                       MOVE WS-TF-FEE-TYPE(WS-BEST-IDX)
                           TO WS-FE-FEE-TYPE(WS-FEE-COUNT)
                       MOVE MASTER-ACCOUNT-ID
                           TO WS-FE-ACCOUNT(WS-FEE-COUNT)
                       MOVE WS-BASE-CURRENCY
                           TO WS-FE-CURRENCY(WS-FEE-COUNT)
                       MOVE WS-BASE-AMOUNT
                           TO WS-FE-BASE(WS-FEE-COUNT)
                       MOVE WS-FEE-AMOUNT
                           TO WS-FE-AMOUNT(WS-FEE-COUNT)
                   ELSE
                       DISPLAY "*** ATTENTION : table des frais "
                           "pleine (5000) - transaction "
                           MASTER-TRAN-ID " non facturee."
                   END-IF
               END-IF
           END-IF.

      * Ecrit le flux de frais : en-tete expediteur, une transaction
      * par frais, trailer expediteur (nombre et total de controle).
       WRITE-FEE-FEED.
           OPEN OUTPUT FeeFeedFile.
           IF StatutFeeFeedFile NOT = "00"
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND ComputeFees - ouverture impossible "
                   "de " FUNCTION TRIM(WS-FEED-FILENAME) " (statut "
                   StatutFeeFeedFile ")."
           ELSE
               PERFORM WRITE-SENDER-HEADER
               MOVE 0 TO WS-FEED-TOTAL
               PERFORM WRITE-ONE-FEE-RECORD
                   VARYING WS-FE-IDX FROM 1 BY 1
                   UNTIL WS-FE-IDX > WS-FEE-COUNT
               PERFORM WRITE-SENDER-TRAILER
               CLOSE FeeFeedFile
           END-IF.

      * En-tete expediteur : source et date de creation ; le
      * TRAN-ID porte l'identifiant de lot expediteur (le batch
      * courant) pour l'empreinte anti-rechargement de modifCreated.
       WRITE-SENDER-HEADER.
           MOVE SPACES TO FeeFeedRecord.
           MOVE WS-PROC-DATE TO TRAN-DATE.
           MOVE WS-CURRENT-BATCH-ID TO TRAN-ID.
           MOVE 0 TO TRAN-AMOUNT.
           MOVE "SENDER HEADER FRAIS" TO TRAN-DESCRIPTION.
           WRITE FeeFeedRecord.

       WRITE-ONE-FEE-RECORD.
           MOVE SPACES TO FeeFeedRecord.
           MOVE WS-PROC-DATE TO TRAN-DATE.
           MOVE WS-FE-FEE-ID(WS-FE-IDX) TO TRAN-ID.
           MOVE WS-FE-AMOUNT(WS-FE-IDX) TO TRAN-AMOUNT.
           STRING "FRAIS " DELIMITED BY SIZE
                   WS-FE-SOURCE-ID(WS-FE-IDX) DELIMITED BY SIZE
                   " TARIF " DELIMITED BY SIZE
                   WS-FE-TARIFF(WS-FE-IDX) DELIMITED BY SIZE
               INTO TRAN-DESCRIPTION.
           MOVE WS-FE-FEE-TYPE(WS-FE-IDX) TO TRAN-TYPE-CODE.
           MOVE 0 TO TRAN-RESUBMIT-COUNT.
           MOVE 0 TO TRAN-REVERSED-ID.
           MOVE 0 TO TRAN-FEED-ID.
           MOVE WS-FE-CURRENCY(WS-FE-IDX) TO TRAN-CURRENCY-CODE.
           MOVE WS-FE-ACCOUNT(WS-FE-IDX) TO TRAN-ACCOUNT-ID.
           WRITE FeeFeedRecord.
           ADD WS-FE-AMOUNT(WS-FE-IDX) TO WS-FEED-TOTAL.

       WRITE-SENDER-TRAILER.
           MOVE SPACES TO FeeFeedRecord.
           MOVE WS-PROC-DATE TO TRAN-DATE.
           MOVE WS-FEE-COUNT TO TRAN-ID.
           MOVE WS-FEED-TOTAL TO TRAN-AMOUNT.
           MOVE "SENDER TRAILER" TO TRAN-DESCRIPTION.
           WRITE FeeFeedRecord.

      * Inscrit les frais du run au registre permanent.
       WRITE-FEE-REGISTER.
           OPEN EXTEND FeeRegisterFile.
           IF StatutFeeRegisterFile = "35"
               OPEN OUTPUT FeeRegisterFile
           END-IF.
           PERFORM WRITE-ONE-REGISTER-LINE
               VARYING WS-FE-IDX FROM 1 BY 1
               UNTIL WS-FE-IDX > WS-FEE-COUNT.
           CLOSE FeeRegisterFile.

       WRITE-ONE-REGISTER-LINE.
           MOVE SPACES TO FeeRegisterRecord.
           MOVE WS-PROC-DATE TO FR-MASTER-DATE.
           MOVE WS-FE-SOURCE-ID(WS-FE-IDX) TO FR-SOURCE-TRAN-ID.
           MOVE WS-FE-FEE-ID(WS-FE-IDX) TO FR-FEE-TRAN-ID.
           MOVE WS-FE-TARIFF(WS-FE-IDX) TO FR-TARIFF-CODE.
           MOVE WS-FE-SOURCE-TYPE(WS-FE-IDX) TO FR-SOURCE-TYPE.
           MOVE WS-FE-FEE-TYPE(WS-FE-IDX) TO FR-FEE-TYPE.
           MOVE WS-FE-ACCOUNT(WS-FE-IDX) TO FR-ACCOUNT-ID.
           MOVE WS-FE-CURRENCY(WS-FE-IDX) TO FR-CURRENCY.
           MOVE WS-FE-BASE(WS-FE-IDX) TO FR-BASE-AMOUNT.
           MOVE WS-FE-AMOUNT(WS-FE-IDX) TO FR-FEE-AMOUNT.
           MOVE WS-CURRENT-BATCH-ID TO FR-BATCH-ID.
           MOVE WS-FEED-FILENAME(1:30) TO FR-FEED-NAME.
           WRITE FeeRegisterRecord.

      * Registre des frais du run : une ligne par frais genere avec
      * la transaction d'origine et la ligne de tarif appliquee, puis
      * les totaux par devise.
       PRINT-FEE-REGISTER.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "*** REGISTRE DES FRAIS - MAITRE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MASTER-FILENAME) DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "ORIGINE  TYPE COMPTE DEV     MONTANT ORIG  TARIF   "
               TO WS-SPOOL-LINE.
           MOVE "FRAIS    TYPE      MONTANT FRAIS"
               TO WS-SPOOL-LINE(53:32).
           PERFORM PRINT-REPORT-LINE.
           MOVE 0 TO WS-CCY-COUNT.
           MOVE 0 TO WS-FEES-PRINTED.
           PERFORM PRINT-ONE-FEE
               VARYING WS-FE-IDX FROM 1 BY 1
               UNTIL WS-FE-IDX > WS-FEE-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "*** TOTAL DES FRAIS PAR DEVISE ***" TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-ONE-CURRENCY
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CCY-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Frais generes : " DELIMITED BY SIZE
                   WS-FEES-PRINTED DELIMITED BY SIZE
                   " - flux " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FEED-FILENAME) DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

       PRINT-ONE-FEE.
           MOVE WS-FE-SOURCE-ID(WS-FE-IDX) TO WS-DL-SOURCE-ID.
           MOVE WS-FE-SOURCE-TYPE(WS-FE-IDX) TO WS-DL-SOURCE-TYPE.
           MOVE WS-FE-ACCOUNT(WS-FE-IDX) TO WS-DL-ACCOUNT.
           MOVE WS-FE-CURRENCY(WS-FE-IDX) TO WS-DL-CURRENCY.
           MOVE WS-FE-BASE(WS-FE-IDX) TO WS-DL-BASE.
           MOVE WS-FE-TARIFF(WS-FE-IDX) TO WS-DL-TARIFF.
           MOVE WS-FE-FEE-ID(WS-FE-IDX) TO WS-DL-FEE-ID.
           MOVE WS-FE-FEE-TYPE(WS-FE-IDX) TO WS-DL-FEE-TYPE.
           MOVE WS-FE-AMOUNT(WS-FE-IDX) TO WS-DL-FEE.
           MOVE WS-DETAIL-LINE TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           ADD 1 TO WS-FEES-PRINTED.
           MOVE 'N' TO WS-CC-FOUND.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CCY-COUNT
                       OR WS-CC-FOUND = 'Y'
               IF WS-CC-CURRENCY(WS-CC-IDX) = WS-FE-CURRENCY(WS-FE-IDX)
                   MOVE 'Y' TO WS-CC-FOUND
                   ADD 1 TO WS-CC-COUNT(WS-CC-IDX)
                   ADD WS-FE-AMOUNT(WS-FE-IDX) TO WS-CC-TOTAL(WS-CC-IDX)
               END-IF
           END-PERFORM.
           IF WS-CC-FOUND = 'N' AND WS-CCY-COUNT < 50
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-FE-CURRENCY(WS-FE-IDX)
                   TO WS-CC-CURRENCY(WS-CCY-COUNT)
               MOVE 1 TO WS-CC-COUNT(WS-CCY-COUNT)
               MOVE WS-FE-AMOUNT(WS-FE-IDX) TO WS-CC-TOTAL(WS-CCY-COUNT)
           END-IF.

       PRINT-ONE-CURRENCY.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-CC-TOTAL(WS-CC-IDX) TO WS-EDITED-AMOUNT.
           STRING "  " DELIMITED BY SIZE
                   WS-CC-CURRENCY(WS-CC-IDX) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-CC-COUNT(WS-CC-IDX) DELIMITED BY SIZE
                   " frais)" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Alertes d'exploitation du run.
       SIGNAL-RUN-ALERTS.
           IF FileStatusReturnCode = 7
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE "plage de TRAN-ID du flux de frais epuisee"
                   TO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF FileStatusReturnCode = 8
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE "erreur d'E/S sur le calcul des frais"
                   TO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF FileStatusReturnCode = 0
               MOVE 'I' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-FEE-COUNT DELIMITED BY SIZE
                       " frais generes dans " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-FEED-FILENAME)
                           DELIMITED BY SIZE
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
           MOVE "ComputeFees"       TO AL-PROGRAM.
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
           STRING "RAPPORT-ComputeFees-" DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SPOOL-FILENAME.
           OPEN OUTPUT SpoolFile.
           IF StatutSpoolFile = "00"
               MOVE 'Y' TO WS-SPOOL-OPEN
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** ComputeFees - JOURNEE " DELIMITED BY SIZE
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
               MOVE "ComputeFees" TO SX-PROGRAM
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
           MOVE "ComputeFees"       TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutMasterFile    TO AUD-FILE-STATUS
           MOVE WS-FEE-COUNT        TO AUD-RECORD-COUNT
           MOVE WS-PROC-DATE        TO AUD-PROC-DATE
           MOVE WS-CURRENT-BATCH-ID TO AUD-BATCH-ID
           MOVE WS-BATCH-CYCLE      TO AUD-CYCLE
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
