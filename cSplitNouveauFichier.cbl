       IDENTIFICATION DIVISION.
       PROGRAM-ID. SplitNouveauFichier.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Decoupage de NOUVEAU_FICHIER.txt par mois de chargement : le
      * fichier grossit sans fin (mode ajout, tous les runs), et
      * chaque lecture complete - consolidation, rapports, recherches
      * - relit toute l'histoire. Ce programme range chaque mois de
      * chargement termine dans son propre segment clos,
      * NOUVEAU_FICHIER_AAAAMM.txt, fige, et ne laisse dans
      * NOUVEAU_FICHIER.txt que le mois courant (segment ouvert).
      * Le mois de chargement d'un run est celui de la date de
      * traitement portee par sa fin de fichier ; un run n'est
      * jamais coupe entre deux segments, et les enregistrements
      * qui suivent la derniere fin de fichier restent au segment
      * ouvert. Le decoupage est prouve avant d'etre valide : les
      * segments et le fichier restant sont relus, leurs comptes et
      * totaux doivent refaire exactement ceux de l'original, et
      * chaque segment ceux notes a l'ecriture ; la page de
      * certification est spoolee. Sans preuve, les segments crees
      * sont effaces et NOUVEAU_FICHIER.txt reste intact. Chaque
      * segment est inscrit au catalogue (voir
      * copybooks/NFCATREC.cpy), avec une ligne pour le segment
      * ouvert, et scelle au registre des scelles (SEALS.txt), comme
      * le segment ouvert reecrit. Le premier passage convertit
      * l'historique complet ; le passage quotidien, apres
      * modifCreated, ne fait rien tant que le mois n'a pas change.
       FILE-CONTROL.
      * NouveauFichier designe le segment ouvert, puis chaque fichier
      * relu pour la preuve (segments crees, fichier de travail).
       SELECT NouveauFichier ASSIGN TO DYNAMIC WS-NF-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOfMyFile.
       SELECT WorkFile ASSIGN TO "NOUVEAU_FICHIER_SPLIT.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutWorkFile.
      * Segment clos en cours d'ecriture (NOUVEAU_FICHIER_AAAAMM.txt)
       SELECT SegmentFile ASSIGN TO DYNAMIC WS-SEGMENT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSegmentFile.
      * Catalogue permanent des segments (voir copybooks/NFCATREC.cpy)
       SELECT CatalogueFile ASSIGN TO "NOUVEAU_FICHIER_CATALOGUE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutCatalogueFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuditTrailFile.
      * Alertes d'exploitation codees par gravite (voir
      * copybooks/ALERTREC.cpy), restituees par cExceptionSummary.
       SELECT OpsAlertFile ASSIGN TO "OPSALERTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpsAlertFile.
      * Identifiant du batch courant publie par cOpenBatch.cbl
       SELECT BatchCurrentFile ASSIGN TO "BATCH_CURRENT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutBatchCurrentFile.
      * Spool de la page de certification et index du spool (voir
      * copybooks/SPOOLREC.cpy).
       SELECT SpoolFile ASSIGN TO DYNAMIC WS-SPOOL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSpoolFile.
       SELECT SpoolIndexFile ASSIGN TO "SPOOL_INDEX.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSpoolIndexFile.

      * Registre des scelles des fichiers permanents (voir
      * copybooks/SEALREC.cpy), et relecture du fichier scelle pour
      * en recalculer le scelle.
       SELECT SealSourceFile ASSIGN TO DYNAMIC WS-SEAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSealSourceFile.
       SELECT SealRegisterFile ASSIGN TO "SEALS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSealRegisterFile.

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.

      * !!!! Section déclarant les fichiers utilisés par le programme
       FILE SECTION.
           FD  NouveauFichier.
           01  NouveauFichierRecord.
      * Gisement transaction commun plus le numero de run ajoute par
      * modifCreated.
               COPY TRANREC.
           05  NF-RunCounter PIC 9(5).

           FD  WorkFile.
           01  WorkFileRecord PIC X(85).

           FD  SegmentFile.
           01  SegmentRecord PIC X(85).

           FD  CatalogueFile.
           01  CatalogueRecord.
      * Gisement du catalogue des segments (voir
      * copybooks/NFCATREC.cpy).
               COPY NFCATREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.

           FD  BatchCurrentFile.
           01  BatchCurrentRecord PIC 9(5).

           FD  SpoolFile.
           01  SpoolRecord PIC X(132).

           FD  SpoolIndexFile.
           01  SpoolIndexRecord.
      * Gisement de l'index du spool (voir copybooks/SPOOLREC.cpy).
               COPY SPOOLREC.

      * Ligne brute du fichier scelle (250 octets couvrent le plus
      * long des gisements scelles).
           FD  SealSourceFile.
           01  SealSourceRecord PIC X(250).

           FD  SealRegisterFile.
           01  SealRegisterRecord.
      * Gisement du registre des scelles (voir copybooks/SEALREC.cpy).
               COPY SEALREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutOfMyFile PIC X(2) VALUE '00'.
           01  StatutWorkFile PIC X(2) VALUE '00'.
           01  StatutSegmentFile PIC X(2) VALUE '00'.
           01  StatutCatalogueFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
      * Segment ouvert (NOUVEAU_FICHIER_FILE, a defaut
      * NOUVEAU_FICHIER.txt) et fichier relu en cours.
           01  WS-NF-FILENAME PIC X(100) VALUE "NOUVEAU_FICHIER.txt".
           01  WS-ACTIVE-FILENAME PIC X(100)
               VALUE "NOUVEAU_FICHIER.txt".
           01  WS-WORK-FILENAME PIC X(100)
               VALUE "NOUVEAU_FICHIER_SPLIT.tmp".
           01  WS-SEGMENT-FILENAME PIC X(100) VALUE SPACES.
      * Horodatage systeme et date de traitement (BATCH_DATE, a
      * defaut la date systeme) : les mois de chargement anterieurs
      * au mois de traitement sont termines.
           01  WS-SYS-DATETIME.
               05 WS-SYS-TIMESTAMP PIC 9(14).
               05 FILLER           PIC X(7).
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
           01  WS-PROC-MONTH PIC 9(6) VALUE 0.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Comptes et totaux d'un fichier ou d'un segment : lignes,
      * enregistrements de donnees et leur total, fins de fichier et
      * totaux qu'elles annoncent, plages des runs et des TRAN-DATE
      * des donnees. Les tables ci-dessous gardent ce meme gisement
      * en bloc (88 octets).
           01  WS-STATS.
               05 WS-ST-LINES        PIC 9(9).
               05 WS-ST-COUNT        PIC 9(9).
               05 WS-ST-AMOUNT       PIC S9(13)V99.
               05 WS-ST-TRAILERS     PIC 9(5).
               05 WS-ST-TRL-RECORDS  PIC 9(9).
               05 WS-ST-TRL-AMOUNT   PIC S9(13)V99.
               05 WS-ST-FIRST-RUN    PIC 9(5).
               05 WS-ST-LAST-RUN     PIC 9(5).
               05 WS-ST-FIRST-DATE   PIC 9(8).
               05 WS-ST-LAST-DATE    PIC 9(8).
      * Original (releve a l'inventaire) et segment ouvert (ecrit
      * au fichier de travail, puis relu).
           01  WS-ORIG-STATS PIC X(88) VALUE SPACES.
           01  WS-KEEP-STATS PIC X(88) VALUE SPACES.
           01  WS-KEEP-CHECK PIC X(88) VALUE SPACES.
      * Mois de chargement rencontres, dans l'ordre du fichier :
      * mois, position de sa derniere fin de fichier, a clore ou
      * non, comptes ecrits au segment et comptes relus.
           01  WS-MAX-MONTHS PIC 9(3) COMP VALUE 600.
           01  WS-MONTH-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-MONTH-TABLE.
               05 WS-MONTH-ENTRY OCCURS 600 TIMES.
                   10 WS-MT-MONTH     PIC 9(6).
                   10 WS-MT-LAST-POS  PIC 9(9).
                   10 WS-MT-CLOSE     PIC X(1).
                   10 WS-MT-PROVED    PIC X(1).
                   10 WS-MT-STATS     PIC X(88).
                   10 WS-MT-CHECK     PIC X(88).
           01  WS-MONTH-IDX PIC 9(3) COMP VALUE 0.
           01  WS-ROUTE-IDX PIC 9(3) COMP VALUE 0.
           01  WS-OPEN-SEG-IDX PIC 9(3) COMP VALUE 0.
           01  WS-CLOSE-COUNT PIC 9(3) VALUE 0.
           01  WS-MONTHS-OVER PIC 9(5) VALUE 0.
      * Inventaire : position de l'enregistrement lu, mois de la fin
      * de fichier (jamais en recul sur le precedent).
           01  WS-RECORD-POS PIC 9(9) VALUE 0.
           01  WS-TRAILER-MONTH PIC 9(6) VALUE 0.
           01  WS-LAST-TRAILER-MONTH PIC 9(6) VALUE 0.
      * Catalogue existant : statut courant de chaque mois (la
      * derniere ligne l'emporte), pour refuser de reclore un mois.
           01  WS-MAX-CATALOGUED PIC 9(3) COMP VALUE 600.
           01  WS-CATALOGUED-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-CATALOGUE-TABLE.
               05 WS-CATALOGUE-ENTRY OCCURS 600 TIMES.
                   10 WS-CT-MONTH    PIC 9(6).
                   10 WS-CT-STATUS   PIC X(1).
           01  WS-CATALOGUE-IDX PIC 9(3) COMP VALUE 0.
           01  WS-CATALOGUE-FOUND PIC X(1) VALUE 'N'.
           01  WS-CATALOGUE-EOF PIC X(1) VALUE 'N'.
           01  WS-CONFLICT-COUNT PIC 9(3) VALUE 0.
      * Ligne de catalogue ou de page en preparation : mois (0 =
      * total de l'original) et statut du segment.
           01  WS-LINE-MONTH PIC 9(6) VALUE 0.
           01  WS-CATALOGUE-STATUS PIC X(1) VALUE 'O'.
      * Preuve : sommes des fichiers relus, ecarts constates.
           01  WS-SUM-LINES PIC 9(9) VALUE 0.
           01  WS-SUM-COUNT PIC 9(9) VALUE 0.
           01  WS-SUM-AMOUNT PIC S9(13)V99 VALUE 0.
           01  WS-SUM-TRAILERS PIC 9(9) VALUE 0.
           01  WS-SUM-TRL-RECORDS PIC 9(9) VALUE 0.
           01  WS-SUM-TRL-AMOUNT PIC S9(13)V99 VALUE 0.
           01  WS-PROOF-ERRORS PIC 9(5) VALUE 0.
           01  WS-SEGMENTS-WRITTEN PIC 9(3) VALUE 0.
      * Montants en colonnes de la page de certification
           01  WS-PAGE-AMOUNT PIC -(10)9.99.
           01  WS-PAGE-TRL-AMOUNT PIC -(10)9.99.
           01  WS-SEGMENT-VERDICT PIC X(20) VALUE SPACES.
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
      * Code retour : 0 = mois termines ranges dans leurs segments
      * et decoupage certifie, 4 = aucun mois termine a ranger
      * (NouveauFichier absent ou deja au mois courant), 6 = mois
      * deja catalogue clos ou segment deja present, ou preuve en
      * echec (segments crees effaces, rien change), 8 = erreur
      * d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

      * Scelle du fichier permanent reecrit (voir
      * copybooks/SEALREC.cpy) : scelle courant releve au registre,
      * controle du contenu avant la reecriture (une modification
      * faite hors programme ne doit pas etre blanchie par le nouveau
      * scelle : il n'est alors pas renouvele, et cOpenBatch bloquera
      * le batch jusqu'au rescellement superviseur), puis scelle
      * recalcule apres la reecriture.
           01  StatutSealSourceFile PIC X(2) VALUE '00'.
           01  StatutSealRegisterFile PIC X(2) VALUE '00'.
           01  WS-SEAL-FILENAME PIC X(40) VALUE SPACES.
           01  WS-SEAL-KNOWN PIC X(1) VALUE 'N'.
           01  WS-SEAL-REG-COUNT PIC 9(9) VALUE 0.
           01  WS-SEAL-REG-HASH PIC 9(10) VALUE 0.
           01  WS-SEAL-INTACT PIC X(1) VALUE 'N'.
           01  WS-SEAL-COUNT PIC 9(9) VALUE 0.
           01  WS-SEAL-HASH PIC 9(10) VALUE 0.
           01  WS-SEAL-LEN PIC 9(3) VALUE 0.
           01  WS-SEAL-POS PIC 9(3) VALUE 0.
           01  WS-SEAL-EOF PIC X(1) VALUE 'N'.

      * !!!! COMMANDE D'EXUCUTIONS DU PROGRAMME:
       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.
           ACCEPT WS-BATCH-DATE-X FROM ENVIRONMENT "BATCH_DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BATCH-DATE-X
           END-ACCEPT.
           IF WS-BATCH-DATE-X IS NUMERIC
               MOVE WS-BATCH-DATE-X TO WS-PROC-DATE
           ELSE
               MOVE WS-SYS-TIMESTAMP(1:8) TO WS-PROC-DATE
           END-IF.
           MOVE WS-PROC-DATE(1:6) TO WS-PROC-MONTH.
           ACCEPT WS-ACTIVE-FILENAME
               FROM ENVIRONMENT "NOUVEAU_FICHIER_FILE"
               ON EXCEPTION
                   MOVE "NOUVEAU_FICHIER.txt" TO WS-ACTIVE-FILENAME
           END-ACCEPT.
           MOVE WS-ACTIVE-FILENAME TO WS-NF-FILENAME.

           PERFORM SURVEY-LOAD-MONTHS.
           IF FileStatusReturnCode = 0
               IF WS-CLOSE-COUNT = 0
                   MOVE 4 TO FileStatusReturnCode
                   DISPLAY "Aucun mois de chargement termine dans "
                       FUNCTION TRIM(WS-ACTIVE-FILENAME)
                       " - rien a ranger."
                   MOVE WS-ORIG-STATS TO WS-KEEP-STATS
                   PERFORM APPEND-OPEN-SEGMENT-LINE
               ELSE
                   PERFORM LOAD-SEGMENT-CATALOGUE
                   PERFORM CHECK-SEGMENT-CONFLICTS
               END-IF
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM SPLIT-INTO-SEGMENTS
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM PROVE-SPLIT
               PERFORM PRINT-CERTIFICATION-PAGE
               IF WS-PROOF-ERRORS = 0
                   PERFORM COPY-WORKFILE-BACK
                   PERFORM SEAL-NEW-SEGMENTS
                   PERFORM APPEND-CLOSED-SEGMENT-LINES
                   PERFORM APPEND-OPEN-SEGMENT-LINE
                   PERFORM SIGNAL-SPLIT-ALERT
               ELSE
                   MOVE 6 TO FileStatusReturnCode
                   PERFORM DISCARD-NEW-SEGMENTS
                   PERFORM SIGNAL-PROOF-ALERT
               END-IF
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Inventaire du segment ouvert : comptes et totaux de
      * l'original, et mois de chargement de chaque fin de fichier
      * (mois de sa date de traitement, jamais en recul sur la fin
      * de fichier precedente). Les mois anterieurs au mois de
      * traitement sont a clore.
       SURVEY-LOAD-MONTHS.
           INITIALIZE WS-STATS.
           MOVE 0 TO WS-RECORD-POS.
           MOVE 0 TO WS-LAST-TRAILER-MONTH.
           MOVE 0 TO WS-MONTH-COUNT.
           OPEN INPUT NouveauFichier.
           EVALUATE StatutOfMyFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ NouveauFichier
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           ADD 1 TO WS-RECORD-POS
                           PERFORM ADD-RECORD-TO-STATS
                           PERFORM NOTE-TRAILER-MONTH
                   END-READ
               END-PERFORM
               CLOSE NouveauFichier
               MOVE WS-STATS TO WS-ORIG-STATS
               MOVE 0 TO WS-CLOSE-COUNT
               PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
                   IF WS-MT-MONTH(WS-MONTH-IDX) > 0
                           AND WS-MT-MONTH(WS-MONTH-IDX)
                               < WS-PROC-MONTH
                       MOVE 'Y' TO WS-MT-CLOSE(WS-MONTH-IDX)
                       ADD 1 TO WS-CLOSE-COUNT
                   END-IF
               END-PERFORM
               DISPLAY FUNCTION TRIM(WS-ACTIVE-FILENAME) " : "
                   WS-ST-LINES " ligne(s), " WS-MONTH-COUNT
                   " mois de chargement, " WS-CLOSE-COUNT
                   " mois termine(s) avant " WS-PROC-MONTH "."
               IF WS-MONTHS-OVER > 0
                   DISPLAY "*** ATTENTION : table des mois pleine - "
                       WS-MONTHS-OVER " fin(s) de fichier laissee(s) "
                       "au dernier mois retenu."
               END-IF
           WHEN "35"
               MOVE 4 TO FileStatusReturnCode
               DISPLAY FUNCTION TRIM(WS-ACTIVE-FILENAME)
                   " introuvable - rien a ranger."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND SplitNouveauFichier - erreur d'E/S "
                   "irrecuperable sur "
                   FUNCTION TRIM(WS-ACTIVE-FILENAME)
                   " (statut " StatutOfMyFile ")."
           END-EVALUATE.

      * Une fin de fichier fixe le mois de chargement de son run :
      * elle prolonge le mois en cours de la table, ou en ouvre un.
       NOTE-TRAILER-MONTH.
           IF FUNCTION TRIM(TRAN-DESCRIPTION) = "TRAILER RECORD"
               MOVE WS-LAST-TRAILER-MONTH TO WS-TRAILER-MONTH
               IF TRAN-DATE IS NUMERIC
                   IF TRAN-DATE(1:6) > WS-LAST-TRAILER-MONTH
                       MOVE TRAN-DATE(1:6) TO WS-TRAILER-MONTH
                   END-IF
               END-IF
               IF WS-MONTH-COUNT > 0
                       AND WS-MT-MONTH(WS-MONTH-COUNT)
                           = WS-TRAILER-MONTH
                   MOVE WS-RECORD-POS TO WS-MT-LAST-POS(WS-MONTH-COUNT)
               ELSE
                   IF WS-MONTH-COUNT < WS-MAX-MONTHS
                       ADD 1 TO WS-MONTH-COUNT
                       MOVE WS-TRAILER-MONTH
                           TO WS-MT-MONTH(WS-MONTH-COUNT)
                       MOVE WS-RECORD-POS
                           TO WS-MT-LAST-POS(WS-MONTH-COUNT)
                       MOVE 'N' TO WS-MT-CLOSE(WS-MONTH-COUNT)
                       MOVE 'N' TO WS-MT-PROVED(WS-MONTH-COUNT)
                   ELSE
                       ADD 1 TO WS-MONTHS-OVER
                       MOVE WS-RECORD-POS
                           TO WS-MT-LAST-POS(WS-MONTH-COUNT)
                   END-IF
               END-IF
               MOVE WS-TRAILER-MONTH TO WS-LAST-TRAILER-MONTH
           END-IF.

      * Ajoute l'enregistrement courant de NouveauFichier aux comptes
      * WS-STATS (fin de fichier : ses totaux annonces ; donnee, y
      * compris annulee : son montant et sa TRAN-DATE).
       ADD-RECORD-TO-STATS.
           ADD 1 TO WS-ST-LINES.
           IF FUNCTION TRIM(TRAN-DESCRIPTION) = "TRAILER RECORD"
               ADD 1 TO WS-ST-TRAILERS
               ADD TRAN-ID TO WS-ST-TRL-RECORDS
               ADD TRAN-AMOUNT TO WS-ST-TRL-AMOUNT
           ELSE
               ADD 1 TO WS-ST-COUNT
               ADD TRAN-AMOUNT TO WS-ST-AMOUNT
               IF TRAN-DATE IS NUMERIC AND TRAN-DATE > 0
                   IF WS-ST-FIRST-DATE = 0
                           OR TRAN-DATE < WS-ST-FIRST-DATE
                       MOVE TRAN-DATE TO WS-ST-FIRST-DATE
                   END-IF
                   IF TRAN-DATE > WS-ST-LAST-DATE
                       MOVE TRAN-DATE TO WS-ST-LAST-DATE
                   END-IF
               END-IF
           END-IF.
           IF NF-RunCounter IS NUMERIC AND NF-RunCounter > 0
               IF WS-ST-FIRST-RUN = 0
                       OR NF-RunCounter < WS-ST-FIRST-RUN
                   MOVE NF-RunCounter TO WS-ST-FIRST-RUN
               END-IF
               IF NF-RunCounter > WS-ST-LAST-RUN
                   MOVE NF-RunCounter TO WS-ST-LAST-RUN
               END-IF
           END-IF.

      * Releve le statut courant de chaque mois deja catalogue (la
      * derniere ligne d'un mois l'emporte). Catalogue absent :
      * premier decoupage.
       LOAD-SEGMENT-CATALOGUE.
           MOVE 0 TO WS-CATALOGUED-COUNT.
           OPEN INPUT CatalogueFile.
           IF StatutCatalogueFile = "00"
               MOVE 'N' TO WS-CATALOGUE-EOF
               PERFORM UNTIL WS-CATALOGUE-EOF = 'Y'
                   READ CatalogueFile
                       AT END
                           MOVE 'Y' TO WS-CATALOGUE-EOF
                       NOT AT END
                           PERFORM NOTE-ONE-CATALOGUE-LINE
                   END-READ
               END-PERFORM
               CLOSE CatalogueFile
           END-IF.

      * Retient la ligne du catalogue comme statut courant du mois.
       NOTE-ONE-CATALOGUE-LINE.
           IF NC-MONTH IS NUMERIC
               MOVE 'N' TO WS-CATALOGUE-FOUND
               PERFORM VARYING WS-CATALOGUE-IDX FROM 1 BY 1
                       UNTIL WS-CATALOGUE-IDX > WS-CATALOGUED-COUNT
                           OR WS-CATALOGUE-FOUND = 'Y'
                   IF WS-CT-MONTH(WS-CATALOGUE-IDX) = NC-MONTH
                       MOVE 'Y' TO WS-CATALOGUE-FOUND
                       MOVE NC-STATUS
                           TO WS-CT-STATUS(WS-CATALOGUE-IDX)
                   END-IF
               END-PERFORM
               IF WS-CATALOGUE-FOUND = 'N'
                       AND WS-CATALOGUED-COUNT < WS-MAX-CATALOGUED
                   ADD 1 TO WS-CATALOGUED-COUNT
                   MOVE NC-MONTH TO WS-CT-MONTH(WS-CATALOGUED-COUNT)
                   MOVE NC-STATUS TO WS-CT-STATUS(WS-CATALOGUED-COUNT)
               END-IF
           END-IF.

      * Un mois deja clos ne se reclot pas : mois catalogue 'C' ou
      * segment deja present sur disque (les enregistrements d'un
      * tel mois revenus au segment ouvert sont a examiner, pas a
      * ecraser le segment fige). Refus complet, rien n'est ecrit.
       CHECK-SEGMENT-CONFLICTS.
           MOVE 0 TO WS-CONFLICT-COUNT.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
               IF WS-MT-CLOSE(WS-MONTH-IDX) = 'Y'
                   PERFORM BUILD-SEGMENT-FILENAME
                   PERFORM VARYING WS-CATALOGUE-IDX FROM 1 BY 1
                           UNTIL WS-CATALOGUE-IDX
                               > WS-CATALOGUED-COUNT
                       IF WS-CT-MONTH(WS-CATALOGUE-IDX)
                               = WS-MT-MONTH(WS-MONTH-IDX)
                               AND WS-CT-STATUS(WS-CATALOGUE-IDX)
                                   = 'C'
                           ADD 1 TO WS-CONFLICT-COUNT
                           DISPLAY "*** Mois "
                               WS-MT-MONTH(WS-MONTH-IDX)
                               " deja catalogue clos."
                       END-IF
                   END-PERFORM
                   OPEN INPUT SegmentFile
                   IF StatutSegmentFile = "00"
                       CLOSE SegmentFile
                       ADD 1 TO WS-CONFLICT-COUNT
                       DISPLAY "*** Segment "
                           FUNCTION TRIM(WS-SEGMENT-FILENAME)
                           " deja present."
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CONFLICT-COUNT > 0
               MOVE 6 TO FileStatusReturnCode
               DISPLAY "*** Decoupage refuse : " WS-CONFLICT-COUNT
                   " conflit(s) avec les segments clos - "
                   FUNCTION TRIM(WS-ACTIVE-FILENAME)
                   " laisse tel quel."
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "decoupage refuse : mois deja clos dans "
                       DELIMITED BY SIZE
                       "NOUVEAU_FICHIER" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.

      * Nom du segment clos du mois WS-MONTH-IDX.
       BUILD-SEGMENT-FILENAME.
           MOVE SPACES TO WS-SEGMENT-FILENAME.
           STRING "NOUVEAU_FICHIER_" DELIMITED BY SIZE
                   WS-MT-MONTH(WS-MONTH-IDX) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SEGMENT-FILENAME.

      * Relit le segment ouvert et range chaque enregistrement : au
      * segment clos de son mois de chargement, ou au fichier de
      * travail (mois courant et enregistrements apres la derniere
      * fin de fichier). Les comptes ecrits sont notes par segment.
       SPLIT-INTO-SEGMENTS.
           MOVE WS-ACTIVE-FILENAME TO WS-NF-FILENAME.
           OPEN INPUT NouveauFichier.
           IF StatutOfMyFile NOT = "00"
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND SplitNouveauFichier - relecture de "
                   FUNCTION TRIM(WS-ACTIVE-FILENAME)
                   " impossible (statut " StatutOfMyFile ")."
           ELSE
               OPEN OUTPUT WorkFile
               INITIALIZE WS-STATS
               MOVE WS-STATS TO WS-KEEP-STATS
               PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
                   MOVE WS-STATS TO WS-MT-STATS(WS-MONTH-IDX)
                   MOVE WS-STATS TO WS-MT-CHECK(WS-MONTH-IDX)
               END-PERFORM
               MOVE 0 TO WS-RECORD-POS
               MOVE 1 TO WS-ROUTE-IDX
               MOVE 0 TO WS-OPEN-SEG-IDX
               MOVE 0 TO WS-SEGMENTS-WRITTEN
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ NouveauFichier
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           ADD 1 TO WS-RECORD-POS
                           PERFORM ROUTE-ONE-RECORD
                   END-READ
               END-PERFORM
               IF WS-OPEN-SEG-IDX > 0
                   CLOSE SegmentFile
               END-IF
               CLOSE NouveauFichier
               CLOSE WorkFile
           END-IF.

      * Range un enregistrement selon la position de la derniere fin
      * de fichier de chaque mois.
       ROUTE-ONE-RECORD.
           PERFORM UNTIL WS-ROUTE-IDX > WS-MONTH-COUNT
                   OR WS-RECORD-POS
                       NOT > WS-MT-LAST-POS(WS-ROUTE-IDX)
               ADD 1 TO WS-ROUTE-IDX
           END-PERFORM.
           IF WS-ROUTE-IDX NOT > WS-MONTH-COUNT
                   AND WS-MT-CLOSE(WS-ROUTE-IDX) = 'Y'
               IF WS-ROUTE-IDX NOT = WS-OPEN-SEG-IDX
                   IF WS-OPEN-SEG-IDX > 0
                       CLOSE SegmentFile
                   END-IF
                   MOVE WS-ROUTE-IDX TO WS-MONTH-IDX
                   PERFORM BUILD-SEGMENT-FILENAME
                   OPEN OUTPUT SegmentFile
                   MOVE WS-ROUTE-IDX TO WS-OPEN-SEG-IDX
                   ADD 1 TO WS-SEGMENTS-WRITTEN
               END-IF
               WRITE SegmentRecord FROM NouveauFichierRecord
               MOVE WS-MT-STATS(WS-ROUTE-IDX) TO WS-STATS
               PERFORM ADD-RECORD-TO-STATS
               MOVE WS-STATS TO WS-MT-STATS(WS-ROUTE-IDX)
           ELSE
               WRITE WorkFileRecord FROM NouveauFichierRecord
               MOVE WS-KEEP-STATS TO WS-STATS
               PERFORM ADD-RECORD-TO-STATS
               MOVE WS-STATS TO WS-KEEP-STATS
           END-IF.

      * Preuve du decoupage : chaque segment cree et le fichier de
      * travail sont relus depuis le disque ; chacun doit redonner
      * les comptes notes a l'ecriture, et leur somme doit redonner
      * exactement les comptes et totaux de l'original.
       PROVE-SPLIT.
           MOVE 0 TO WS-PROOF-ERRORS.
           MOVE 0 TO WS-SUM-LINES.
           MOVE 0 TO WS-SUM-COUNT.
           MOVE 0 TO WS-SUM-AMOUNT.
           MOVE 0 TO WS-SUM-TRAILERS.
           MOVE 0 TO WS-SUM-TRL-RECORDS.
           MOVE 0 TO WS-SUM-TRL-AMOUNT.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
               IF WS-MT-CLOSE(WS-MONTH-IDX) = 'Y'
                   PERFORM BUILD-SEGMENT-FILENAME
                   MOVE WS-SEGMENT-FILENAME TO WS-NF-FILENAME
                   PERFORM REREAD-ONE-FILE
                   MOVE WS-STATS TO WS-MT-CHECK(WS-MONTH-IDX)
                   IF WS-MT-CHECK(WS-MONTH-IDX)
                           = WS-MT-STATS(WS-MONTH-IDX)
                       MOVE 'Y' TO WS-MT-PROVED(WS-MONTH-IDX)
                   ELSE
                       MOVE 'N' TO WS-MT-PROVED(WS-MONTH-IDX)
                       ADD 1 TO WS-PROOF-ERRORS
                   END-IF
                   PERFORM ADD-STATS-TO-SUMS
               END-IF
           END-PERFORM.
           MOVE WS-WORK-FILENAME TO WS-NF-FILENAME.
           PERFORM REREAD-ONE-FILE.
           MOVE WS-STATS TO WS-KEEP-CHECK.
           IF WS-KEEP-CHECK NOT = WS-KEEP-STATS
               ADD 1 TO WS-PROOF-ERRORS
           END-IF.
           PERFORM ADD-STATS-TO-SUMS.
           MOVE WS-ACTIVE-FILENAME TO WS-NF-FILENAME.
           MOVE WS-ORIG-STATS TO WS-STATS.
           IF WS-SUM-LINES NOT = WS-ST-LINES
                   OR WS-SUM-COUNT NOT = WS-ST-COUNT
                   OR WS-SUM-AMOUNT NOT = WS-ST-AMOUNT
                   OR WS-SUM-TRAILERS NOT = WS-ST-TRAILERS
                   OR WS-SUM-TRL-RECORDS NOT = WS-ST-TRL-RECORDS
                   OR WS-SUM-TRL-AMOUNT NOT = WS-ST-TRL-AMOUNT
               ADD 1 TO WS-PROOF-ERRORS
           END-IF.

      * Relit le fichier WS-NF-FILENAME et en refait les comptes dans
      * WS-STATS (fichier illisible : comptes nuls, ecart constate).
       REREAD-ONE-FILE.
           INITIALIZE WS-STATS.
           OPEN INPUT NouveauFichier.
           IF StatutOfMyFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ NouveauFichier
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           PERFORM ADD-RECORD-TO-STATS
                   END-READ
               END-PERFORM
               CLOSE NouveauFichier
           ELSE
               DISPLAY "*** " FUNCTION TRIM(WS-NF-FILENAME)
                   " illisible a la relecture (statut "
                   StatutOfMyFile ")."
           END-IF.

       ADD-STATS-TO-SUMS.
           ADD WS-ST-LINES TO WS-SUM-LINES.
           ADD WS-ST-COUNT TO WS-SUM-COUNT.
           ADD WS-ST-AMOUNT TO WS-SUM-AMOUNT.
           ADD WS-ST-TRAILERS TO WS-SUM-TRAILERS.
           ADD WS-ST-TRL-RECORDS TO WS-SUM-TRL-RECORDS.
           ADD WS-ST-TRL-AMOUNT TO WS-SUM-TRL-AMOUNT.

      * Page de certification du decoupage (console et spool) :
      * original, chaque segment clos relu, segment ouvert, somme et
      * verdict.
       PRINT-CERTIFICATION-PAGE.
           PERFORM OPEN-REPORT-SPOOL.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "DECOUPAGE DE " DELIMITED BY SIZE
                   WS-ACTIVE-FILENAME DELIMITED BY SPACE
                   " PAR MOIS DE CHARGEMENT - MOIS COURANT "
                       DELIMITED BY SIZE
                   WS-PROC-MONTH DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "MOIS" TO WS-SPOOL-LINE(1:4).
           MOVE "FICHIER" TO WS-SPOOL-LINE(8:7).
           MOVE "RUNS" TO WS-SPOOL-LINE(39:4).
           MOVE "LIGNES" TO WS-SPOOL-LINE(54:6).
           MOVE "ENREG." TO WS-SPOOL-LINE(64:6).
           MOVE "MONTANT" TO WS-SPOOL-LINE(77:7).
           MOVE "FINS" TO WS-SPOOL-LINE(86:4).
           MOVE "ANNONCE" TO WS-SPOOL-LINE(98:7).
           MOVE "VERDICT" TO WS-SPOOL-LINE(107:7).
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-ORIG-STATS TO WS-STATS.
           MOVE WS-ACTIVE-FILENAME TO WS-SEGMENT-FILENAME.
           MOVE "ORIGINAL" TO WS-SEGMENT-VERDICT.
           MOVE 0 TO WS-LINE-MONTH.
           PERFORM PRINT-STATS-LINE.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
               IF WS-MT-CLOSE(WS-MONTH-IDX) = 'Y'
                   PERFORM BUILD-SEGMENT-FILENAME
                   MOVE WS-MT-CHECK(WS-MONTH-IDX) TO WS-STATS
                   MOVE WS-MT-MONTH(WS-MONTH-IDX) TO WS-LINE-MONTH
                   IF WS-MT-PROVED(WS-MONTH-IDX) = 'Y'
                       MOVE "CLOS - RELU OK" TO WS-SEGMENT-VERDICT
                   ELSE
                       MOVE "*** RELU EN ECART" TO WS-SEGMENT-VERDICT
                   END-IF
                   PERFORM PRINT-STATS-LINE
               END-IF
           END-PERFORM.
           MOVE WS-KEEP-CHECK TO WS-STATS.
           MOVE WS-ACTIVE-FILENAME TO WS-SEGMENT-FILENAME.
           MOVE WS-PROC-MONTH TO WS-LINE-MONTH.
           IF WS-KEEP-CHECK = WS-KEEP-STATS
               MOVE "OUVERT - RELU OK" TO WS-SEGMENT-VERDICT
           ELSE
               MOVE "*** RELU EN ECART" TO WS-SEGMENT-VERDICT
           END-IF.
           PERFORM PRINT-STATS-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
      * Somme des fichiers relus, sur la ligne de l'original (memes
      * plages de runs et de dates).
           MOVE WS-ORIG-STATS TO WS-STATS.
           MOVE "SOMME DES SEGMENTS" TO WS-SEGMENT-FILENAME.
           MOVE 0 TO WS-LINE-MONTH.
           IF WS-SUM-LINES = WS-ST-LINES
                   AND WS-SUM-COUNT = WS-ST-COUNT
                   AND WS-SUM-AMOUNT = WS-ST-AMOUNT
                   AND WS-SUM-TRAILERS = WS-ST-TRAILERS
                   AND WS-SUM-TRL-RECORDS = WS-ST-TRL-RECORDS
                   AND WS-SUM-TRL-AMOUNT = WS-ST-TRL-AMOUNT
               MOVE "= ORIGINAL" TO WS-SEGMENT-VERDICT
           ELSE
               MOVE "*** ECART ORIGINAL" TO WS-SEGMENT-VERDICT
           END-IF.
           MOVE WS-SUM-LINES TO WS-ST-LINES.
           MOVE WS-SUM-COUNT TO WS-ST-COUNT.
           MOVE WS-SUM-AMOUNT TO WS-ST-AMOUNT.
           MOVE WS-SUM-TRAILERS TO WS-ST-TRAILERS.
           MOVE WS-SUM-TRL-RECORDS TO WS-ST-TRL-RECORDS.
           MOVE WS-SUM-TRL-AMOUNT TO WS-ST-TRL-AMOUNT.
           PERFORM PRINT-STATS-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           IF WS-PROOF-ERRORS = 0
               STRING "DECOUPAGE CERTIFIE : " DELIMITED BY SIZE
                       WS-SEGMENTS-WRITTEN DELIMITED BY SIZE
                       " segment(s) clos, comptes et totaux "
                           DELIMITED BY SIZE
                       "identiques a l'original." DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
           ELSE
               STRING "*** DECOUPAGE NON CERTIFIE : "
                           DELIMITED BY SIZE
                       WS-PROOF-ERRORS DELIMITED BY SIZE
                       " ecart(s) - segments crees effaces, "
                           DELIMITED BY SIZE
                       "original laisse tel quel." DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT-SPOOL.

      * Une ligne de la page : mois (0 = original), fichier, plage
      * des runs et comptes de WS-STATS, verdict.
       PRINT-STATS-LINE.
           MOVE WS-ST-AMOUNT TO WS-PAGE-AMOUNT.
           MOVE WS-ST-TRL-AMOUNT TO WS-PAGE-TRL-AMOUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           IF WS-LINE-MONTH = 0
               MOVE "TOTAL " TO WS-SPOOL-LINE(1:6)
           ELSE
               MOVE WS-LINE-MONTH TO WS-SPOOL-LINE(1:6)
           END-IF.
           MOVE WS-SEGMENT-FILENAME TO WS-SPOOL-LINE(8:30).
           MOVE WS-ST-FIRST-RUN TO WS-SPOOL-LINE(39:5).
           MOVE "-" TO WS-SPOOL-LINE(44:1).
           MOVE WS-ST-LAST-RUN TO WS-SPOOL-LINE(45:5).
           MOVE WS-ST-LINES TO WS-SPOOL-LINE(51:9).
           MOVE WS-ST-COUNT TO WS-SPOOL-LINE(61:9).
           MOVE WS-PAGE-AMOUNT TO WS-SPOOL-LINE(70:14).
           MOVE WS-ST-TRAILERS TO WS-SPOOL-LINE(85:5).
           MOVE WS-PAGE-TRL-AMOUNT TO WS-SPOOL-LINE(91:14).
           MOVE WS-SEGMENT-VERDICT TO WS-SPOOL-LINE(107:20).
           PERFORM PRINT-REPORT-LINE.

      * Recopie le fichier de travail (segment ouvert) sur
      * NouveauFichier, dont le scelle est controle avant et
      * renouvele apres la recopie.
       COPY-WORKFILE-BACK.
           MOVE WS-ACTIVE-FILENAME TO WS-NF-FILENAME.
           MOVE WS-NF-FILENAME TO WS-SEAL-FILENAME.
           PERFORM CHECK-PRIOR-SEAL.
           OPEN INPUT WorkFile.
           OPEN OUTPUT NouveauFichier.
           MOVE 'N' TO EndOfFileSwitch.
           PERFORM UNTIL EndOfFileSwitch = 'Y'
               READ WorkFile
                   AT END
                       MOVE 'Y' TO EndOfFileSwitch
                   NOT AT END
                       MOVE WorkFileRecord TO NouveauFichierRecord
                       WRITE NouveauFichierRecord
               END-READ
           END-PERFORM.
           CLOSE WorkFile.
           CLOSE NouveauFichier.
           PERFORM RECORD-FILE-SEAL.
           MOVE WS-KEEP-STATS TO WS-STATS.
           DISPLAY "Segment ouvert reecrit : "
               FUNCTION TRIM(WS-ACTIVE-FILENAME) " ("
               WS-ST-LINES " ligne(s) conservee(s), "
               WS-SEGMENTS-WRITTEN " segment(s) clos).".

      * Pose le scelle de chaque segment clos cree et certifie : le
      * segment est neuf (un segment deja present est refuse avant le
      * decoupage), son contenu est celui prouve.
       SEAL-NEW-SEGMENTS.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
               IF WS-MT-CLOSE(WS-MONTH-IDX) = 'Y'
                   PERFORM BUILD-SEGMENT-FILENAME
                   MOVE WS-SEGMENT-FILENAME TO WS-SEAL-FILENAME
                   MOVE 'Y' TO WS-SEAL-INTACT
                   PERFORM RECORD-FILE-SEAL
               END-IF
           END-PERFORM.

      * Preuve en echec : les segments crees sont effaces, le
      * segment ouvert n'a pas ete touche.
       DISCARD-NEW-SEGMENTS.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
               IF WS-MT-CLOSE(WS-MONTH-IDX) = 'Y'
                   PERFORM BUILD-SEGMENT-FILENAME
                   CALL "CBL_DELETE_FILE" USING WS-SEGMENT-FILENAME
               END-IF
           END-PERFORM.
           DISPLAY "*** Decoupage non certifie - segments crees "
               "effaces, " FUNCTION TRIM(WS-ACTIVE-FILENAME)
               " laisse tel quel.".

      * Inscrit au catalogue chaque segment clos, avec ses comptes
      * relus.
       APPEND-CLOSED-SEGMENT-LINES.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
               IF WS-MT-CLOSE(WS-MONTH-IDX) = 'Y'
                   PERFORM BUILD-SEGMENT-FILENAME
                   MOVE WS-MT-CHECK(WS-MONTH-IDX) TO WS-STATS
                   MOVE WS-MT-MONTH(WS-MONTH-IDX) TO WS-LINE-MONTH
                   MOVE 'C' TO WS-CATALOGUE-STATUS
                   PERFORM WRITE-CATALOGUE-LINE
               END-IF
           END-PERFORM.

      * Inscrit au catalogue la photo du segment ouvert (mois de
      * traitement).
       APPEND-OPEN-SEGMENT-LINE.
           MOVE WS-KEEP-STATS TO WS-STATS.
           MOVE WS-ACTIVE-FILENAME TO WS-SEGMENT-FILENAME.
           MOVE WS-PROC-MONTH TO WS-LINE-MONTH.
           MOVE 'O' TO WS-CATALOGUE-STATUS.
           PERFORM WRITE-CATALOGUE-LINE.

      * Ajoute une ligne au catalogue : mois WS-LINE-MONTH, statut
      * WS-CATALOGUE-STATUS, fichier WS-SEGMENT-FILENAME,
      * comptes de WS-STATS.
       WRITE-CATALOGUE-LINE.
           OPEN EXTEND CatalogueFile.
           IF StatutCatalogueFile = "35"
               OPEN OUTPUT CatalogueFile
           END-IF.
           MOVE SPACES TO CatalogueRecord.
           MOVE WS-LINE-MONTH        TO NC-MONTH.
           MOVE WS-CATALOGUE-STATUS  TO NC-STATUS.
           MOVE WS-SEGMENT-FILENAME  TO NC-FILENAME.
           MOVE WS-ST-FIRST-RUN      TO NC-FIRST-RUN.
           MOVE WS-ST-LAST-RUN       TO NC-LAST-RUN.
           MOVE WS-ST-COUNT          TO NC-RECORD-COUNT.
           MOVE WS-ST-AMOUNT         TO NC-AMOUNT-TOTAL.
           MOVE WS-ST-TRAILERS       TO NC-TRAILER-COUNT.
           MOVE WS-ST-TRL-RECORDS    TO NC-TRAILER-RECORDS.
           MOVE WS-ST-TRL-AMOUNT     TO NC-TRAILER-AMOUNT.
           MOVE WS-ST-FIRST-DATE     TO NC-FIRST-DATE.
           MOVE WS-ST-LAST-DATE      TO NC-LAST-DATE.
           MOVE WS-SYS-TIMESTAMP     TO NC-TIMESTAMP.
           MOVE WS-PROC-DATE         TO NC-PROC-DATE.
           WRITE CatalogueRecord.
           CLOSE CatalogueFile.

      * Alerte d'exploitation : un decoupage est toujours a signaler
      * a l'operateur du matin.
       SIGNAL-SPLIT-ALERT.
           MOVE 'I' TO WS-ALERT-SEVERITY.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           STRING WS-SEGMENTS-WRITTEN DELIMITED BY SIZE
                   " mois range(s) en segment clos, certifie"
                       DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE.
           PERFORM WRITE-OPS-ALERT.

      * Alerte d'exploitation : preuve du decoupage en echec.
       SIGNAL-PROOF-ALERT.
           MOVE 'S' TO WS-ALERT-SEVERITY.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           STRING "decoupage non certifie : " DELIMITED BY SIZE
                   WS-PROOF-ERRORS DELIMITED BY SIZE
                   " ecart(s), rien change" DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE.
           PERFORM WRITE-OPS-ALERT.

      * Ajoute une alerte a OPSALERTS.txt.
       WRITE-OPS-ALERT.
           OPEN EXTEND OpsAlertFile.
           IF StatutOpsAlertFile = "35"
               OPEN OUTPUT OpsAlertFile
           END-IF.
           MOVE SPACES TO OpsAlertRecord.
           MOVE "SplitNouveauFichier" TO AL-PROGRAM.
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
           STRING "RAPPORT-SplitNouveauFichier-" DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SPOOL-FILENAME.
           OPEN OUTPUT SpoolFile.
           IF StatutSpoolFile = "00"
               MOVE 'Y' TO WS-SPOOL-OPEN
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** SplitNouveauFichier - JOURNEE "
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
               MOVE 'N' TO WS-SPOOL-OPEN
               OPEN EXTEND SpoolIndexFile
               IF StatutSpoolIndexFile = "35"
                   OPEN OUTPUT SpoolIndexFile
               END-IF
               MOVE SPACES TO SpoolIndexRecord
               MOVE "SplitNouveauFichier" TO SX-PROGRAM
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

      * Releve le scelle courant de WS-SEAL-FILENAME (derniere ligne
      * du registre pour ce fichier) et controle, avant la
      * reecriture, que le contenu actuel lui correspond encore.
      * Fichier jamais scelle : intact seulement s'il n'existe pas
      * encore.
       CHECK-PRIOR-SEAL.
           MOVE 'N' TO WS-SEAL-KNOWN.
           MOVE 0 TO WS-SEAL-REG-COUNT.
           MOVE 0 TO WS-SEAL-REG-HASH.
           OPEN INPUT SealRegisterFile.
           IF StatutSealRegisterFile = "00"
               MOVE 'N' TO WS-SEAL-EOF
               PERFORM UNTIL WS-SEAL-EOF = 'Y'
                   READ SealRegisterFile
                       AT END
                           MOVE 'Y' TO WS-SEAL-EOF
                       NOT AT END
                           IF SG-FILENAME = WS-SEAL-FILENAME
                               MOVE 'Y' TO WS-SEAL-KNOWN
                               MOVE SG-RECORD-COUNT
                                   TO WS-SEAL-REG-COUNT
                               MOVE SG-HASH TO WS-SEAL-REG-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SealRegisterFile
           END-IF.
           PERFORM COMPUTE-FILE-SEAL.
           MOVE 'N' TO WS-SEAL-INTACT.
           IF WS-SEAL-KNOWN = 'Y'
               IF WS-SEAL-COUNT = WS-SEAL-REG-COUNT
                       AND WS-SEAL-HASH = WS-SEAL-REG-HASH
                   MOVE 'Y' TO WS-SEAL-INTACT
               END-IF
           ELSE
               IF StatutSealSourceFile = "35"
                   MOVE 'Y' TO WS-SEAL-INTACT
               END-IF
           END-IF.

      * Recalcule le scelle de WS-SEAL-FILENAME : nombre de lignes et
      * empreinte du contenu (fichier absent : 0 et 0).
       COMPUTE-FILE-SEAL.
           MOVE 0 TO WS-SEAL-COUNT.
           MOVE 0 TO WS-SEAL-HASH.
           OPEN INPUT SealSourceFile.
           IF StatutSealSourceFile = "00"
               MOVE 'N' TO WS-SEAL-EOF
               PERFORM UNTIL WS-SEAL-EOF = 'Y'
                   READ SealSourceFile
                       AT END
                           MOVE 'Y' TO WS-SEAL-EOF
                       NOT AT END
                           PERFORM HASH-ONE-SEAL-LINE
                   END-READ
               END-PERFORM
               CLOSE SealSourceFile
           END-IF.

      * Ajoute une ligne a l'empreinte : chaque caractere jusqu'au
      * dernier non blanc, puis la fin de ligne.
       HASH-ONE-SEAL-LINE.
           ADD 1 TO WS-SEAL-COUNT.
           MOVE 0 TO WS-SEAL-LEN.
           PERFORM VARYING WS-SEAL-POS FROM 1 BY 1
                   UNTIL WS-SEAL-POS > 250
               IF SealSourceRecord(WS-SEAL-POS:1) NOT = SPACE
                   MOVE WS-SEAL-POS TO WS-SEAL-LEN
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SEAL-POS FROM 1 BY 1
                   UNTIL WS-SEAL-POS > WS-SEAL-LEN
               COMPUTE WS-SEAL-HASH = FUNCTION MOD(WS-SEAL-HASH * 31
                   + FUNCTION ORD(SealSourceRecord(WS-SEAL-POS:1)),
                   999999937)
           END-PERFORM.
           COMPUTE WS-SEAL-HASH = FUNCTION MOD(WS-SEAL-HASH * 31 + 10,
               999999937).

      * Apres la reecriture : pose le nouveau scelle au registre si le
      * contenu etait intact avant, sinon laisse le scelle rompu en
      * l'etat pour que cOpenBatch bloque le prochain batch.
       RECORD-FILE-SEAL.
           IF WS-SEAL-INTACT = 'Y'
               PERFORM COMPUTE-FILE-SEAL
               OPEN EXTEND SealRegisterFile
               IF StatutSealRegisterFile = "35"
                   OPEN OUTPUT SealRegisterFile
               END-IF
               MOVE SPACES TO SealRegisterRecord
               MOVE WS-SEAL-FILENAME     TO SG-FILENAME
               MOVE WS-SEAL-COUNT        TO SG-RECORD-COUNT
               MOVE WS-SEAL-HASH         TO SG-HASH
               MOVE WS-SYS-TIMESTAMP     TO SG-TIMESTAMP
               MOVE "SplitNouveauFichier" TO SG-PROGRAM
               MOVE 'P'                  TO SG-KIND
               WRITE SealRegisterRecord
               CLOSE SealRegisterFile
           ELSE
               DISPLAY "*** Scelle de " FUNCTION TRIM(WS-SEAL-FILENAME)
                   " non renouvele : contenu modifie hors programme "
                   "avant cette ecriture (rescellement superviseur "
                   "requis, cResealFiles)."
           END-IF.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb de segments
      * clos ; le mois courant est porte en note.
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "SplitNouveauFichier" TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutOfMyFile      TO AUD-FILE-STATUS
           MOVE WS-SEGMENTS-WRITTEN TO AUD-RECORD-COUNT
           MOVE WS-PROC-DATE        TO AUD-PROC-DATE
           MOVE WS-CURRENT-BATCH-ID TO AUD-BATCH-ID
           MOVE SPACES TO AUD-NOTE
           STRING "SEGMENTS " DELIMITED BY SIZE
                   WS-PROC-MONTH DELIMITED BY SIZE
               INTO AUD-NOTE
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
