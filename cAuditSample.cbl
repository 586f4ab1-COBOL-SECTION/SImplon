       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditSample.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Echantillonnage statistique pour les commissaires aux comptes :
      * l'echantillon annuel etait choisi "au hasard" a la main dans
      * les listings de cReportNouveauFichier, methode contestee par
      * les auditeurs. Ce programme tire l'echantillon sur une plage
      * de fichiers maitres quotidiens (MASTER-AAAAMMJJ.txt et cycles
      * -Cnn), selon les criteres de SAMPLE_PARAMS.txt :
      *   - methode 'M' : echantillonnage en unites monetaires (pas
      *     fixe sur le cumul des montants en valeur absolue, depart
      *     aleatoire dans le premier pas),
      *   - methode 'A' : echantillonnage aleatoire simple sans
      *     remise (tirage sequentiel),
      * a une taille demandee ou deduite du niveau de confiance et de
      * l'anomalie (ou du taux de deviation) tolerable. Les elements
      * cles (montant absolu au moins egal au seuil) sont retenus
      * d'office et exclus de la population echantillonnee. Le
      * generateur pseudo-aleatoire est amorce par une graine inscrite
      * au registre SAMPLE_REGISTER.txt avec la population (nombre,
      * totaux) et tous les parametres : un numero d'echantillon
      * porte dans SAMPLE_PARAMS.txt reproduit le tirage a l'identique
      * et signale toute difference de population.
       FILE-CONTROL.
      * Fichier de parametres : un seul enregistrement au gisement
      * fixe decrit dans la FILE SECTION.
       SELECT ParamFile ASSIGN TO "SAMPLE_PARAMS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutParamFile.
      * Maitre quotidien d'une journee/cycle de la plage, nom resolu a
      * l'execution.
       SELECT MasterFile ASSIGN TO DYNAMIC WS-MASTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutMasterFile.
      * Liste des transactions retenues (ECHANTILLON-nnnnnn.txt).
       SELECT SampleListFile ASSIGN TO DYNAMIC WS-LIST-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSampleListFile.
      * Registre permanent des echantillons (voir
      * copybooks/SAMPLEREGREC.cpy).
       SELECT SampleRegisterFile ASSIGN TO "SAMPLE_REGISTER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSampleRegisterFile.
      * Journal permanent des acces aux donnees clients : une ligne
      * par echantillon (voir copybooks/ACCESSREC.cpy).
       SELECT AccessLogFile ASSIGN TO "ACCESSLOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAccessLogFile.
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

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.

      * !!!! Section déclarant les fichiers utilisés par le programme
       FILE SECTION.
      * Parametres du tirage, en colonnes fixes :
      *   plage des maitres (AAAAMMJJ, 366 jours au plus), methode
      *   ('M' ou 'A'), taille demandee (blanc = deduite), niveau de
      *   confiance (90, 95 ou 99), anomalie tolerable en EUR
      *   (methode M) ou taux de deviation tolerable en % (methode A),
      *   seuil des elements cles (blanc = aucun), graine (1 a
      *   2147483646, blanc = tiree de l'horloge), demandeur, et
      *   numero d'un echantillon du registre a reproduire (blanc =
      *   nouveau tirage ; les autres parametres sont alors repris du
      *   registre, sauf le demandeur).
           FD  ParamFile.
           01  ParamRecord.
               05  SP-DATE-FROM   PIC 9(8).
               05  FILLER         PIC X(1).
               05  SP-DATE-TO     PIC 9(8).
               05  FILLER         PIC X(1).
               05  SP-METHOD      PIC X(1).
               05  FILLER         PIC X(1).
               05  SP-SIZE-X      PIC X(5).
               05  FILLER         PIC X(1).
               05  SP-CONFIDENCE-X PIC X(2).
               05  FILLER         PIC X(1).
               05  SP-TOLERABLE-X PIC X(15).
               05  FILLER         PIC X(1).
               05  SP-KEY-THRESHOLD-X PIC X(15).
               05  FILLER         PIC X(1).
               05  SP-SEED-X      PIC X(10).
               05  FILLER         PIC X(1).
               05  SP-REQUESTER   PIC X(10).
               05  FILLER         PIC X(1).
               05  SP-REPRODUCE-ID-X PIC X(6).

           FD  MasterFile.
           01  MasterRecord.
      * Gisement maitre commun (voir copybooks/MASTERREC.cpy).
               COPY MASTERREC.

           FD  SampleListFile.
           01  SampleListRecord.
      * Gisement de la liste (voir copybooks/SAMPLELINEREC.cpy).
               COPY SAMPLELINEREC.

           FD  SampleRegisterFile.
           01  SampleRegisterRecord.
               COPY SAMPLEREGREC.

           FD  AccessLogFile.
           01  AccessLogRecord.
      * Gisement du journal des acces (voir copybooks/ACCESSREC.cpy).
               COPY ACCESSREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

           FD  BatchCurrentFile.
           01  BatchCurrentRecord PIC 9(5).

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutParamFile PIC X(2) VALUE '00'.
           01  StatutMasterFile PIC X(2) VALUE '00'.
           01  StatutSampleListFile PIC X(2) VALUE '00'.
           01  StatutSampleRegisterFile PIC X(2) VALUE '00'.
           01  StatutAccessLogFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutBatchCurrentFile PIC X(2) VALUE '00'.
      * Identifiant de l'operateur (RUN_ID), inscrit au registre et au
      * journal des acces.
           01  WS-RUN-ID PIC X(10) VALUE SPACES.
           01  WS-ACCESS-CRITERIA PIC X(80) VALUE SPACES.
      * Horodatage systeme et date de traitement (BATCH_DATE)
           01  WS-SYS-DATETIME.
               05 WS-SYS-DATE    PIC 9(8).
               05 FILLER         PIC X(13).
           01  WS-SYS-TIMESTAMP PIC 9(14).
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
           01  WS-CURRENT-BATCH-ID PIC 9(5) VALUE 0.
      * Parametres effectifs du tirage (saisis, ou repris du registre
      * pour une reproduction).
           01  WS-DATE-FROM PIC 9(8) VALUE 0.
           01  WS-DATE-TO PIC 9(8) VALUE 0.
           01  WS-METHOD PIC X(1) VALUE SPACES.
           01  WS-REQ-SIZE PIC 9(5) VALUE 0.
           01  WS-CONFIDENCE PIC 9(2) VALUE 0.
           01  WS-TOLERABLE PIC 9(11)V99 VALUE 0.
           01  WS-KEY-THRESHOLD PIC 9(11)V99 VALUE 0.
           01  WS-SEED PIC 9(10) VALUE 0.
           01  WS-REQUESTER PIC X(10) VALUE SPACES.
           01  WS-REPRODUCE-ID PIC 9(6) VALUE 0.
      * Echantillon en cours : numero attribue (plus grand numero du
      * registre + 1), nature ('T' tirage, 'R' reproduction), tirage
      * d'origine retrouve au registre.
           01  WS-SAMPLE-ID PIC 9(6) VALUE 0.
           01  WS-SAMPLE-KIND PIC X(1) VALUE 'T'.
           01  WS-ORIG-FOUND PIC X(1) VALUE 'N'.
           01  WS-ORIG-POP-COUNT PIC 9(9) VALUE 0.
           01  WS-ORIG-POP-NET PIC S9(13)V99 VALUE 0.
           01  WS-ORIG-POP-GROSS PIC 9(13)V99 VALUE 0.
           01  WS-ORIG-KEY-COUNT PIC 9(7) VALUE 0.
           01  WS-ORIG-SAMPLE-SIZE PIC 9(7) VALUE 0.
           01  WS-ORIG-SELECTED PIC 9(7) VALUE 0.
           01  WS-SAMPLE-STATUS PIC X(1) VALUE 'C'.
      * Parcours de la plage : journee courante (en jours entiers),
      * cycle intrajournalier, passe (M = mesure de la population,
      * S = selection).
           01  WS-DAY-INT PIC S9(9) VALUE 0.
           01  WS-FROM-INT PIC S9(9) VALUE 0.
           01  WS-TO-INT PIC S9(9) VALUE 0.
           01  WS-DAY-DATE PIC 9(8) VALUE 0.
           01  WS-CYCLE PIC 9(2) VALUE 0.
           01  WS-PASS PIC X(1) VALUE 'M'.
           01  WS-MASTER-FILENAME PIC X(100) VALUE SPACES.
           01  WS-MASTER-FILES PIC 9(5) VALUE 0.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Population : toutes les transactions a montant numerique de
      * la plage ; elements cles ; population echantillonnee (le
      * reste), en nombre et en valeur absolue.
           01  WS-ITEM-ABS PIC 9(9)V99 VALUE 0.
           01  WS-POP-COUNT PIC 9(9) VALUE 0.
           01  WS-POP-NET PIC S9(13)V99 VALUE 0.
           01  WS-POP-GROSS PIC 9(13)V99 VALUE 0.
           01  WS-KEY-COUNT PIC 9(7) VALUE 0.
           01  WS-KEY-GROSS PIC 9(13)V99 VALUE 0.
           01  WS-STRATUM-COUNT PIC 9(9) VALUE 0.
           01  WS-STRATUM-GROSS PIC 9(13)V99 VALUE 0.
      * Taille de l'echantillon : facteur de fiabilite du niveau de
      * confiance (zero anomalie attendue : 2,31 a 90 %, 3,00 a 95 %,
      * 4,61 a 99 %), taille brute avant arrondi superieur, taille
      * retenue, recensement quand elle couvre toute la population.
           01  WS-RELIABILITY PIC 9V99 VALUE 0.
           01  WS-SIZE-RAW PIC 9(13)V9(4) VALUE 0.
           01  WS-SIZE-WHOLE PIC 9(13) VALUE 0.
           01  WS-SAMPLE-SIZE PIC 9(7) VALUE 0.
           01  WS-CENSUS PIC X(1) VALUE 'N'.
      * Methode M : pas d'echantillonnage, prochain point a atteindre
      * sur le cumul des montants absolus, cumul courant.
           01  WS-INTERVAL PIC 9(11)V9(4) VALUE 0.
           01  WS-START PIC 9(11)V9(4) VALUE 0.
           01  WS-NEXT-POINT PIC 9(13)V9(4) VALUE 0.
           01  WS-CUMUL PIC 9(13)V99 VALUE 0.
           01  WS-CUMUL-AFTER PIC 9(13)V99 VALUE 0.
      * Methode A : elements de la population deja examines,
      * elements deja retenus.
           01  WS-STRATUM-SEEN PIC 9(9) VALUE 0.
           01  WS-STAT-SELECTED PIC 9(7) VALUE 0.
           01  WS-KEY-SELECTED PIC 9(7) VALUE 0.
           01  WS-LIST-SEQ PIC 9(7) VALUE 0.
           01  WS-LIST-FILENAME PIC X(100) VALUE SPACES.
           01  WS-LIST-REASON PIC X(1) VALUE SPACES.
      * Generateur pseudo-aleatoire congruentiel de Park et Miller
      * (multiplicateur 16807, module 2147483647) : etat courant,
      * produit intermediaire, tirage uniforme dans ]0,1[.
           01  WS-RAND-STATE PIC 9(10) VALUE 0.
           01  WS-RAND-PRODUCT PIC 9(15) VALUE 0.
           01  WS-RAND-U PIC V9(9) VALUE 0.
           01  WS-SELECT-TEST PIC 9(9)V9(9) VALUE 0.
      * Zones d'edition des totaux
           01  WS-EDITED-COUNT PIC Z(8)9.
           01  WS-EDITED-AMOUNT PIC -(13)9.99.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'I'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Controle des parametres
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
      * Code retour : 0 = echantillon tire, 2 = parametres absents ou
      * aucun maitre dans la plage, 4 = parametres invalides ou
      * population vide, 6 = reproduction non conforme au tirage
      * d'origine, 8 = erreur d'E/S irrecuperable
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
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "RUN_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-ID
           END-ACCEPT.
           PERFORM READ-CURRENT-BATCH-ID.

           PERFORM READ-SAMPLE-PARAMS.
           IF FileStatusReturnCode = 0
               PERFORM READ-SAMPLE-REGISTER
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM VALIDATE-SAMPLE-PARAMS
           END-IF.
           IF FileStatusReturnCode = 0
               MOVE 'M' TO WS-PASS
               PERFORM SCAN-POPULATION
               PERFORM CHECK-POPULATION
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM COMPUTE-SAMPLE-SIZE
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM SELECT-SAMPLE
           END-IF.
           IF FileStatusReturnCode = 0
               IF WS-SAMPLE-KIND = 'R'
                   PERFORM COMPARE-WITH-ORIGINAL
               END-IF
               PERFORM WRITE-SAMPLE-REGISTER
           END-IF.
           IF FileStatusReturnCode = 0 OR FileStatusReturnCode = 6
               PERFORM DISPLAY-SAMPLE-SUMMARY
               PERFORM WRITE-ACCESS-LOG
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Lit les parametres du tirage.
       READ-SAMPLE-PARAMS.
           OPEN INPUT ParamFile.
           IF StatutParamFile NOT = "00"
               MOVE 2 TO FileStatusReturnCode
               DISPLAY "SAMPLE_PARAMS.txt introuvable (statut "
                   StatutParamFile ")."
           ELSE
               READ ParamFile
                   AT END
                       MOVE 2 TO FileStatusReturnCode
                       DISPLAY "SAMPLE_PARAMS.txt vide."
               END-READ
               CLOSE ParamFile
           END-IF.
           IF FileStatusReturnCode = 0
               MOVE SP-REQUESTER TO WS-REQUESTER
               IF SP-REPRODUCE-ID-X NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(SP-REPRODUCE-ID-X) = 0
                       MOVE FUNCTION NUMVAL(SP-REPRODUCE-ID-X)
                           TO WS-REPRODUCE-ID
                   END-IF
                   IF WS-REPRODUCE-ID = 0
                       MOVE 4 TO FileStatusReturnCode
                       DISPLAY "Numero d'echantillon a reproduire "
                           "invalide : " SP-REPRODUCE-ID-X
                   ELSE
                       MOVE 'R' TO WS-SAMPLE-KIND
                   END-IF
               END-IF
           END-IF.

      * Parcourt le registre : numero du prochain echantillon et,
      * pour une reproduction, parametres et resultats du tirage
      * d'origine.
       READ-SAMPLE-REGISTER.
           MOVE 0 TO WS-SAMPLE-ID.
           OPEN INPUT SampleRegisterFile.
           IF StatutSampleRegisterFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ SampleRegisterFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           PERFORM NOTE-ONE-REGISTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SampleRegisterFile
           ELSE
               IF StatutSampleRegisterFile NOT = "35"
                   MOVE 8 TO FileStatusReturnCode
                   DISPLAY "SAMPLE_REGISTER.txt illisible (statut "
                       StatutSampleRegisterFile ")."
                   MOVE 'S' TO WS-ALERT-SEVERITY
                   MOVE "Registre des echantillons illisible"
                       TO WS-ALERT-MESSAGE
                   PERFORM WRITE-OPS-ALERT
               END-IF
           END-IF.
           ADD 1 TO WS-SAMPLE-ID.
           IF FileStatusReturnCode = 0 AND WS-SAMPLE-KIND = 'R'
                   AND WS-ORIG-FOUND = 'N'
               MOVE 4 TO FileStatusReturnCode
               DISPLAY "Echantillon " WS-REPRODUCE-ID
                   " absent du registre : reproduction impossible."
           END-IF.

      * Retient le plus grand numero et, s'il s'agit de l'echantillon
      * a reproduire, ses parametres (la ligne d'un tirage ; une
      * reproduction anterieure renvoie aux memes parametres).
       NOTE-ONE-REGISTER-ENTRY.
           IF SR-SAMPLE-ID IS NUMERIC
               IF SR-SAMPLE-ID > WS-SAMPLE-ID
                   MOVE SR-SAMPLE-ID TO WS-SAMPLE-ID
               END-IF
               IF WS-SAMPLE-KIND = 'R'
                       AND SR-SAMPLE-ID = WS-REPRODUCE-ID
                   MOVE 'Y' TO WS-ORIG-FOUND
                   MOVE SR-DATE-FROM TO WS-DATE-FROM
                   MOVE SR-DATE-TO TO WS-DATE-TO
                   MOVE SR-METHOD TO WS-METHOD
                   MOVE SR-SEED TO WS-SEED
                   MOVE SR-REQ-SIZE TO WS-REQ-SIZE
                   MOVE SR-CONFIDENCE TO WS-CONFIDENCE
                   MOVE SR-TOLERABLE TO WS-TOLERABLE
                   MOVE SR-KEY-THRESHOLD TO WS-KEY-THRESHOLD
                   MOVE SR-POP-COUNT TO WS-ORIG-POP-COUNT
                   MOVE SR-POP-NET TO WS-ORIG-POP-NET
                   MOVE SR-POP-GROSS TO WS-ORIG-POP-GROSS
                   MOVE SR-KEY-COUNT TO WS-ORIG-KEY-COUNT
                   MOVE SR-SAMPLE-SIZE TO WS-ORIG-SAMPLE-SIZE
                   MOVE SR-SELECTED TO WS-ORIG-SELECTED
                   IF WS-REQUESTER = SPACES
                       MOVE SR-REQUESTER TO WS-REQUESTER
                   END-IF
                   MOVE SR-REF-ID TO WS-REPRODUCE-ID
               END-IF
           END-IF.

      * Controle les parametres (saisis pour un tirage, repris du
      * registre pour une reproduction) et les convertit.
       VALIDATE-SAMPLE-PARAMS.
           MOVE 'Y' TO EditValid.
           MOVE SPACES TO EditReason.
           IF WS-SAMPLE-KIND = 'T'
               PERFORM CONVERT-SAMPLE-PARAMS
           END-IF.
           IF EditValid = 'Y'
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-FROM) NOT = 0
                       OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-TO)
                           NOT = 0
                   MOVE 'N' TO EditValid
                   MOVE "Plage de dates invalide" TO EditReason
               ELSE
                   MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-FROM)
                       TO WS-FROM-INT
                   MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-TO)
                       TO WS-TO-INT
                   IF WS-TO-INT < WS-FROM-INT
                           OR WS-TO-INT - WS-FROM-INT > 365
                       MOVE 'N' TO EditValid
                       MOVE "Plage de dates inversee ou > 366 jours"
                           TO EditReason
                   END-IF
               END-IF
           END-IF.
           IF EditValid = 'Y'
                   AND WS-METHOD NOT = 'M' AND WS-METHOD NOT = 'A'
               MOVE 'N' TO EditValid
               MOVE "Methode inconnue (M ou A)" TO EditReason
           END-IF.
           IF EditValid = 'Y' AND WS-REQ-SIZE = 0
               EVALUATE WS-CONFIDENCE
                   WHEN 90
                       MOVE 2.31 TO WS-RELIABILITY
                   WHEN 95
                       MOVE 3.00 TO WS-RELIABILITY
                   WHEN 99
                       MOVE 4.61 TO WS-RELIABILITY
                   WHEN OTHER
                       MOVE 'N' TO EditValid
                       MOVE "Taille ou confiance 90/95/99 requise"
                           TO EditReason
               END-EVALUATE
               IF EditValid = 'Y'
                   IF WS-TOLERABLE = 0
                       MOVE 'N' TO EditValid
                       MOVE "Seuil tolerable requis" TO EditReason
                   END-IF
                   IF WS-METHOD = 'A' AND WS-TOLERABLE >= 100
                       MOVE 'N' TO EditValid
                       MOVE "Taux de deviation tolerable >= 100 %"
                           TO EditReason
                   END-IF
               END-IF
           END-IF.
           IF EditValid = 'Y'
                   AND (WS-SEED = 0 OR WS-SEED > 2147483646)
               MOVE 'N' TO EditValid
               MOVE "Graine hors de 1 a 2147483646" TO EditReason
           END-IF.
           IF EditValid = 'N'
               MOVE 4 TO FileStatusReturnCode
               DISPLAY "Parametres rejetes : " EditReason
           END-IF.

      * Convertit les zones en clair de SAMPLE_PARAMS.txt ; une zone
      * non numerique est rejetee, une zone a blanc prend sa valeur
      * par defaut (graine tiree de l'horloge).
       CONVERT-SAMPLE-PARAMS.
           IF SP-DATE-FROM IS NUMERIC AND SP-DATE-TO IS NUMERIC
               MOVE SP-DATE-FROM TO WS-DATE-FROM
               MOVE SP-DATE-TO TO WS-DATE-TO
           ELSE
               MOVE 'N' TO EditValid
               MOVE "Plage de dates non numerique" TO EditReason
           END-IF.
           MOVE SP-METHOD TO WS-METHOD.
           IF SP-SIZE-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SP-SIZE-X) = 0
                   MOVE FUNCTION NUMVAL(SP-SIZE-X) TO WS-REQ-SIZE
               ELSE
                   MOVE 'N' TO EditValid
                   MOVE "Taille non numerique" TO EditReason
               END-IF
           END-IF.
           IF SP-CONFIDENCE-X NOT = SPACES
               IF SP-CONFIDENCE-X IS NUMERIC
                   MOVE SP-CONFIDENCE-X TO WS-CONFIDENCE
               ELSE
                   MOVE 'N' TO EditValid
                   MOVE "Niveau de confiance non numerique"
                       TO EditReason
               END-IF
           END-IF.
           IF SP-TOLERABLE-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SP-TOLERABLE-X) = 0
                   MOVE FUNCTION NUMVAL(SP-TOLERABLE-X)
                       TO WS-TOLERABLE
               ELSE
                   MOVE 'N' TO EditValid
                   MOVE "Seuil tolerable non numerique" TO EditReason
               END-IF
           END-IF.
           IF SP-KEY-THRESHOLD-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(SP-KEY-THRESHOLD-X) = 0
                   MOVE FUNCTION NUMVAL(SP-KEY-THRESHOLD-X)
                       TO WS-KEY-THRESHOLD
               ELSE
                   MOVE 'N' TO EditValid
                   MOVE "Seuil des elements cles non numerique"
                       TO EditReason
               END-IF
           END-IF.
           IF SP-SEED-X = SPACES
               COMPUTE WS-SEED =
                   FUNCTION MOD(WS-SYS-TIMESTAMP, 2147483646) + 1
           ELSE
               IF FUNCTION TEST-NUMVAL(SP-SEED-X) = 0
                   MOVE FUNCTION NUMVAL(SP-SEED-X) TO WS-SEED
               ELSE
                   MOVE 'N' TO EditValid
                   MOVE "Graine non numerique" TO EditReason
               END-IF
           END-IF.
           IF WS-REQ-SIZE > 0
               MOVE 0 TO WS-CONFIDENCE
           END-IF.

      * Parcourt les maitres de la plage, journee par journee, cycle
      * par cycle, dans l'ordre des fichiers : la meme plage donne
      * toujours la meme suite de transactions.
       SCAN-POPULATION.
           PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                   UNTIL WS-DAY-INT > WS-TO-INT
                       OR FileStatusReturnCode NOT = 0
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   TO WS-DAY-DATE
               PERFORM SCAN-ONE-DAY
           END-PERFORM.

      * Maitres d'une journee : celui du cycle 1 (MASTER-AAAAMMJJ.txt)
      * puis ceux des cycles intrajournaliers supplementaires
      * (suffixes -Cnn).
       SCAN-ONE-DAY.
           MOVE 1 TO WS-CYCLE.
           MOVE SPACES TO WS-MASTER-FILENAME.
           STRING "MASTER-" DELIMITED BY SIZE
                   WS-DAY-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-MASTER-FILENAME.
           PERFORM SCAN-ONE-MASTER-FILE.
           PERFORM VARYING WS-CYCLE FROM 2 BY 1
                   UNTIL WS-CYCLE > 9
               MOVE SPACES TO WS-MASTER-FILENAME
               STRING "MASTER-" DELIMITED BY SIZE
                       WS-DAY-DATE DELIMITED BY SIZE
                       "-C" DELIMITED BY SIZE
                       WS-CYCLE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-MASTER-FILENAME
               PERFORM SCAN-ONE-MASTER-FILE
           END-PERFORM.

      * Lit un maitre ; les lignes dont le montant n'est pas numerique
      * ne font pas partie de la population.
       SCAN-ONE-MASTER-FILE.
           OPEN INPUT MasterFile.
           IF StatutMasterFile = "00"
               IF WS-PASS = 'M'
                   ADD 1 TO WS-MASTER-FILES
               END-IF
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ MasterFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF MASTER-TRAN-AMOUNT IS NUMERIC
                               IF MASTER-TRAN-AMOUNT < 0
                                   COMPUTE WS-ITEM-ABS =
                                       0 - MASTER-TRAN-AMOUNT
                               ELSE
                                   MOVE MASTER-TRAN-AMOUNT
                                       TO WS-ITEM-ABS
                               END-IF
                               IF WS-PASS = 'M'
                                   PERFORM MEASURE-ONE-ITEM
                               ELSE
                                   PERFORM SELECT-ONE-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MasterFile
           END-IF.

      * Premiere passe : nombre et totaux de la population, elements
      * cles mis a part.
       MEASURE-ONE-ITEM.
           ADD 1 TO WS-POP-COUNT.
           ADD MASTER-TRAN-AMOUNT TO WS-POP-NET.
           ADD WS-ITEM-ABS TO WS-POP-GROSS.
           IF WS-KEY-THRESHOLD > 0 AND WS-ITEM-ABS >= WS-KEY-THRESHOLD
               ADD 1 TO WS-KEY-COUNT
               ADD WS-ITEM-ABS TO WS-KEY-GROSS
           ELSE
               ADD 1 TO WS-STRATUM-COUNT
               ADD WS-ITEM-ABS TO WS-STRATUM-GROSS
           END-IF.

      * Aucun maitre dans la plage, ou aucune transaction : rien a
      * echantillonner.
       CHECK-POPULATION.
           IF WS-MASTER-FILES = 0
               MOVE 2 TO FileStatusReturnCode
               DISPLAY "Aucun fichier maitre du " WS-DATE-FROM
                   " au " WS-DATE-TO "."
           ELSE
               IF WS-POP-COUNT = 0
                   MOVE 4 TO FileStatusReturnCode
                   DISPLAY "Population vide du " WS-DATE-FROM
                       " au " WS-DATE-TO "."
               END-IF
           END-IF.

      * Taille de l'echantillon hors elements cles : demandee, ou
      * deduite (arrondi superieur) -
      *   methode M : facteur de fiabilite x valeur de la population
      *               / anomalie tolerable,
      *   methode A : facteur de fiabilite x 100 / taux tolerable.
      * Plafonnee a la population : au-dela, tout est retenu
      * (recensement). Methode M : pas = valeur / taille, depart
      * aleatoire dans le premier pas.
       COMPUTE-SAMPLE-SIZE.
           IF WS-REQ-SIZE > 0
               MOVE WS-REQ-SIZE TO WS-SIZE-RAW
           ELSE
               IF WS-METHOD = 'M'
                   COMPUTE WS-SIZE-RAW = WS-RELIABILITY
                       * WS-STRATUM-GROSS / WS-TOLERABLE
               ELSE
                   COMPUTE WS-SIZE-RAW = WS-RELIABILITY * 100
                       / WS-TOLERABLE
               END-IF
           END-IF.
           MOVE WS-SIZE-RAW TO WS-SIZE-WHOLE.
           IF WS-SIZE-WHOLE < WS-SIZE-RAW
               ADD 1 TO WS-SIZE-WHOLE
           END-IF.
           IF WS-METHOD = 'M' AND WS-STRATUM-GROSS = 0
               MOVE 0 TO WS-SIZE-WHOLE
           END-IF.
           IF WS-SIZE-WHOLE >= WS-STRATUM-COUNT
               MOVE WS-STRATUM-COUNT TO WS-SAMPLE-SIZE
               MOVE 'Y' TO WS-CENSUS
           ELSE
               MOVE WS-SIZE-WHOLE TO WS-SAMPLE-SIZE
           END-IF.
           MOVE WS-SEED TO WS-RAND-STATE.
           IF WS-METHOD = 'M' AND WS-CENSUS = 'N'
                   AND WS-SAMPLE-SIZE > 0
               COMPUTE WS-INTERVAL = WS-STRATUM-GROSS / WS-SAMPLE-SIZE
               PERFORM DRAW-RANDOM-NUMBER
               COMPUTE WS-START = WS-INTERVAL * WS-RAND-U
               IF WS-START = 0
                   MOVE WS-INTERVAL TO WS-START
               END-IF
               MOVE WS-START TO WS-NEXT-POINT
           END-IF.

      * Deuxieme passe : ecrit la liste des transactions retenues.
       SELECT-SAMPLE.
           MOVE SPACES TO WS-LIST-FILENAME.
           STRING "ECHANTILLON-" DELIMITED BY SIZE
                   WS-SAMPLE-ID DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-LIST-FILENAME.
           OPEN OUTPUT SampleListFile.
           IF StatutSampleListFile NOT = "00"
               MOVE 8 TO FileStatusReturnCode
               DISPLAY FUNCTION TRIM(WS-LIST-FILENAME)
                   " : ouverture impossible (statut "
                   StatutSampleListFile ")."
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE "Liste de l'echantillon non ecrite"
                   TO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           ELSE
               MOVE 'S' TO WS-PASS
               PERFORM SCAN-POPULATION
               CLOSE SampleListFile
           END-IF.

      * Element cle : retenu d'office. Sinon, selon la methode :
      *   M : retenu si un point d'echantillonnage tombe dans sa
      *       tranche du cumul des montants absolus (une seule fois,
      *       meme si plusieurs points y tombent),
      *   A : retenu si (restant a examiner) x tirage < (restant a
      *       retenir), ce qui donne exactement la taille demandee,
      *       chaque transaction ayant la meme probabilite.
       SELECT-ONE-ITEM.
           IF WS-KEY-THRESHOLD > 0 AND WS-ITEM-ABS >= WS-KEY-THRESHOLD
               ADD 1 TO WS-KEY-SELECTED
               MOVE 'C' TO WS-LIST-REASON
               PERFORM WRITE-SAMPLE-LINE
           ELSE
               IF WS-CENSUS = 'Y'
                   ADD 1 TO WS-STAT-SELECTED
                   MOVE 'S' TO WS-LIST-REASON
                   PERFORM WRITE-SAMPLE-LINE
               ELSE
                   IF WS-METHOD = 'M'
                       PERFORM SELECT-ONE-MONETARY-UNIT
                   ELSE
                       PERFORM SELECT-ONE-RANDOM-ITEM
                   END-IF
               END-IF
           END-IF.

       SELECT-ONE-MONETARY-UNIT.
           IF WS-SAMPLE-SIZE > 0 AND WS-ITEM-ABS > 0
               COMPUTE WS-CUMUL-AFTER = WS-CUMUL + WS-ITEM-ABS
               IF WS-NEXT-POINT <= WS-CUMUL-AFTER
                   ADD 1 TO WS-STAT-SELECTED
                   MOVE 'S' TO WS-LIST-REASON
                   PERFORM WRITE-SAMPLE-LINE
                   PERFORM UNTIL WS-NEXT-POINT > WS-CUMUL-AFTER
                       ADD WS-INTERVAL TO WS-NEXT-POINT
                   END-PERFORM
               END-IF
               MOVE WS-CUMUL-AFTER TO WS-CUMUL
           END-IF.

       SELECT-ONE-RANDOM-ITEM.
           IF WS-STAT-SELECTED < WS-SAMPLE-SIZE
               PERFORM DRAW-RANDOM-NUMBER
               COMPUTE WS-SELECT-TEST =
                   (WS-STRATUM-COUNT - WS-STRATUM-SEEN) * WS-RAND-U
               IF WS-SELECT-TEST < WS-SAMPLE-SIZE - WS-STAT-SELECTED
                   ADD 1 TO WS-STAT-SELECTED
                   MOVE 'S' TO WS-LIST-REASON
                   PERFORM WRITE-SAMPLE-LINE
               END-IF
           END-IF.
           ADD 1 TO WS-STRATUM-SEEN.

      * Tirage suivant du generateur de Park et Miller : etat =
      * etat x 16807 modulo 2147483647, tirage = etat / 2147483647.
       DRAW-RANDOM-NUMBER.
           COMPUTE WS-RAND-PRODUCT = WS-RAND-STATE * 16807.
           COMPUTE WS-RAND-STATE =
               FUNCTION MOD(WS-RAND-PRODUCT, 2147483647).
           COMPUTE WS-RAND-U = WS-RAND-STATE / 2147483647.

      * Ecrit une transaction retenue, avec sa ligne maitre complete.
       WRITE-SAMPLE-LINE.
           ADD 1 TO WS-LIST-SEQ.
           MOVE SPACES TO SampleListRecord.
           MOVE WS-SAMPLE-ID TO SL-SAMPLE-ID.
           MOVE WS-LIST-SEQ TO SL-SEQ.
           MOVE WS-LIST-REASON TO SL-REASON.
           MOVE WS-DAY-DATE TO SL-MASTER-DATE.
           MOVE WS-CYCLE TO SL-MASTER-CYCLE.
           MOVE MasterRecord TO SL-MASTER-IMAGE.
           WRITE SampleListRecord.

      * Reproduction : la population et le tirage doivent etre ceux de
      * l'echantillon d'origine ; toute difference (maitre modifie,
      * restaure ou manquant) est signalee.
       COMPARE-WITH-ORIGINAL.
           IF WS-POP-COUNT = WS-ORIG-POP-COUNT
                   AND WS-POP-NET = WS-ORIG-POP-NET
                   AND WS-POP-GROSS = WS-ORIG-POP-GROSS
                   AND WS-KEY-COUNT = WS-ORIG-KEY-COUNT
                   AND WS-SAMPLE-SIZE = WS-ORIG-SAMPLE-SIZE
                   AND WS-STAT-SELECTED = WS-ORIG-SELECTED
               MOVE 'C' TO WS-SAMPLE-STATUS
               DISPLAY "Reproduction conforme a l'echantillon "
                   WS-REPRODUCE-ID "."
           ELSE
               MOVE 'E' TO WS-SAMPLE-STATUS
               MOVE 6 TO FileStatusReturnCode
               DISPLAY "Reproduction NON conforme a l'echantillon "
                   WS-REPRODUCE-ID " :"
               DISPLAY "  population    origine " WS-ORIG-POP-COUNT
                   " / reproduction " WS-POP-COUNT
               DISPLAY "  total net     origine " WS-ORIG-POP-NET
                   " / reproduction " WS-POP-NET
               DISPLAY "  total absolu  origine " WS-ORIG-POP-GROSS
                   " / reproduction " WS-POP-GROSS
               DISPLAY "  elements cles origine " WS-ORIG-KEY-COUNT
                   " / reproduction " WS-KEY-COUNT
               DISPLAY "  tires         origine " WS-ORIG-SELECTED
                   " / reproduction " WS-STAT-SELECTED
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "Echantillon " DELIMITED BY SIZE
                       WS-REPRODUCE-ID DELIMITED BY SIZE
                       " : population modifiee depuis le tirage"
                           DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.

      * Inscrit l'echantillon au registre (permanent, en ajout).
       WRITE-SAMPLE-REGISTER.
           OPEN EXTEND SampleRegisterFile.
           IF StatutSampleRegisterFile = "35"
               OPEN OUTPUT SampleRegisterFile
           END-IF.
           IF StatutSampleRegisterFile NOT = "00"
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "SAMPLE_REGISTER.txt : ecriture impossible "
                   "(statut " StatutSampleRegisterFile ")."
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE "Echantillon tire mais non inscrit au registre"
                   TO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           ELSE
               MOVE SPACES TO SampleRegisterRecord
               MOVE WS-SAMPLE-ID TO SR-SAMPLE-ID
               MOVE WS-SAMPLE-KIND TO SR-KIND
               IF WS-SAMPLE-KIND = 'R'
                   MOVE WS-REPRODUCE-ID TO SR-REF-ID
               ELSE
                   MOVE WS-SAMPLE-ID TO SR-REF-ID
               END-IF
               MOVE WS-SYS-TIMESTAMP TO SR-TIMESTAMP
               MOVE WS-REQUESTER TO SR-REQUESTER
               MOVE WS-RUN-ID TO SR-OPERATOR
               MOVE WS-DATE-FROM TO SR-DATE-FROM
               MOVE WS-DATE-TO TO SR-DATE-TO
               MOVE WS-METHOD TO SR-METHOD
               MOVE WS-SEED TO SR-SEED
               MOVE WS-REQ-SIZE TO SR-REQ-SIZE
               MOVE WS-CONFIDENCE TO SR-CONFIDENCE
               MOVE WS-TOLERABLE TO SR-TOLERABLE
               MOVE WS-KEY-THRESHOLD TO SR-KEY-THRESHOLD
               MOVE WS-POP-COUNT TO SR-POP-COUNT
               MOVE WS-POP-NET TO SR-POP-NET
               MOVE WS-POP-GROSS TO SR-POP-GROSS
               MOVE WS-KEY-COUNT TO SR-KEY-COUNT
               MOVE WS-KEY-GROSS TO SR-KEY-GROSS
               MOVE WS-SAMPLE-SIZE TO SR-SAMPLE-SIZE
               MOVE WS-STAT-SELECTED TO SR-SELECTED
               MOVE WS-INTERVAL TO SR-INTERVAL
               MOVE WS-START TO SR-START
               MOVE WS-SAMPLE-STATUS TO SR-STATUS
               MOVE WS-LIST-FILENAME TO SR-LIST-FILE
               WRITE SampleRegisterRecord
               CLOSE SampleRegisterFile
           END-IF.

      * Restitue la population et l'echantillon a la console.
       DISPLAY-SAMPLE-SUMMARY.
           IF WS-SAMPLE-KIND = 'R'
               DISPLAY "Echantillon " WS-SAMPLE-ID
                   " (reproduction de " WS-REPRODUCE-ID ")"
           ELSE
               DISPLAY "Echantillon " WS-SAMPLE-ID
           END-IF.
           DISPLAY "Maitres du " WS-DATE-FROM " au " WS-DATE-TO
               " : " WS-MASTER-FILES " fichier(s)".
           IF WS-METHOD = 'M'
               DISPLAY "Methode  . . . . . . . . . : unites monetaires"
           ELSE
               DISPLAY "Methode  . . . . . . . . . : aleatoire simple"
           END-IF.
           DISPLAY "Graine . . . . . . . . . . : " WS-SEED.
           MOVE WS-POP-COUNT TO WS-EDITED-COUNT.
           DISPLAY "Population . . . . . . . . : " WS-EDITED-COUNT.
           MOVE WS-POP-NET TO WS-EDITED-AMOUNT.
           DISPLAY "Total net  . . . . . . . . : " WS-EDITED-AMOUNT.
           MOVE WS-POP-GROSS TO WS-EDITED-AMOUNT.
           DISPLAY "Total en valeur absolue  . : " WS-EDITED-AMOUNT.
           MOVE WS-KEY-COUNT TO WS-EDITED-COUNT.
           DISPLAY "Elements cles retenus  . . : " WS-EDITED-COUNT.
           MOVE WS-SAMPLE-SIZE TO WS-EDITED-COUNT.
           DISPLAY "Taille statistique . . . . : " WS-EDITED-COUNT.
           IF WS-CENSUS = 'Y'
               DISPLAY "  (taille >= population : recensement)"
           END-IF.
           IF WS-METHOD = 'M' AND WS-CENSUS = 'N'
               MOVE WS-INTERVAL TO WS-EDITED-AMOUNT
               DISPLAY "Pas d'echantillonnage  . . : " WS-EDITED-AMOUNT
               MOVE WS-START TO WS-EDITED-AMOUNT
               DISPLAY "Depart aleatoire . . . . . : " WS-EDITED-AMOUNT
           END-IF.
           MOVE WS-STAT-SELECTED TO WS-EDITED-COUNT.
           DISPLAY "Transactions tirees  . . . : " WS-EDITED-COUNT.
           DISPLAY "Liste ecrite : " FUNCTION TRIM(WS-LIST-FILENAME).

      * Inscrit le tirage au journal des acces (ACCESSLOG.txt) :
      * operateur, echantillon, plage, methode, graine, demandeur,
      * nombre de transactions listees.
       WRITE-ACCESS-LOG.
           MOVE SPACES TO WS-ACCESS-CRITERIA.
           STRING "ECH " DELIMITED BY SIZE
                   WS-SAMPLE-ID DELIMITED BY SIZE
                   " DATES " DELIMITED BY SIZE
                   WS-DATE-FROM DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-DATE-TO DELIMITED BY SIZE
                   " METH " DELIMITED BY SIZE
                   WS-METHOD DELIMITED BY SIZE
                   " GRAINE " DELIMITED BY SIZE
                   WS-SEED DELIMITED BY SIZE
                   " DEM " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REQUESTER) DELIMITED BY SIZE
               INTO WS-ACCESS-CRITERIA.
           OPEN EXTEND AccessLogFile.
           IF StatutAccessLogFile = "35"
               OPEN OUTPUT AccessLogFile
           END-IF.
           MOVE SPACES TO AccessLogRecord.
           MOVE WS-SYS-TIMESTAMP TO AX-TIMESTAMP.
           MOVE WS-RUN-ID TO AX-OPERATOR.
           MOVE "AuditSample" TO AX-PROGRAM.
           MOVE 'E' TO AX-KIND.
           MOVE WS-LIST-SEQ TO AX-RECORD-COUNT.
           MOVE WS-ACCESS-CRITERIA TO AX-CRITERIA.
           WRITE AccessLogRecord.
           CLOSE AccessLogFile.

      * Ajoute une alerte d'exploitation codee par gravite au fichier
      * commun OPSALERTS.txt (gravite et message prepares par
      * l'appelant).
       WRITE-OPS-ALERT.
           OPEN EXTEND OpsAlertFile.
           IF StatutOpsAlertFile = "35"
               OPEN OUTPUT OpsAlertFile
           END-IF.
           MOVE SPACES TO OpsAlertRecord.
           MOVE "AuditSample"       TO AL-PROGRAM.
           MOVE WS-SYS-TIMESTAMP    TO AL-TIMESTAMP.
           MOVE WS-ALERT-SEVERITY   TO AL-SEVERITY.
           MOVE WS-ALERT-MESSAGE    TO AL-MESSAGE.
           MOVE WS-PROC-DATE        TO AL-PROC-DATE.
           WRITE OpsAlertRecord.
           CLOSE OpsAlertFile.

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
           MOVE "AuditSample"       TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutSampleListFile TO AUD-FILE-STATUS
           MOVE WS-LIST-SEQ         TO AUD-RECORD-COUNT
           MOVE WS-PROC-DATE        TO AUD-PROC-DATE
           MOVE WS-CURRENT-BATCH-ID TO AUD-BATCH-ID
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
