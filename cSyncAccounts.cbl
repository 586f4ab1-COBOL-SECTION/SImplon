       IDENTIFICATION DIVISION.
       PROGRAM-ID. SyncAccounts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Synchronisation nocturne de la table des comptes (ACCOUNTS.txt,
      * gisement ACCTREC) sur l'extrait du referentiel clients du CRM
      * (CRM_ACCOUNTS.txt, gisement CRMACCTREC), passee avant
      * modifCreated : un client ouvert au CRM est connu des le
      * chargement du jour, un client clos au CRM est retire ici sans
      * attendre l'entretien manuel. Comparaison de chaque ligne de
      * l'extrait avec la version ouverte du compte :
      *   - compte inconnu (ou retire) et actif au CRM : nouvelle
      *     version ouverte a la date de traitement (sans plafond ni
      *     conditions de paiement pour un nouveau compte, plafond et
      *     conditions repris pour un compte retire qui reouvre) ;
      *   - compte actif dont la raison sociale a change : version
      *     ouverte close a la veille de la date de traitement, et
      *     nouvelle version au nouveau libelle ;
      *   - compte actif clos au CRM : version ouverte close a la
      *     veille de la date de cloture (a defaut, de la date de
      *     traitement) et nouvelle version marquee 'R'.
      * Rien n'est jamais supprime : comme pour l'entretien, seules
      * des versions sont closes et ajoutees. Un compte absent de
      * l'extrait (compte d'agence, compte interne) est laisse en
      * l'etat. Un compte portant une intervention de
      * cMaintainAccounts en attente de visa (MAINT_PENDING.txt), ou
      * une version ouverte datee a partir de la date d'effet, est
      * ecarte et signale : l'entretien manuel garde la main.
      * Garde-fous : extrait vide, ou retraits au-dela de
      * SYNC_MAX_RETIRE_PCT pour cent des comptes actifs (10 par
      * defaut) - c'est alors l'extrait qui est casse, pas une vague
      * de clotures - rien n'est applique et une alerte severe est
      * emise. Le rapport des modifications (ajouts, libelles,
      * retraits, comptes ecartes, lignes rejetees) est spoole dans
      * tous les cas.
       FILE-CONTROL.
      * Extrait nocturne du CRM (voir copybooks/CRMACCTREC.cpy)
       SELECT CrmExtractFile ASSIGN TO "CRM_ACCOUNTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutCrmExtractFile.
       SELECT AccountFile ASSIGN TO "ACCOUNTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAccountFile.
       SELECT AccountWorkFile ASSIGN TO "ACCOUNTS_SYNC.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAccountWorkFile.
      * Interventions en attente de visa (voir copybooks/PENDREC.cpy)
       SELECT PendingFile ASSIGN TO "MAINT_PENDING.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPendingFile.
      * Identifiant du batch courant publie par cOpenBatch.cbl
       SELECT BatchCurrentFile ASSIGN TO "BATCH_CURRENT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutBatchCurrentFile.
      * Spool des rapports : le rapport des modifications part aussi
      * dans un fichier date (RAPPORT-SyncAccounts-AAAAMMJJ.txt)
      * inscrit a l'index SPOOL_INDEX.txt, consultable par
      * cBrowseSpool.
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
           FD  CrmExtractFile.
           01  CrmExtractRecord.
               COPY CRMACCTREC.

      * Image brute d'une ligne de la table des comptes (gisement
      * ACCTREC, vu par WS-ACCOUNT-VIEW).
           FD  AccountFile.
           01  AccountRecord PIC X(80).

           FD  AccountWorkFile.
           01  AccountWorkRecord PIC X(80).

           FD  PendingFile.
           01  PendingRecord.
               COPY PENDREC.

           FD  BatchCurrentFile.
           01  BatchCurrentRecord PIC 9(5).

           FD  SpoolFile.
           01  SpoolRecord PIC X(132).

           FD  SpoolIndexFile.
           01  SpoolIndexRecord.
               COPY SPOOLREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

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
           01  StatutCrmExtractFile PIC X(2) VALUE '00'.
           01  StatutAccountFile PIC X(2) VALUE '00'.
           01  StatutAccountWorkFile PIC X(2) VALUE '00'.
           01  StatutPendingFile PIC X(2) VALUE '00'.
           01  StatutBatchCurrentFile PIC X(2) VALUE '00'.
           01  StatutSpoolFile PIC X(2) VALUE '00'.
           01  StatutSpoolIndexFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
      * Horodatage systeme et date de traitement (BATCH_DATE)
           01  WS-SYS-DATETIME.
               05 WS-SYS-DATE    PIC 9(8).
               05 FILLER         PIC X(13).
           01  WS-SYS-TIMESTAMP PIC 9(14).
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
           01  WS-CURRENT-BATCH-ID PIC 9(5) VALUE 0.
      * Seuil de retraits : pourcentage des comptes actifs au-dela
      * duquel l'extrait est tenu pour casse (SYNC_MAX_RETIRE_PCT,
      * 10 par defaut).
           01  WS-MAX-RETIRE-PCT-X PIC X(5) VALUE SPACES.
           01  WS-MAX-RETIRE-PCT PIC 9(3) VALUE 10.
      * Resultat des controles
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Vue d'une version de compte (voir copybooks/ACCTREC.cpy)
           01  WS-ACCOUNT-VIEW.
               COPY ACCTREC.
      * Comptes de la table : version ouverte de chaque compte (image
      * brute, espaces pour un compte nouveau au CRM) et decision de
      * la synchronisation :
      *   espace = rien a faire, 'A' = ajout, 'O' = reouverture d'un
      *   compte retire, 'M' = nouveau libelle, 'R' = retrait,
      *   'P' = ecarte, intervention en attente de visa,
      *   'F' = ecarte, version ouverte datee a partir de la date
      *   d'effet.
      * WS-OV-SEEN : compte present dans l'extrait.
           01  WS-MAX-ACCTS PIC 9(4) VALUE 5000.
           01  WS-ACCT-COUNT PIC 9(4) VALUE 0.
           01  WS-ACCT-TABLE.
               05  WS-ACCT-ENTRY OCCURS 5000 TIMES.
                   10  WS-OV-ID         PIC X(5).
                   10  WS-OV-IMAGE      PIC X(80).
                   10  WS-OV-ACTION     PIC X(1).
                   10  WS-OV-WANTED     PIC X(1).
                   10  WS-OV-EFFECTIVE  PIC X(8).
                   10  WS-OV-NEW-LABEL  PIC X(20).
                   10  WS-OV-SEEN       PIC X(1).
           01  WS-OV-IDX PIC 9(4) VALUE 0.
           01  WS-SEARCH-ID PIC X(5) VALUE SPACES.
           01  WS-OV-POS PIC 9(4) VALUE 0.
           01  WS-TABLE-FULL PIC X(1) VALUE 'N'.
      * Comptes portant une intervention de cMaintainAccounts en
      * attente de visa.
           01  WS-PEND-COUNT PIC 9(3) VALUE 0.
           01  WS-PEND-TABLE.
               05  WS-PEND-ID OCCURS 500 TIMES PIC X(5).
           01  WS-PD-IDX PIC 9(3) VALUE 0.
           01  WS-PEND-FOUND PIC X(1) VALUE 'N'.
      * Lignes rejetees de l'extrait (numero de ligne, compte, motif)
           01  WS-REJ-COUNT PIC 9(5) VALUE 0.
           01  WS-REJ-TABLE.
               05  WS-REJ-ENTRY OCCURS 200 TIMES.
                   10  WS-RJ-LINE   PIC 9(6).
                   10  WS-RJ-ID     PIC X(5).
                   10  WS-RJ-REASON PIC X(40).
           01  WS-RJ-IDX PIC 9(3) VALUE 0.
      * Date d'effet de la decision en cours et veille de la date
      * d'effet (fin de la version close).
           01  WS-EFFECTIVE PIC 9(8) VALUE 0.
           01  WS-CLOSE-DATE PIC 9(8) VALUE 0.
           01  WS-EVE-DATE PIC 9(8) VALUE 0.
           01  WS-DATE-INT PIC S9(9) VALUE 0.
      * Compteurs de la synchronisation
           01  WS-ACCT-READ PIC 9(7) VALUE 0.
           01  WS-ACTIVE-COUNT PIC 9(5) VALUE 0.
           01  WS-CRM-READ PIC 9(7) VALUE 0.
           01  WS-ADD-COUNT PIC 9(5) VALUE 0.
           01  WS-REOPEN-COUNT PIC 9(5) VALUE 0.
           01  WS-RENAME-COUNT PIC 9(5) VALUE 0.
           01  WS-RETIRE-COUNT PIC 9(5) VALUE 0.
           01  WS-SKIPPED-COUNT PIC 9(5) VALUE 0.
           01  WS-ABSENT-COUNT PIC 9(5) VALUE 0.
           01  WS-CLOSED-UNKNOWN PIC 9(5) VALUE 0.
           01  WS-CHANGE-COUNT PIC 9(5) VALUE 0.
           01  WS-VERSIONS-CLOSED PIC 9(5) VALUE 0.
           01  WS-VERSIONS-ADDED PIC 9(5) VALUE 0.
           01  WS-APPLIED PIC X(1) VALUE 'N'.
      * Zones editees
           01  WS-EDIT-COUNT PIC Z(6)9.
           01  WS-EDIT-PCT PIC ZZ9.
      * Spool du rapport : nom du fichier date, ligne en cours
           01  WS-SPOOL-FILENAME PIC X(100) VALUE SPACES.
           01  WS-SPOOL-LINE PIC X(132) VALUE SPACES.
           01  WS-SPOOL-OPEN PIC X(1) VALUE 'N'.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'W'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = table synchronisee (ou deja a jour), 2 = extrait
      *   CRM_ACCOUNTS.txt absent, 4 = table synchronisee mais
      *   lignes de l'extrait rejetees ou comptes ecartes,
      *   6 = garde-fou declenche (extrait vide ou retraits au-dela
      *   du seuil), rien n'est applique,
      *   8 = erreur d'E/S irrecuperable
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
           ACCEPT WS-MAX-RETIRE-PCT-X
               FROM ENVIRONMENT "SYNC_MAX_RETIRE_PCT"
               ON EXCEPTION
                   MOVE SPACES TO WS-MAX-RETIRE-PCT-X
           END-ACCEPT.
           IF WS-MAX-RETIRE-PCT-X NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-MAX-RETIRE-PCT-X) = 0
               MOVE FUNCTION NUMVAL(WS-MAX-RETIRE-PCT-X)
                   TO WS-MAX-RETIRE-PCT
           END-IF.
           PERFORM READ-CURRENT-BATCH-ID.

           PERFORM LOAD-OPEN-VERSIONS.
           IF EditValid = 'Y'
               PERFORM LOAD-PENDING-ACCOUNTS
               PERFORM COMPARE-CRM-EXTRACT
           END-IF.
           IF EditValid = 'Y'
               PERFORM CHECK-SAFETY-LIMITS
           END-IF.
           IF EditValid = 'Y' AND WS-CHANGE-COUNT > 0
               PERFORM APPLY-ACCOUNT-CHANGES
           END-IF.
           IF FileStatusReturnCode NOT = 2
                   AND FileStatusReturnCode NOT = 8
               PERFORM PRINT-CHANGE-REPORT
           END-IF.
           IF EditValid = 'Y' AND FileStatusReturnCode = 0
                   AND (WS-REJ-COUNT > 0 OR WS-SKIPPED-COUNT > 0)
               MOVE 4 TO FileStatusReturnCode
           END-IF.
           IF EditValid NOT = 'Y'
               DISPLAY "Aucune modification appliquee : "
                   FUNCTION TRIM(EditReason)
           END-IF.
           PERFORM SIGNAL-RUN-ALERTS.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Charge la version ouverte de chaque compte de ACCOUNTS.txt
      * (VALID-TO a blanc ; la derniere l'emporte s'il y en avait
      * plusieurs) et compte les comptes actifs, base du seuil de
      * retraits. Table absente : tous les comptes de l'extrait
      * seront ajoutes.
       LOAD-OPEN-VERSIONS.
           MOVE 'Y' TO EditValid.
           MOVE 0 TO WS-ACCT-COUNT.
           OPEN INPUT AccountFile.
           IF StatutAccountFile NOT = "00"
                   AND StatutAccountFile NOT = "35"
               MOVE 'N' TO EditValid
               MOVE "Erreur d'E/S sur ACCOUNTS.txt" TO EditReason
               MOVE 8 TO FileStatusReturnCode
           END-IF.
           IF StatutAccountFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ AccountFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           ADD 1 TO WS-ACCT-READ
                           MOVE AccountRecord TO WS-ACCOUNT-VIEW
                           IF ACC-VALID-TO = SPACES
                               PERFORM NOTE-OPEN-VERSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AccountFile
           END-IF.
           PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                   UNTIL WS-OV-IDX > WS-ACCT-COUNT
               MOVE WS-OV-IMAGE(WS-OV-IDX) TO WS-ACCOUNT-VIEW
               IF ACC-STATUS NOT = 'R'
                   ADD 1 TO WS-ACTIVE-COUNT
               END-IF
           END-PERFORM.
           IF WS-TABLE-FULL = 'Y'
               MOVE 'N' TO EditValid
               MOVE "Table des comptes trop grande" TO EditReason
               MOVE 8 TO FileStatusReturnCode
           END-IF.

      * Range la version ouverte lue dans la table des comptes.
       NOTE-OPEN-VERSION.
           MOVE ACC-ID TO WS-SEARCH-ID.
           PERFORM FIND-ACCOUNT-ENTRY.
           IF WS-OV-POS = 0
               PERFORM ADD-ACCOUNT-ENTRY
           END-IF.
           IF WS-OV-POS > 0
               MOVE AccountRecord TO WS-OV-IMAGE(WS-OV-POS)
           END-IF.

      * Recherche le compte WS-SEARCH-ID dans la table (0 = absent).
       FIND-ACCOUNT-ENTRY.
           MOVE 0 TO WS-OV-POS.
           PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                   UNTIL WS-OV-IDX > WS-ACCT-COUNT OR WS-OV-POS > 0
               IF WS-OV-ID(WS-OV-IDX) = WS-SEARCH-ID
                   MOVE WS-OV-IDX TO WS-OV-POS
               END-IF
           END-PERFORM.

      * Ouvre une entree de table pour le compte WS-SEARCH-ID.
       ADD-ACCOUNT-ENTRY.
           IF WS-ACCT-COUNT < WS-MAX-ACCTS
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT TO WS-OV-POS
               MOVE WS-SEARCH-ID TO WS-OV-ID(WS-OV-POS)
               MOVE SPACES TO WS-OV-IMAGE(WS-OV-POS)
               MOVE SPACE TO WS-OV-ACTION(WS-OV-POS)
               MOVE SPACE TO WS-OV-WANTED(WS-OV-POS)
               MOVE SPACES TO WS-OV-EFFECTIVE(WS-OV-POS)
               MOVE SPACES TO WS-OV-NEW-LABEL(WS-OV-POS)
               MOVE 'N' TO WS-OV-SEEN(WS-OV-POS)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL
               MOVE 0 TO WS-OV-POS
           END-IF.

      * Releve les comptes portant une intervention de
      * cMaintainAccounts en attente de visa.
       LOAD-PENDING-ACCOUNTS.
           MOVE 0 TO WS-PEND-COUNT.
           OPEN INPUT PendingFile.
           IF StatutPendingFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ PendingFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF PC-PROGRAM = "MaintainAccounts"
                                   AND PC-STATUS = SPACE
                                   AND WS-PEND-COUNT < 500
                               ADD 1 TO WS-PEND-COUNT
                               MOVE PC-KEY(1:5)
                                   TO WS-PEND-ID(WS-PEND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PendingFile
           END-IF.

      * Lit l'extrait du CRM et decide, ligne a ligne, du sort de
      * chaque compte. Extrait absent : rien a synchroniser.
       COMPARE-CRM-EXTRACT.
           OPEN INPUT CrmExtractFile.
           EVALUATE StatutCrmExtractFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ CrmExtractFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           ADD 1 TO WS-CRM-READ
                           PERFORM SYNC-ONE-CRM-LINE
                   END-READ
               END-PERFORM
               CLOSE CrmExtractFile
           WHEN "35"
               MOVE 'N' TO EditValid
               MOVE "Extrait CRM_ACCOUNTS.txt absent" TO EditReason
               MOVE 2 TO FileStatusReturnCode
           WHEN OTHER
               MOVE 'N' TO EditValid
               MOVE "Erreur d'E/S sur l'extrait CRM" TO EditReason
               MOVE 8 TO FileStatusReturnCode
           END-EVALUATE.
           IF EditValid = 'Y' AND WS-TABLE-FULL = 'Y'
               MOVE 'N' TO EditValid
               MOVE "Table des comptes trop grande" TO EditReason
               MOVE 8 TO FileStatusReturnCode
           END-IF.

      * Controle une ligne de l'extrait, puis rapproche le compte de
      * sa version ouverte.
       SYNC-ONE-CRM-LINE.
           MOVE SPACES TO EditReason.
           EVALUATE TRUE
           WHEN CR-ACC-ID = SPACES
               MOVE "Identifiant de compte absent" TO EditReason
           WHEN CR-STATUS NOT = 'A' AND CR-STATUS NOT = 'C'
               MOVE "Statut CRM inconnu (A ou C attendu)"
                   TO EditReason
           WHEN CR-STATUS = 'A' AND CR-NAME = SPACES
               MOVE "Raison sociale absente" TO EditReason
           WHEN CR-STATUS = 'C' AND CR-CLOSE-DATE NOT = SPACES
                   AND CR-CLOSE-DATE IS NOT NUMERIC
               MOVE "Date de cloture invalide" TO EditReason
           END-EVALUATE.
           IF EditReason = SPACES
               MOVE CR-ACC-ID TO WS-SEARCH-ID
               PERFORM FIND-ACCOUNT-ENTRY
               IF WS-OV-POS > 0
                   IF WS-OV-SEEN(WS-OV-POS) = 'Y'
                       MOVE "Compte en double dans l'extrait"
                           TO EditReason
                   END-IF
               END-IF
           END-IF.
           IF EditReason NOT = SPACES
               PERFORM NOTE-REJECTED-LINE
           ELSE
               IF WS-OV-POS = 0 AND CR-STATUS = 'C'
                   ADD 1 TO WS-CLOSED-UNKNOWN
               ELSE
                   IF WS-OV-POS = 0
                       PERFORM ADD-ACCOUNT-ENTRY
                   END-IF
                   IF WS-OV-POS > 0
                       MOVE 'Y' TO WS-OV-SEEN(WS-OV-POS)
                       PERFORM DECIDE-ACCOUNT-ACTION
                   END-IF
               END-IF
           END-IF.

      * Garde la ligne rejetee pour le rapport.
       NOTE-REJECTED-LINE.
           ADD 1 TO WS-REJ-COUNT.
           IF WS-REJ-COUNT <= 200
               MOVE WS-CRM-READ TO WS-RJ-LINE(WS-REJ-COUNT)
               MOVE CR-ACC-ID TO WS-RJ-ID(WS-REJ-COUNT)
               MOVE EditReason TO WS-RJ-REASON(WS-REJ-COUNT)
           END-IF.

      * Decide du sort du compte WS-OV-POS d'apres la ligne CRM :
      * ajout, reouverture, nouveau libelle ou retrait, a la date de
      * traitement (retrait : a la date de cloture du CRM si elle est
      * posterieure a la version ouverte). Un compte portant une
      * intervention en attente, ou dont la version ouverte n'est pas
      * anterieure a la date d'effet, est ecarte.
       DECIDE-ACCOUNT-ACTION.
           MOVE WS-OV-IMAGE(WS-OV-POS) TO WS-ACCOUNT-VIEW.
           MOVE WS-PROC-DATE TO WS-EFFECTIVE.
           MOVE SPACE TO WS-OV-ACTION(WS-OV-POS).
           EVALUATE TRUE
           WHEN CR-STATUS = 'A' AND WS-OV-IMAGE(WS-OV-POS) = SPACES
               MOVE 'A' TO WS-OV-ACTION(WS-OV-POS)
           WHEN CR-STATUS = 'A' AND ACC-STATUS = 'R'
               MOVE 'O' TO WS-OV-ACTION(WS-OV-POS)
           WHEN CR-STATUS = 'A' AND ACC-LABEL NOT = CR-NAME(1:20)
               MOVE 'M' TO WS-OV-ACTION(WS-OV-POS)
           WHEN CR-STATUS = 'C' AND WS-OV-IMAGE(WS-OV-POS) NOT = SPACES
                   AND ACC-STATUS NOT = 'R'
               MOVE 'R' TO WS-OV-ACTION(WS-OV-POS)
               IF CR-CLOSE-DATE IS NUMERIC
                   MOVE CR-CLOSE-DATE TO WS-CLOSE-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-CLOSE-DATE) = 0
                           AND (ACC-VALID-FROM = SPACES
                           OR ACC-VALID-FROM < CR-CLOSE-DATE)
                       MOVE WS-CLOSE-DATE TO WS-EFFECTIVE
                   END-IF
               END-IF
           END-EVALUATE.
           IF WS-OV-ACTION(WS-OV-POS) NOT = SPACE
               MOVE WS-OV-ACTION(WS-OV-POS) TO WS-OV-WANTED(WS-OV-POS)
               MOVE WS-EFFECTIVE TO WS-OV-EFFECTIVE(WS-OV-POS)
               MOVE CR-NAME(1:20) TO WS-OV-NEW-LABEL(WS-OV-POS)
               PERFORM CHECK-PENDING-ACCOUNT
               EVALUATE TRUE
               WHEN WS-PEND-FOUND = 'Y'
                   MOVE 'P' TO WS-OV-ACTION(WS-OV-POS)
               WHEN WS-OV-IMAGE(WS-OV-POS) NOT = SPACES
                       AND ACC-VALID-FROM NOT = SPACES
                       AND ACC-VALID-FROM
                           NOT < WS-OV-EFFECTIVE(WS-OV-POS)
                   MOVE 'F' TO WS-OV-ACTION(WS-OV-POS)
               END-EVALUATE
               PERFORM COUNT-ACCOUNT-ACTION
           END-IF.

      * Le compte WS-OV-POS porte-t-il une intervention en attente ?
       CHECK-PENDING-ACCOUNT.
           MOVE 'N' TO WS-PEND-FOUND.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PEND-COUNT
               IF WS-PEND-ID(WS-PD-IDX) = WS-OV-ID(WS-OV-POS)
                   MOVE 'Y' TO WS-PEND-FOUND
               END-IF
           END-PERFORM.

      * Ventile la decision prise sur le compte WS-OV-POS.
       COUNT-ACCOUNT-ACTION.
           EVALUATE WS-OV-ACTION(WS-OV-POS)
           WHEN 'A'
               ADD 1 TO WS-ADD-COUNT
           WHEN 'O'
               ADD 1 TO WS-REOPEN-COUNT
           WHEN 'M'
               ADD 1 TO WS-RENAME-COUNT
           WHEN 'R'
               ADD 1 TO WS-RETIRE-COUNT
           WHEN OTHER
               ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.
           IF WS-OV-ACTION(WS-OV-POS) = 'A' OR 'O' OR 'M' OR 'R'
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

      * Garde-fous avant toute ecriture : un extrait sans aucune ligne
      * valide, ou des retraits au-dela du seuil des comptes actifs,
      * trahissent un extrait casse ; rien n'est alors applique.
       CHECK-SAFETY-LIMITS.
           PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                   UNTIL WS-OV-IDX > WS-ACCT-COUNT
               MOVE WS-OV-IMAGE(WS-OV-IDX) TO WS-ACCOUNT-VIEW
               IF WS-OV-IMAGE(WS-OV-IDX) NOT = SPACES
                       AND ACC-STATUS NOT = 'R'
                       AND WS-OV-SEEN(WS-OV-IDX) NOT = 'Y'
                   ADD 1 TO WS-ABSENT-COUNT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
           WHEN WS-CRM-READ - WS-REJ-COUNT = 0
               MOVE 'N' TO EditValid
               MOVE "Extrait CRM vide" TO EditReason
               MOVE 6 TO FileStatusReturnCode
           WHEN WS-RETIRE-COUNT * 100
                   > WS-MAX-RETIRE-PCT * WS-ACTIVE-COUNT
               MOVE 'N' TO EditValid
               MOVE "Retraits au-dela du seuil autorise"
                   TO EditReason
               MOVE 6 TO FileStatusReturnCode
           END-EVALUATE.

      * Reecrit ACCOUNTS.txt par un fichier de travail : la version
      * ouverte de chaque compte modifie est close a la veille de la
      * date d'effet, puis les nouvelles versions sont ajoutees en fin
      * de table. Le scelle de la table est controle avant et
      * renouvele apres la recopie.
       APPLY-ACCOUNT-CHANGES.
           MOVE "ACCOUNTS.txt" TO WS-SEAL-FILENAME.
           PERFORM CHECK-PRIOR-SEAL.
           OPEN OUTPUT AccountWorkFile.
           IF StatutAccountWorkFile NOT = "00"
               MOVE 'N' TO EditValid
               MOVE "Erreur d'E/S sur le fichier de travail"
                   TO EditReason
               MOVE 8 TO FileStatusReturnCode
           ELSE
               OPEN INPUT AccountFile
               IF StatutAccountFile = "00"
                   MOVE 'N' TO EndOfFileSwitch
                   PERFORM UNTIL EndOfFileSwitch = 'Y'
                       READ AccountFile
                           AT END
                               MOVE 'Y' TO EndOfFileSwitch
                           NOT AT END
                               PERFORM CLOSE-ONE-VERSION
                       END-READ
                   END-PERFORM
                   CLOSE AccountFile
               END-IF
               PERFORM ADD-NEW-VERSION
                   VARYING WS-OV-IDX FROM 1 BY 1
                   UNTIL WS-OV-IDX > WS-ACCT-COUNT
               CLOSE AccountWorkFile
               PERFORM COPY-ACCOUNT-WORKFILE-BACK
               MOVE 'Y' TO WS-APPLIED
           END-IF.

      * Recopie une ligne de la table ; la version ouverte d'un compte
      * modifie y est close a la veille de la date d'effet.
       CLOSE-ONE-VERSION.
           MOVE AccountRecord TO WS-ACCOUNT-VIEW.
           IF ACC-VALID-TO = SPACES
               MOVE ACC-ID TO WS-SEARCH-ID
               PERFORM FIND-ACCOUNT-ENTRY
               IF WS-OV-POS > 0
                   IF AccountRecord = WS-OV-IMAGE(WS-OV-POS)
                           AND (WS-OV-ACTION(WS-OV-POS) = 'O'
                           OR WS-OV-ACTION(WS-OV-POS) = 'M'
                           OR WS-OV-ACTION(WS-OV-POS) = 'R')
                       MOVE WS-OV-EFFECTIVE(WS-OV-POS) TO WS-EFFECTIVE
                       COMPUTE WS-DATE-INT
                           = FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE) - 1
                       MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                           TO WS-EVE-DATE
                       MOVE WS-EVE-DATE TO ACC-VALID-TO
                       ADD 1 TO WS-VERSIONS-CLOSED
                   END-IF
               END-IF
           END-IF.
           MOVE WS-ACCOUNT-VIEW TO AccountWorkRecord.
           WRITE AccountWorkRecord.

      * Ajoute la nouvelle version du compte WS-OV-IDX, ouverte a la
      * date d'effet : nouveau compte sans plafond ni conditions,
      * compte reouvert ou renomme au libelle du CRM, compte retire
      * marque 'R' (plafond et conditions repris de la version close).
       ADD-NEW-VERSION.
           IF WS-OV-ACTION(WS-OV-IDX) = 'A' OR 'O' OR 'M' OR 'R'
               MOVE WS-OV-IMAGE(WS-OV-IDX) TO WS-ACCOUNT-VIEW
               EVALUATE WS-OV-ACTION(WS-OV-IDX)
               WHEN 'A'
                   MOVE SPACES TO WS-ACCOUNT-VIEW
                   MOVE WS-OV-ID(WS-OV-IDX) TO ACC-ID
                   MOVE WS-OV-NEW-LABEL(WS-OV-IDX) TO ACC-LABEL
                   MOVE SPACE TO ACC-STATUS
                   MOVE 0 TO ACC-CREDIT-LIMIT
               WHEN 'O'
                   MOVE WS-OV-NEW-LABEL(WS-OV-IDX) TO ACC-LABEL
                   MOVE SPACE TO ACC-STATUS
               WHEN 'M'
                   MOVE WS-OV-NEW-LABEL(WS-OV-IDX) TO ACC-LABEL
               WHEN 'R'
                   MOVE 'R' TO ACC-STATUS
               END-EVALUATE
               MOVE WS-OV-EFFECTIVE(WS-OV-IDX) TO ACC-VALID-FROM
               MOVE SPACES TO ACC-VALID-TO
               MOVE WS-ACCOUNT-VIEW TO AccountWorkRecord
               WRITE AccountWorkRecord
               ADD 1 TO WS-VERSIONS-ADDED
           END-IF.

      * Recopie le fichier de travail sur ACCOUNTS.txt, puis renouvelle
      * le scelle de la table.
       COPY-ACCOUNT-WORKFILE-BACK.
           OPEN INPUT AccountWorkFile.
           OPEN OUTPUT AccountFile.
           MOVE 'N' TO EndOfFileSwitch.
           PERFORM UNTIL EndOfFileSwitch = 'Y'
               READ AccountWorkFile
                   AT END
                       MOVE 'Y' TO EndOfFileSwitch
                   NOT AT END
                       MOVE AccountWorkRecord TO AccountRecord
                       WRITE AccountRecord
               END-READ
           END-PERFORM.
           CLOSE AccountWorkFile.
           CLOSE AccountFile.
           PERFORM RECORD-FILE-SEAL.

      * Rapport des modifications : applique, ou seulement propose si
      * un garde-fou a joue.
       PRINT-CHANGE-REPORT.
           PERFORM OPEN-REPORT-SPOOL.
           IF EditValid NOT = 'Y'
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** AUCUNE MODIFICATION APPLIQUEE : "
                           DELIMITED BY SIZE
                       EditReason DELIMITED BY "  "
                       " ***" DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
               MOVE SPACES TO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           PERFORM PRINT-ONE-CHANGE
               VARYING WS-OV-IDX FROM 1 BY 1
               UNTIL WS-OV-IDX > WS-ACCT-COUNT.
           PERFORM PRINT-ONE-REJECT
               VARYING WS-RJ-IDX FROM 1 BY 1
               UNTIL WS-RJ-IDX > WS-REJ-COUNT OR WS-RJ-IDX > 200.
           PERFORM CLOSE-REPORT-SPOOL.

      * Une ligne par compte touche ou ecarte.
       PRINT-ONE-CHANGE.
           IF WS-OV-ACTION(WS-OV-IDX) NOT = SPACE
               MOVE WS-OV-IMAGE(WS-OV-IDX) TO WS-ACCOUNT-VIEW
               MOVE SPACES TO WS-SPOOL-LINE
               MOVE WS-OV-ID(WS-OV-IDX) TO WS-SPOOL-LINE(11:5)
               EVALUATE WS-OV-ACTION(WS-OV-IDX)
               WHEN 'A'
                   MOVE "AJOUT" TO WS-SPOOL-LINE(1:9)
                   MOVE WS-OV-NEW-LABEL(WS-OV-IDX)
                       TO WS-SPOOL-LINE(18:20)
               WHEN 'O'
                   MOVE "REOUVERT" TO WS-SPOOL-LINE(1:9)
                   MOVE WS-OV-NEW-LABEL(WS-OV-IDX)
                       TO WS-SPOOL-LINE(18:20)
               WHEN 'M'
                   MOVE "LIBELLE" TO WS-SPOOL-LINE(1:9)
                   MOVE ACC-LABEL TO WS-SPOOL-LINE(18:20)
                   MOVE "->" TO WS-SPOOL-LINE(39:2)
                   MOVE WS-OV-NEW-LABEL(WS-OV-IDX)
                       TO WS-SPOOL-LINE(42:20)
               WHEN 'R'
                   MOVE "RETRAIT" TO WS-SPOOL-LINE(1:9)
                   MOVE ACC-LABEL TO WS-SPOOL-LINE(18:20)
               WHEN OTHER
                   MOVE "ECARTE" TO WS-SPOOL-LINE(1:9)
                   EVALUATE WS-OV-WANTED(WS-OV-IDX)
                   WHEN 'A'
                       MOVE "ajout" TO WS-SPOOL-LINE(18:10)
                   WHEN 'O'
                       MOVE "reouverture" TO WS-SPOOL-LINE(18:11)
                   WHEN 'M'
                       MOVE "libelle" TO WS-SPOOL-LINE(18:10)
                   WHEN 'R'
                       MOVE "retrait" TO WS-SPOOL-LINE(18:10)
                   END-EVALUATE
                   IF WS-OV-ACTION(WS-OV-IDX) = 'P'
                       MOVE "intervention en attente de visa"
                           TO WS-SPOOL-LINE(30:32)
                   ELSE
                       MOVE "version ouverte depuis le "
                           TO WS-SPOOL-LINE(30:26)
                       MOVE ACC-VALID-FROM TO WS-SPOOL-LINE(56:8)
                   END-IF
               END-EVALUATE
               IF WS-OV-ACTION(WS-OV-IDX) = 'A' OR 'O' OR 'M' OR 'R'
                   MOVE "effet le" TO WS-SPOOL-LINE(64:8)
                   MOVE WS-OV-EFFECTIVE(WS-OV-IDX)
                       TO WS-SPOOL-LINE(73:8)
               END-IF
               PERFORM PRINT-REPORT-LINE
           END-IF.

      * Une ligne par ligne rejetee de l'extrait.
       PRINT-ONE-REJECT.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE "REJET" TO WS-SPOOL-LINE(1:9).
           MOVE WS-RJ-ID(WS-RJ-IDX) TO WS-SPOOL-LINE(11:5).
           STRING "ligne " DELIMITED BY SIZE
                   WS-RJ-LINE(WS-RJ-IDX) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-RJ-REASON(WS-RJ-IDX) DELIMITED BY SIZE
               INTO WS-SPOOL-LINE(18:60).
           PERFORM PRINT-REPORT-LINE.

      * Alertes d'exploitation du run : garde-fou ou extrait absent
      * (severe), comptes ecartes ou lignes rejetees (avertissement),
      * synthese des modifications appliquees (information).
       SIGNAL-RUN-ALERTS.
           IF EditValid NOT = 'Y'
               IF FileStatusReturnCode = 6 OR FileStatusReturnCode = 2
                   MOVE 'S' TO WS-ALERT-SEVERITY
               ELSE
                   MOVE 'W' TO WS-ALERT-SEVERITY
               END-IF
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "synchro comptes bloquee : "
                           DELIMITED BY SIZE
                       EditReason DELIMITED BY "  "
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF EditValid = 'Y'
                   AND (WS-REJ-COUNT > 0 OR WS-SKIPPED-COUNT > 0)
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               MOVE WS-REJ-COUNT TO WS-EDIT-COUNT
               STRING "synchro comptes : lignes rejetees "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                       ", ecartes " DELIMITED BY SIZE
                       WS-SKIPPED-COUNT DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF WS-APPLIED = 'Y'
               MOVE 'I' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "synchro comptes : ajouts " DELIMITED BY SIZE
                       WS-ADD-COUNT DELIMITED BY SIZE
                       " libelles " DELIMITED BY SIZE
                       WS-RENAME-COUNT DELIMITED BY SIZE
                       " retraits " DELIMITED BY SIZE
                       WS-RETIRE-COUNT DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.

      * Ouvre le fichier de spool date du rapport et emet l'en-tete.
       OPEN-REPORT-SPOOL.
           MOVE SPACES TO WS-SPOOL-FILENAME.
           STRING "RAPPORT-SyncAccounts-" DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SPOOL-FILENAME.
           OPEN OUTPUT SpoolFile.
           IF StatutSpoolFile = "00"
               MOVE 'Y' TO WS-SPOOL-OPEN
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** SyncAccounts - JOURNEE " DELIMITED BY SIZE
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
           STRING "*** SYNCHRONISATION DES COMPTES SUR L'EXTRAIT CRM "
                       DELIMITED BY SIZE
                   "(CRM_ACCOUNTS.txt) ***" DELIMITED BY SIZE
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

      * Clot le rapport par les totaux, clot le fichier de spool et
      * inscrit le rapport a l'index.
       CLOSE-REPORT-SPOOL.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-CRM-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Lignes de l'extrait lues      : " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Comptes actifs avant synchro  : " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           COMPUTE WS-EDIT-COUNT = WS-ADD-COUNT + WS-REOPEN-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Comptes ajoutes ou reouverts  : " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-RENAME-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Libelles modifies             : " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-RETIRE-COUNT TO WS-EDIT-COUNT.
           MOVE WS-MAX-RETIRE-PCT TO WS-EDIT-PCT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Comptes retires               : " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "  (seuil " DELIMITED BY SIZE
                   WS-EDIT-PCT DELIMITED BY SIZE
                   " % des comptes actifs)" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Comptes ecartes               : " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-REJ-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Lignes de l'extrait rejetees  : " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-ABSENT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Comptes actifs hors extrait   : " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   "  (laisses en l'etat)" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-CLOSED-UNKNOWN TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Comptes clos inconnus ignores : " DELIMITED BY SIZE
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
               MOVE "SyncAccounts" TO SX-PROGRAM
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
           MOVE "SyncAccounts"      TO AL-PROGRAM.
           MOVE WS-SYS-TIMESTAMP    TO AL-TIMESTAMP.
           MOVE WS-ALERT-SEVERITY   TO AL-SEVERITY.
           MOVE WS-ALERT-MESSAGE    TO AL-MESSAGE.
           MOVE WS-PROC-DATE        TO AL-PROC-DATE.
           WRITE OpsAlertRecord.
           CLOSE OpsAlertFile.

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
               MOVE "SyncAccounts"       TO SG-PROGRAM
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
      * nom du programme, horodatage, statut fichier, nb de lignes de
      * l'extrait lues, et en note les versions closes et ajoutees
      * (ou le garde-fou qui a bloque la synchronisation).
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "SyncAccounts"          TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP        TO AUD-TIMESTAMP
           MOVE StatutCrmExtractFile    TO AUD-FILE-STATUS
           MOVE WS-CRM-READ             TO AUD-RECORD-COUNT
           MOVE WS-PROC-DATE            TO AUD-PROC-DATE
           MOVE WS-CURRENT-BATCH-ID     TO AUD-BATCH-ID
           IF WS-APPLIED = 'Y'
               STRING "CLOS " DELIMITED BY SIZE
                       WS-VERSIONS-CLOSED DELIMITED BY SIZE
                       " AJOUT " DELIMITED BY SIZE
                       WS-VERSIONS-ADDED DELIMITED BY SIZE
                   INTO AUD-NOTE
           ELSE
               IF FileStatusReturnCode = 6
                   MOVE "GARDE-FOU NON APPLIQUE" TO AUD-NOTE
               ELSE
                   MOVE "AUCUNE MODIFICATION" TO AUD-NOTE
               END-IF
           END-IF
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
