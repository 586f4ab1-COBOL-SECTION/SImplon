       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApproveChanges.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Visa des interventions d'entretien (regle des quatre yeux) :
      * cMaintainNouveauFichier, cMaintainGlMap, cMaintainAccounts,
      * cMaintainTranTypes, cMaintainVatRates et cMaintainRunIds
      * n'appliquent plus rien eux-memes, ils deposent l'intervention
      * proposee (image avant, image proposee, auteur, motif) dans
      * MAINT_PENDING.txt (gisement PENDREC). Ce programme permet a
      * un second utilisateur, qui ne peut pas etre l'auteur de
      * l'intervention :
      *   mode V : de consulter les interventions en attente de visa ;
      *   mode A : d'approuver une intervention (par son numero), ce
      *            qui l'applique : la ligne dont l'image est l'image
      *            avant deposee est remplacee par l'image proposee
      *            (ou l'image proposee est ajoutee pour un ajout),
      *            pour les tables datees la version close remplace la
      *            version ouverte et la nouvelle version est ajoutee,
      *            avec pour NouveauFichier l'ajustement du trailer du
      *            run, le journal des interventions et le compagnon
      *            indexe des TRAN-ID, et dans tous les cas la ligne
      *            de piste d'audit au nom de l'utilitaire auteur. Si
      *            la ligne a change depuis le depot, l'intervention
      *            est marquee non applicable et doit etre redeposee ;
      *   mode F : de refuser une intervention, motif obligatoire.
      * A chaque execution, les interventions restees en attente plus
      * de MAINT_APPROVAL_DAYS jours (5 par defaut) sont marquees
      * expirees, avec une alerte d'avertissement par intervention.
      * Avec APPROVE_MODE=EXPIRE, le programme ne fait que cette passe
      * d'expiration, sans aucune saisie : c'est l'etape quotidienne
      * cExpireChanges de la chaine (JOBPLAN.txt), qui n'arrete la
      * chaine que sur erreur d'E/S (code retour 8) ; aucune
      * intervention expiree rend 4, MAINT_PENDING.txt absent rend 2.
      * Une intervention sur NouveauFichier dont l'enregistrement a
      * ete range depuis le depot dans un segment clos du catalogue
      * (voir cSplitNouveauFichier.cbl, segment retrouve par la plage
      * de runs) est marquee non applicable avec le nom du segment,
      * meme si cMaintainPeriods a rouvert son mois : le segment clos
      * est fige, scelle et sauvegarde tel quel.
       FILE-CONTROL.
       SELECT PendingFile ASSIGN TO "MAINT_PENDING.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPendingFile.
       SELECT PendingWorkFile ASSIGN TO "MAINT_PENDING_MAINT.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPendingWorkFile.
      * Table ou fichier vise par l'intervention approuvee, nom
      * resolu d'apres l'utilitaire auteur (NOUVEAU_FICHIER.txt,
      * GLACCOUNTMAP.txt, ACCOUNTS.txt, TRANTYPES.txt, VATRATES.txt
      * ou AUTHORIZED_RUNIDS.txt).
       SELECT TargetFile ASSIGN TO DYNAMIC WS-TARGET-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutTargetFile.
       SELECT TargetWorkFile ASSIGN TO "MAINT_APPROVAL.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutTargetWorkFile.
      * Journal permanent des interventions sur NouveauFichier : image
      * avant et image apres de chaque enregistrement touche.
       SELECT MaintJournalFile
           ASSIGN TO "NOUVEAU_FICHIER_MAINT_JOURNAL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutMaintJournalFile.
      * Compagnon indexe des TRAN-ID charges (voir modifCreated) :
      * une renumerotation y remplace l'ancien identifiant par le
      * nouveau.
       SELECT KnownIdFile ASSIGN TO "NOUVEAU_FICHIER_IDS.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS KID-TRAN-ID
       FILE STATUS is StatutKnownIdFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuditTrailFile.
      * Alertes d'exploitation codees par gravite (voir
      * copybooks/ALERTREC.cpy), restituees par cExceptionSummary.
       SELECT OpsAlertFile ASSIGN TO "OPSALERTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpsAlertFile.
      * Registre des statuts de periode (voir
      * copybooks/PERIODREC.cpy) : un enregistrement date d'un mois
      * clos ou verrouille ne peut plus etre modifie.
       SELECT PeriodStatusFile ASSIGN TO "PERIOD_STATUS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPeriodStatusFile.
      * Catalogue des segments de NOUVEAU_FICHIER (voir
      * copybooks/NFCATREC.cpy).
       SELECT SegmentCatalogueFile
           ASSIGN TO "NOUVEAU_FICHIER_CATALOGUE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSegmentCatalogueFile.

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
           FD  PendingFile.
           01  PendingRecord.
      * Gisement des interventions en attente de visa (voir
      * copybooks/PENDREC.cpy).
               COPY PENDREC.

           FD  PendingWorkFile.
           01  PendingWorkRecord PIC X(422).

      * Image brute d'une ligne de la table visee (85 octets couvrent
      * le plus long des gisements, celui de NouveauFichier).
           FD  TargetFile.
           01  TargetRecord PIC X(85).

           FD  TargetWorkFile.
           01  TargetWorkRecord PIC X(85).

      * Une ligne de journal par image : horodatage, action demandee,
      * phase (AVANT = image lue, APRES = image reecrite), image brute
      * de l'enregistrement (meme gisement que cMaintainNouveauFichier
      * l'ecrivait avant la regle des quatre yeux).
           FD  MaintJournalFile.
           01  MaintJournalRecord.
               05  MJ-TIMESTAMP   PIC 9(14).
               05  FILLER         PIC X(1).
               05  MJ-ACTION      PIC X(1).
               05  FILLER         PIC X(1).
               05  MJ-PHASE       PIC X(5).
               05  FILLER         PIC X(1).
               05  MJ-IMAGE       PIC X(85).

      * Compagnon indexe des TRAN-ID charges : la cle et le run qui
      * a charge l'identifiant (meme gisement que dans modifCreated).
           FD  KnownIdFile.
           01  KnownIdRecord.
               05  KID-TRAN-ID PIC 9(7).
               05  KID-RUN     PIC 9(5).

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.

           FD  PeriodStatusFile.
           01  PeriodStatusRecord.
      * Gisement du registre des statuts de periode (voir
      * copybooks/PERIODREC.cpy).
               COPY PERIODREC.

           FD  SegmentCatalogueFile.
           01  SegmentCatalogueRecord.
      * Gisement du catalogue des segments (voir
      * copybooks/NFCATREC.cpy).
               COPY NFCATREC.

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
           01  StatutPendingFile PIC X(2) VALUE '00'.
           01  StatutPendingWorkFile PIC X(2) VALUE '00'.
           01  StatutTargetFile PIC X(2) VALUE '00'.
           01  StatutTargetWorkFile PIC X(2) VALUE '00'.
           01  StatutMaintJournalFile PIC X(2) VALUE '00'.
           01  StatutKnownIdFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
      * Horodatage systeme pour la piste d'audit ; sa date sert aussi
      * a mesurer l'anciennete des depots (PC-STAGED-DATE est la date
      * systeme du depot).
           01  WS-SYS-DATETIME.
               05 WS-SYS-TIMESTAMP PIC 9(14).
               05 FILLER           PIC X(7).
      * Date de traitement (BATCH_DATE) portee par la decision et
      * l'alerte ; a defaut, la date systeme.
           01  WS-ALERT-DATE-X PIC X(8) VALUE SPACES.
           01  WS-ALERT-PROC-DATE PIC 9(8) VALUE 0.
      * Delai de visa en jours (MAINT_APPROVAL_DAYS, 5 par defaut) :
      * au-dela, une intervention en attente expire.
           01  WS-APPROVAL-DAYS-X PIC X(5) VALUE SPACES.
           01  WS-APPROVAL-DAYS PIC 9(3) VALUE 5.
           01  WS-TODAY-DAYS PIC 9(8) VALUE 0.
           01  WS-AGE-DATE PIC 9(8) VALUE 0.
           01  WS-STAGED-AGE PIC S9(8) VALUE 0.
      * Nom de NouveauFichier, surchargeable via la variable
      * d'environnement NOUVEAU_FICHIER_FILE (meme variable que
      * cWriteCreatedFile.cbl et cMaintainNouveauFichier.cbl).
           01  WS-NF-FILENAME PIC X(100) VALUE "NOUVEAU_FICHIER.txt".
           01  WS-NF-FILENAME-OVR PIC X(100) VALUE SPACES.
           01  WS-TARGET-FILENAME PIC X(100) VALUE SPACES.
      * Saisies du viseur : mode, identifiant (obligatoire dans tous
      * les modes : la consultation signale les interventions dont il
      * est l'auteur), et pour une decision le numero d'intervention
      * et la note (obligatoire pour un refus).
           01  MaintAction PIC X(1) VALUE SPACE.
      * Mode d'execution (variable d'environnement APPROVE_MODE) :
      * EXPIRE pour la seule passe d'expiration, en chaine (MaintAction
      * vaut alors 'E'), sinon saisie du viseur.
           01  WS-APPROVE-MODE PIC X(10) VALUE SPACES.
           01  CheckerId PIC X(10) VALUE SPACES.
           01  MaintChangeId-X PIC X(6) VALUE SPACES.
           01  MaintChangeId PIC 9(6) VALUE 0.
           01  DecisionNote PIC X(40) VALUE SPACES.
      * Resultat du controle des saisies
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Intervention visee par la decision, relevee a la passe de
      * lecture.
           01  WS-SELECTED-FOUND PIC X(1) VALUE 'N'.
           01  WS-SELECTED-CHANGE.
               COPY PENDREC REPLACING ==PC-CHANGE-ID==
                                       BY ==SL-CHANGE-ID==
                                   ==PC-PROGRAM== BY ==SL-PROGRAM==
                                   ==PC-ACTION== BY ==SL-ACTION==
                                   ==PC-KEY== BY ==SL-KEY==
                                   ==PC-BEFORE-IMAGE==
                                       BY ==SL-BEFORE-IMAGE==
                                   ==PC-AFTER-IMAGE==
                                       BY ==SL-AFTER-IMAGE==
                                   ==PC-MAKER-ID== BY ==SL-MAKER-ID==
                                   ==PC-REASON== BY ==SL-REASON==
                                   ==PC-STAGED-DATE==
                                       BY ==SL-STAGED-DATE==
                                   ==PC-STATUS== BY ==SL-STATUS==
                                   ==PC-CHECKER-ID==
                                       BY ==SL-CHECKER-ID==
                                   ==PC-DECISION-DATE==
                                       BY ==SL-DECISION-DATE==
                                   ==PC-DECISION-NOTE==
                                       BY ==SL-DECISION-NOTE==
                                   ==PC-ADDED-IMAGE==
                                       BY ==SL-ADDED-IMAGE==.
      * Statut porte sur l'intervention visee par la decision : 'A'
      * (approuvee et appliquee), 'F' (refusee), 'N' (non applicable)
      * ; espace = pas de decision a porter.
           01  WS-DECISION-STATUS PIC X(1) VALUE SPACE.
           01  WS-NOT-APPLICABLE-REASON PIC X(40) VALUE SPACES.
      * Vues de la ligne lue dans la table visee, pour les controles
      * propres a chaque table (meme controles que les utilitaires).
           01  WS-NF-VIEW.
               COPY TRANREC.
               05  NF-RunCounter PIC 9(5).
           01  WS-TRANTYPE-VIEW.
               COPY TRANTYPREC.
           01  WS-VATRATE-VIEW.
               COPY VATRATEREC.
           01  WS-GLMAP-VIEW.
               COPY GLMAPREC.
           01  WS-ACCOUNT-VIEW.
               COPY ACCTREC.
           01  WS-AUTH-VIEW.
               COPY AUTHREC.
      * Passe d'application : ligne avant retrouvee, ligne de meme
      * cle deja active (ajout), nouveau TRAN-ID deja pris
      * (renumerotation), et pour NouveauFichier l'ancien et le nouveau
      * TRAN-ID, le run de l'enregistrement et l'ecart de montant a
      * reporter sur le trailer de ce run.
           01  WS-BEFORE-FOUND PIC X(1) VALUE 'N'.
           01  WS-KEY-ACTIVE PIC X(1) VALUE 'N'.
           01  WS-NEWID-IN-USE PIC X(1) VALUE 'N'.
           01  WS-OLD-TRAN-ID PIC 9(7) VALUE 0.
           01  WS-NEW-TRAN-ID PIC 9(7) VALUE 0.
           01  WS-TARGET-RUN PIC 9(5) VALUE 0.
           01  WS-OLD-AMOUNT PIC S9(9)V99 VALUE 0.
           01  WS-AMOUNT-DELTA PIC S9(9)V99 VALUE 0.
           01  WS-PENDING-DELTA PIC S9(9)V99 VALUE 0.
      * Compteurs
           01  WS-WAITING-COUNT PIC 9(7) VALUE 0.
           01  WS-EXPIRED-COUNT PIC 9(7) VALUE 0.
           01  WS-DECIDED-COUNT PIC 9(7) VALUE 0.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'W'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Registre des statuts de periode (PERIOD_STATUS.txt) : statut
      * courant de chaque mois present (la derniere ligne d'un mois
      * l'emporte, un mois absent est ouvert), et resultat du
      * controle d'une date (mois, periode close ou non, motif).
           01  StatutPeriodStatusFile PIC X(2) VALUE '00'.
           01  WS-PERIOD-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-MAX-PERIODS PIC 9(3) COMP VALUE 600.
           01  WS-PERIOD-TABLE.
               05 WS-PERIOD-ENTRY OCCURS 600 TIMES.
                   10 WS-PT-PERIOD PIC 9(6).
                   10 WS-PT-STATUS PIC X(1).
           01  WS-PERIOD-IDX PIC 9(3) COMP VALUE 0.
           01  WS-PERIOD-FOUND PIC X(1) VALUE 'N'.
           01  WS-PERIOD-EOF PIC X(1) VALUE 'N'.
           01  WS-CHECK-DATE PIC 9(8) VALUE 0.
           01  WS-CHECK-PERIOD PIC 9(6) VALUE 0.
           01  WS-CHECK-STATUS PIC X(1) VALUE 'O'.
           01  WS-PERIOD-CLOSED PIC X(1) VALUE 'N'.
           01  WS-PERIOD-REASON PIC X(40) VALUE SPACES.
      * Segments clos de NOUVEAU_FICHIER inscrits au catalogue (la
      * derniere ligne d'un mois l'emporte) : un enregistrement range
      * dans un segment clos est fige (scelle, sauvegarde), il n'est
      * plus touche - le refus nomme le segment qui le porte.
           01  StatutSegmentCatalogueFile PIC X(2) VALUE '00'.
           01  WS-SEG-MAX PIC 9(3) COMP VALUE 600.
           01  WS-SEG-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-SEG-TABLE.
               05  WS-SEG-ENTRY OCCURS 600 TIMES.
                   10  WS-SEG-MONTH      PIC 9(6).
                   10  WS-SEG-STATUS     PIC X(1).
                   10  WS-SEG-FILENAME   PIC X(40).
                   10  WS-SEG-FIRST-RUN  PIC 9(5).
                   10  WS-SEG-LAST-RUN   PIC 9(5).
           01  WS-SEG-IDX PIC 9(3) COMP VALUE 0.
           01  WS-SEG-FOUND PIC X(1) VALUE 'N'.
           01  WS-SEG-EOF PIC X(1) VALUE 'N'.
           01  WS-CLOSED-SEGMENT PIC X(40) VALUE SPACES.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = decision enregistree (ou consultation faite),
      *   2 = fichier des interventions en attente absent,
      *   4 = rien a faire (saisie invalide, intervention introuvable,
      *   deja traitee, expiree, deposee par le viseur lui-meme, ou
      *   non applicable parce que la ligne a change depuis le depot
      *   ou que son mois a ete clos depuis le depot, ou
      *   l'enregistrement range depuis dans un segment clos),
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
           ACCEPT WS-ALERT-DATE-X FROM ENVIRONMENT "BATCH_DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-ALERT-DATE-X
           END-ACCEPT.
           IF WS-ALERT-DATE-X IS NUMERIC
               MOVE WS-ALERT-DATE-X TO WS-ALERT-PROC-DATE
           ELSE
               MOVE WS-SYS-TIMESTAMP(1:8) TO WS-ALERT-PROC-DATE
           END-IF.
           ACCEPT WS-APPROVAL-DAYS-X
               FROM ENVIRONMENT "MAINT_APPROVAL_DAYS"
               ON EXCEPTION
                   MOVE SPACES TO WS-APPROVAL-DAYS-X
           END-ACCEPT.
           IF WS-APPROVAL-DAYS-X NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-APPROVAL-DAYS-X) = 0
               MOVE FUNCTION NUMVAL(WS-APPROVAL-DAYS-X)
                   TO WS-APPROVAL-DAYS
           END-IF.
           ACCEPT WS-NF-FILENAME-OVR
               FROM ENVIRONMENT "NOUVEAU_FICHIER_FILE"
               ON EXCEPTION
                   MOVE SPACES TO WS-NF-FILENAME-OVR
           END-ACCEPT.
           IF WS-NF-FILENAME-OVR NOT = SPACES
               MOVE WS-NF-FILENAME-OVR TO WS-NF-FILENAME
           END-IF.
           MOVE WS-SYS-TIMESTAMP(1:8) TO WS-AGE-DATE.
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE
               (WS-AGE-DATE).

           ACCEPT WS-APPROVE-MODE FROM ENVIRONMENT "APPROVE_MODE"
               ON EXCEPTION
                   MOVE SPACES TO WS-APPROVE-MODE
           END-ACCEPT.
           IF WS-APPROVE-MODE = "EXPIRE"
               MOVE 'E' TO MaintAction
               MOVE 'Y' TO EditValid
               DISPLAY "Passe d'expiration des interventions en "
                   "attente (delai " WS-APPROVAL-DAYS " jours)."
           ELSE
               PERFORM ACCEPT-CHECKER-INPUT
           END-IF.
           PERFORM SCAN-PENDING-CHANGES.
           IF EditValid = 'Y' AND MaintAction = 'E'
                   AND WS-EXPIRED-COUNT = 0
               MOVE 'N' TO EditValid
               MOVE "Aucune intervention expiree" TO EditReason
           END-IF.
           IF EditValid = 'Y'
                   AND (MaintAction = 'A' OR MaintAction = 'F')
               PERFORM CHECK-SELECTED-CHANGE
           END-IF.
           IF EditValid = 'Y' AND MaintAction = 'A'
               PERFORM APPLY-APPROVED-CHANGE
           END-IF.
           IF EditValid = 'Y' AND MaintAction = 'F'
               MOVE 'F' TO WS-DECISION-STATUS
           END-IF.
           IF WS-DECISION-STATUS NOT = SPACE OR WS-EXPIRED-COUNT > 0
               PERFORM UPDATE-PENDING-FILE
           END-IF.
           IF WS-DECISION-STATUS NOT = SPACE
               PERFORM SIGNAL-DECISION-ALERT
           END-IF.
           IF WS-DECISION-STATUS = 'N'
               MOVE 'N' TO EditValid
               MOVE WS-NOT-APPLICABLE-REASON TO EditReason
           END-IF.

           DISPLAY "Interventions expirees . . . : " WS-EXPIRED-COUNT.
           IF EditValid = 'Y'
               MOVE 0 TO FileStatusReturnCode
               DISPLAY "Decisions enregistrees . . . : "
                   WS-DECIDED-COUNT
               DISPLAY "En attente de visa . . . . . : "
                   WS-WAITING-COUNT
           ELSE
               IF FileStatusReturnCode = 0
                   MOVE 4 TO FileStatusReturnCode
               END-IF
               DISPLAY "Aucune intervention appliquee : " EditReason
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Lit et controle les saisies du viseur.
       ACCEPT-CHECKER-INPUT.
           MOVE 'Y' TO EditValid.
           MOVE SPACES TO EditReason.
           DISPLAY "Mode (V=consulter, A=approuver et appliquer, "
               "F=refuser) :".
           ACCEPT MaintAction.
           DISPLAY "Identifiant du viseur :".
           ACCEPT CheckerId.
           IF MaintAction = 'A' OR MaintAction = 'F'
               DISPLAY "Numero de l'intervention (6 chiffres) :"
               ACCEPT MaintChangeId-X
               DISPLAY "Note motivant la decision :"
               ACCEPT DecisionNote
           END-IF.
           EVALUATE TRUE
           WHEN MaintAction NOT = 'V' AND MaintAction NOT = 'A'
                   AND MaintAction NOT = 'F'
               MOVE 'N' TO EditValid
               MOVE "Mode inconnu (attendu V, A ou F)" TO EditReason
           WHEN CheckerId = SPACES
               MOVE 'N' TO EditValid
               MOVE "Identifiant du viseur non saisi" TO EditReason
           WHEN MaintAction = 'V'
               CONTINUE
           WHEN MaintChangeId-X IS NOT NUMERIC
               MOVE 'N' TO EditValid
               MOVE "Numero d'intervention non numerique"
                   TO EditReason
           WHEN MaintAction = 'F' AND DecisionNote = SPACES
               MOVE 'N' TO EditValid
               MOVE "Motif du refus non saisi" TO EditReason
           WHEN OTHER
               MOVE MaintChangeId-X TO MaintChangeId
           END-EVALUATE.

      * Passe de lecture des interventions : compte celles qui
      * expirent a cette execution, affiche en mode V celles qui
      * restent en attente, et releve l'intervention visee par une
      * decision.
       SCAN-PENDING-CHANGES.
           OPEN INPUT PendingFile.
           EVALUATE StatutPendingFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ PendingFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           PERFORM EXAMINE-ONE-CHANGE
                   END-READ
               END-PERFORM
               CLOSE PendingFile
               IF EditValid = 'Y' AND MaintAction = 'V'
                       AND WS-WAITING-COUNT = 0
                   MOVE 'N' TO EditValid
                   MOVE "Aucune intervention en attente de visa"
                       TO EditReason
               END-IF
           WHEN "35"
               IF EditValid = 'Y'
                   MOVE 'N' TO EditValid
                   MOVE "Aucune intervention deposee" TO EditReason
                   MOVE 2 TO FileStatusReturnCode
               END-IF
           WHEN OTHER
               MOVE 'N' TO EditValid
               MOVE "Erreur d'E/S sur MAINT_PENDING.txt"
                   TO EditReason
               MOVE 8 TO FileStatusReturnCode
           END-EVALUATE.

       EXAMINE-ONE-CHANGE.
           IF PC-STATUS = SPACE
               MOVE PC-STAGED-DATE TO WS-AGE-DATE
               PERFORM COMPUTE-STAGED-AGE
               IF WS-STAGED-AGE > WS-APPROVAL-DAYS
                   ADD 1 TO WS-EXPIRED-COUNT
               ELSE
                   ADD 1 TO WS-WAITING-COUNT
                   IF EditValid = 'Y' AND MaintAction = 'V'
                       PERFORM DISPLAY-ONE-WAITING
                   END-IF
               END-IF
           END-IF.
           IF PC-CHANGE-ID IS NUMERIC
                   AND PC-CHANGE-ID = MaintChangeId
                   AND WS-SELECTED-FOUND = 'N'
                   AND (MaintAction = 'A' OR MaintAction = 'F')
               MOVE 'Y' TO WS-SELECTED-FOUND
               MOVE PendingRecord TO WS-SELECTED-CHANGE
           END-IF.

      * Anciennete en jours d'un depot (date de depot en
      * WS-AGE-DATE ; illisible : consideree comme deposee ce jour).
       COMPUTE-STAGED-AGE.
           MOVE 0 TO WS-STAGED-AGE.
           IF WS-AGE-DATE IS NUMERIC AND WS-AGE-DATE > 0
               COMPUTE WS-STAGED-AGE = WS-TODAY-DAYS
                   - FUNCTION INTEGER-OF-DATE(WS-AGE-DATE)
           END-IF.

      * Mode V : affiche une intervention en attente, avec son motif
      * et ses images avant et proposee.
       DISPLAY-ONE-WAITING.
           IF WS-WAITING-COUNT = 1
               DISPLAY "NUMERO UTILITAIRE           ACT CLE        "
                   "AUTEUR     DEPOT"
           END-IF.
           DISPLAY PC-CHANGE-ID " " PC-PROGRAM " " PC-ACTION "   "
               PC-KEY " " PC-MAKER-ID " " PC-STAGED-DATE.
           DISPLAY "       motif : " PC-REASON.
           DISPLAY "       avant : " PC-BEFORE-IMAGE.
           DISPLAY "       apres : " PC-AFTER-IMAGE.
           IF PC-ADDED-IMAGE NOT = SPACES
               DISPLAY "       ajout : " PC-ADDED-IMAGE
           END-IF.
           IF PC-MAKER-ID = CheckerId
               DISPLAY "       (intervention deposee par le viseur :"
                   " visa par un autre utilisateur)"
           END-IF.

      * Controle l'intervention visee par une decision : elle doit
      * exister, etre en attente, ne pas avoir expire, et ne pas avoir
      * ete deposee par le viseur lui-meme.
       CHECK-SELECTED-CHANGE.
           IF WS-SELECTED-FOUND NOT = 'Y'
               MOVE 'N' TO EditValid
               MOVE "Intervention introuvable" TO EditReason
           ELSE
               MOVE SL-STAGED-DATE TO WS-AGE-DATE
               PERFORM COMPUTE-STAGED-AGE
               EVALUATE TRUE
               WHEN SL-STATUS NOT = SPACE
                   MOVE 'N' TO EditValid
                   MOVE "Intervention deja traitee" TO EditReason
               WHEN WS-STAGED-AGE > WS-APPROVAL-DAYS
                   MOVE 'N' TO EditValid
                   MOVE "Intervention expiree, a redeposer"
                       TO EditReason
               WHEN SL-MAKER-ID = CheckerId
                   MOVE 'N' TO EditValid
                   MOVE "Le viseur ne peut pas etre l'auteur"
                       TO EditReason
               END-EVALUATE
           END-IF.

      * Mode A : applique l'intervention approuvee a la table visee.
      * Passe de recopie vers le fichier de travail : la ligne dont
      * l'image est l'image avant deposee est remplacee par l'image
      * proposee ; pour un ajout (image avant a blanc), l'image
      * proposee est ajoutee en fin de table. Tables datees : l'image
      * proposee est la version ouverte close a la veille de la date
      * d'effet, et la nouvelle version (image d'ajout) est ajoutee en
      * fin de table. La recopie sur la table n'a lieu que si
      * l'intervention est encore applicable.
       APPLY-APPROVED-CHANGE.
           PERFORM RESOLVE-TARGET-FILE.
           MOVE 'N' TO WS-BEFORE-FOUND.
           MOVE 'N' TO WS-KEY-ACTIVE.
           MOVE 'N' TO WS-NEWID-IN-USE.
           MOVE 'N' TO WS-PERIOD-CLOSED.
           MOVE 0 TO WS-PENDING-DELTA.
           IF SL-PROGRAM = "MaintainNouveauFich"
               PERFORM PREPARE-NF-CHANGE
           END-IF.
           OPEN INPUT TargetFile.
           IF StatutTargetFile NOT = "00"
                   AND StatutTargetFile NOT = "35"
               MOVE 'N' TO EditValid
               MOVE "Erreur d'E/S sur la table visee" TO EditReason
               MOVE 8 TO FileStatusReturnCode
           ELSE
               OPEN OUTPUT TargetWorkFile
               IF StatutTargetFile = "00"
                   MOVE 'N' TO EndOfFileSwitch
                   PERFORM UNTIL EndOfFileSwitch = 'Y'
                       READ TargetFile
                           AT END
                               MOVE 'Y' TO EndOfFileSwitch
                           NOT AT END
                               PERFORM REWRITE-ONE-TARGET
                       END-READ
                   END-PERFORM
                   CLOSE TargetFile
               END-IF
               IF SL-BEFORE-IMAGE = SPACES AND WS-KEY-ACTIVE = 'N'
                       AND SL-AFTER-IMAGE NOT = SPACES
                   MOVE SL-AFTER-IMAGE TO TargetWorkRecord
                   WRITE TargetWorkRecord
               END-IF
               IF SL-ADDED-IMAGE NOT = SPACES AND WS-KEY-ACTIVE = 'N'
                   MOVE SL-ADDED-IMAGE TO TargetWorkRecord
                   WRITE TargetWorkRecord
               END-IF
               CLOSE TargetWorkFile
               PERFORM DECIDE-APPLICABILITY
               IF WS-DECISION-STATUS = 'A'
                   PERFORM COPY-TARGET-WORKFILE-BACK
                   IF SL-PROGRAM = "MaintainNouveauFich"
                       PERFORM WRITE-MAINT-JOURNAL
                       IF SL-ACTION = 'R'
                           PERFORM UPDATE-KNOWN-ID-FILE
                       END-IF
                   END-IF
                   PERFORM WRITE-CHANGE-AUDIT-LINE
               END-IF
           END-IF.

      * Nom de la table visee d'apres l'utilitaire auteur.
       RESOLVE-TARGET-FILE.
           EVALUATE SL-PROGRAM
           WHEN "MaintainNouveauFich"
               MOVE WS-NF-FILENAME TO WS-TARGET-FILENAME
           WHEN "MaintainGlMap"
               MOVE "GLACCOUNTMAP.txt" TO WS-TARGET-FILENAME
           WHEN "MaintainAccounts"
               MOVE "ACCOUNTS.txt" TO WS-TARGET-FILENAME
           WHEN "MaintainTranTypes"
               MOVE "TRANTYPES.txt" TO WS-TARGET-FILENAME
           WHEN "MaintainVatRates"
               MOVE "VATRATES.txt" TO WS-TARGET-FILENAME
           WHEN "MaintainRunIds"
               MOVE "AUTHORIZED_RUNIDS.txt" TO WS-TARGET-FILENAME
           END-EVALUATE.

      * NouveauFichier : ancien et nouveau TRAN-ID, run de
      * l'enregistrement et ecart de montant, tires des images avant
      * et proposee ; et periode de l'enregistrement, close peut-etre
      * depuis le depot par la consolidation mensuelle.
       PREPARE-NF-CHANGE.
           MOVE SL-BEFORE-IMAGE TO WS-NF-VIEW.
           PERFORM LOAD-PERIOD-STATUS.
           MOVE TRAN-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-PERIOD-CLOSED.
           MOVE TRAN-ID TO WS-OLD-TRAN-ID.
           MOVE TRAN-AMOUNT TO WS-OLD-AMOUNT.
           MOVE NF-RunCounter TO WS-TARGET-RUN.
           MOVE SL-AFTER-IMAGE TO WS-NF-VIEW.
           MOVE TRAN-ID TO WS-NEW-TRAN-ID.
           COMPUTE WS-AMOUNT-DELTA = TRAN-AMOUNT - WS-OLD-AMOUNT.

      * Recopie une ligne de la table visee vers le fichier de
      * travail, en y substituant l'image proposee a l'image avant.
       REWRITE-ONE-TARGET.
           IF SL-BEFORE-IMAGE NOT = SPACES
                   AND WS-BEFORE-FOUND = 'N'
                   AND TargetRecord = SL-BEFORE-IMAGE
               MOVE 'Y' TO WS-BEFORE-FOUND
               MOVE SL-AFTER-IMAGE TO TargetRecord
               MOVE WS-AMOUNT-DELTA TO WS-PENDING-DELTA
           ELSE
               EVALUATE SL-PROGRAM
               WHEN "MaintainNouveauFich"
                   PERFORM CHECK-NF-RECORD
               WHEN OTHER
                   IF SL-BEFORE-IMAGE = SPACES OR SL-ACTION = 'A'
                       PERFORM CHECK-ACTIVE-KEY
                   END-IF
               END-EVALUATE
           END-IF.
           MOVE TargetRecord TO TargetWorkRecord.
           WRITE TargetWorkRecord.

      * NouveauFichier : report de l'ecart de montant sur le total de
      * controle de l'enregistrement de fin de fichier du run touche
      * (pour que la verification de segment aval reste juste), et
      * pour une renumerotation controle que le nouveau TRAN-ID n'a
      * pas ete pris depuis le depot.
       CHECK-NF-RECORD.
           MOVE TargetRecord TO WS-NF-VIEW.
           IF FUNCTION TRIM(TRAN-DESCRIPTION) = "TRAILER RECORD"
               IF NF-RunCounter = WS-TARGET-RUN
                       AND WS-PENDING-DELTA NOT = 0
                   ADD WS-PENDING-DELTA TO TRAN-AMOUNT
                   MOVE 0 TO WS-PENDING-DELTA
                   MOVE WS-NF-VIEW TO TargetRecord
               END-IF
           ELSE
               IF SL-ACTION = 'R' AND TRAN-ID = WS-NEW-TRAN-ID
                   MOVE 'Y' TO WS-NEWID-IN-USE
               END-IF
           END-IF.

      * Tables de reference, ajout : une ligne active de meme cle
      * (meme controle que l'utilitaire au depot ; pour les tables
      * datees, seules les versions ouvertes comptent) rend l'ajout
      * non applicable.
       CHECK-ACTIVE-KEY.
           EVALUATE SL-PROGRAM
           WHEN "MaintainGlMap"
               MOVE TargetRecord TO WS-GLMAP-VIEW
               IF GM-TYPE = SL-KEY(1:3) AND GM-CURRENCY = SL-KEY(5:3)
                       AND GM-STATUS NOT = 'R' AND GM-VALID-TO = SPACES
                   MOVE 'Y' TO WS-KEY-ACTIVE
               END-IF
           WHEN "MaintainAccounts"
               MOVE TargetRecord TO WS-ACCOUNT-VIEW
               IF ACC-ID = SL-KEY(1:5) AND ACC-STATUS NOT = 'R'
                       AND ACC-VALID-TO = SPACES
                   MOVE 'Y' TO WS-KEY-ACTIVE
               END-IF
           WHEN "MaintainTranTypes"
               MOVE TargetRecord TO WS-TRANTYPE-VIEW
               IF TT-CODE = SL-KEY(1:3) AND TT-STATUS NOT = 'R'
                       AND TT-VALID-TO = SPACES
                   MOVE 'Y' TO WS-KEY-ACTIVE
               END-IF
           WHEN "MaintainVatRates"
               MOVE TargetRecord TO WS-VATRATE-VIEW
               IF VR-TAX-CODE = SL-KEY(1:1) AND VR-STATUS NOT = 'R'
                       AND VR-VALID-TO = SPACES
                   MOVE 'Y' TO WS-KEY-ACTIVE
               END-IF
           WHEN "MaintainRunIds"
               MOVE TargetRecord TO WS-AUTH-VIEW
               IF FUNCTION TRIM(AUTH-RUN-ID) = FUNCTION TRIM(SL-KEY)
                       AND AUTH-STATUS NOT = 'R'
                   MOVE 'Y' TO WS-KEY-ACTIVE
               END-IF
           END-EVALUATE.

      * Decide si l'intervention approuvee est encore applicable :
      * la ligne avant doit etre retrouvee telle quelle, un ajout ne
      * doit pas trouver de ligne active de meme cle, une
      * renumerotation un nouveau TRAN-ID libre, et un enregistrement
      * de NouveauFichier ne doit pas dater d'une periode close ni
      * avoir ete range depuis dans un segment clos.
       DECIDE-APPLICABILITY.
           MOVE 'A' TO WS-DECISION-STATUS.
           MOVE SPACES TO WS-NOT-APPLICABLE-REASON.
           MOVE SPACES TO WS-CLOSED-SEGMENT.
           IF SL-PROGRAM = "MaintainNouveauFich"
                   AND SL-BEFORE-IMAGE NOT = SPACES
                   AND WS-BEFORE-FOUND = 'N'
               PERFORM FIND-CLOSED-SEGMENT
           END-IF.
           EVALUATE TRUE
           WHEN WS-CLOSED-SEGMENT NOT = SPACES
               MOVE 'N' TO WS-DECISION-STATUS
               STRING "Segment clos " DELIMITED BY SIZE
                       WS-CLOSED-SEGMENT DELIMITED BY SPACE
                   INTO WS-NOT-APPLICABLE-REASON
               DISPLAY "*** Run " WS-TARGET-RUN " range depuis le "
                   "depot dans le segment clos "
                   FUNCTION TRIM(WS-CLOSED-SEGMENT)
                   " (fige, scelle) - intervention non applicable."
           WHEN SL-BEFORE-IMAGE NOT = SPACES AND WS-BEFORE-FOUND = 'N'
               MOVE 'N' TO WS-DECISION-STATUS
               MOVE "Ligne modifiee depuis le depot"
                   TO WS-NOT-APPLICABLE-REASON
           WHEN WS-KEY-ACTIVE = 'Y'
               MOVE 'N' TO WS-DECISION-STATUS
               MOVE "Cle deja active depuis le depot"
                   TO WS-NOT-APPLICABLE-REASON
           WHEN WS-NEWID-IN-USE = 'Y'
               MOVE 'N' TO WS-DECISION-STATUS
               MOVE "Nouveau TRAN-ID pris depuis le depot"
                   TO WS-NOT-APPLICABLE-REASON
           WHEN WS-PERIOD-CLOSED = 'Y'
               MOVE 'N' TO WS-DECISION-STATUS
               MOVE WS-PERIOD-REASON TO WS-NOT-APPLICABLE-REASON
           END-EVALUATE.

      * Segment clos du catalogue dont la plage de runs couvre le run
      * de l'enregistrement vise (un run n'est jamais coupe entre deux
      * segments).
       FIND-CLOSED-SEGMENT.
           PERFORM LOAD-SEGMENT-CATALOGUE.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
               IF WS-SEG-STATUS(WS-SEG-IDX) = 'C'
                       AND WS-SEG-FIRST-RUN(WS-SEG-IDX) IS NUMERIC
                       AND WS-SEG-LAST-RUN(WS-SEG-IDX) IS NUMERIC
                       AND WS-TARGET-RUN
                           NOT < WS-SEG-FIRST-RUN(WS-SEG-IDX)
                       AND WS-TARGET-RUN
                           NOT > WS-SEG-LAST-RUN(WS-SEG-IDX)
                   MOVE WS-SEG-FILENAME(WS-SEG-IDX)
                       TO WS-CLOSED-SEGMENT
               END-IF
           END-PERFORM.

      * Releve les segments clos du catalogue (la derniere ligne d'un
      * mois l'emporte). Catalogue absent : NOUVEAU_FICHIER.txt n'a
      * jamais ete decoupe.
       LOAD-SEGMENT-CATALOGUE.
           MOVE 0 TO WS-SEG-COUNT.
           OPEN INPUT SegmentCatalogueFile.
           IF StatutSegmentCatalogueFile = "00"
               MOVE 'N' TO WS-SEG-EOF
               PERFORM UNTIL WS-SEG-EOF = 'Y'
                   READ SegmentCatalogueFile
                       AT END
                           MOVE 'Y' TO WS-SEG-EOF
                       NOT AT END
                           PERFORM NOTE-ONE-SEGMENT
                   END-READ
               END-PERFORM
               CLOSE SegmentCatalogueFile
           END-IF.

      * Retient la ligne du catalogue comme etat courant du segment
      * du mois qu'elle designe.
       NOTE-ONE-SEGMENT.
           IF NC-MONTH IS NUMERIC
               MOVE 'N' TO WS-SEG-FOUND
               PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                       UNTIL WS-SEG-IDX > WS-SEG-COUNT
                           OR WS-SEG-FOUND = 'Y'
                   IF WS-SEG-MONTH(WS-SEG-IDX) = NC-MONTH
                       MOVE 'Y' TO WS-SEG-FOUND
                       MOVE NC-STATUS TO WS-SEG-STATUS(WS-SEG-IDX)
                       MOVE NC-FILENAME TO WS-SEG-FILENAME(WS-SEG-IDX)
                       MOVE NC-FIRST-RUN
                           TO WS-SEG-FIRST-RUN(WS-SEG-IDX)
                       MOVE NC-LAST-RUN
                           TO WS-SEG-LAST-RUN(WS-SEG-IDX)
                   END-IF
               END-PERFORM
               IF WS-SEG-FOUND = 'N' AND WS-SEG-COUNT < WS-SEG-MAX
                   ADD 1 TO WS-SEG-COUNT
                   MOVE NC-MONTH TO WS-SEG-MONTH(WS-SEG-COUNT)
                   MOVE NC-STATUS TO WS-SEG-STATUS(WS-SEG-COUNT)
                   MOVE NC-FILENAME TO WS-SEG-FILENAME(WS-SEG-COUNT)
                   MOVE NC-FIRST-RUN
                       TO WS-SEG-FIRST-RUN(WS-SEG-COUNT)
                   MOVE NC-LAST-RUN
                       TO WS-SEG-LAST-RUN(WS-SEG-COUNT)
               END-IF
           END-IF.

      * Releve le statut courant de chaque mois present au registre
      * des periodes. Registre absent : tous les mois sont ouverts.
       LOAD-PERIOD-STATUS.
           MOVE 0 TO WS-PERIOD-COUNT.
           OPEN INPUT PeriodStatusFile.
           IF StatutPeriodStatusFile = "00"
               MOVE 'N' TO WS-PERIOD-EOF
               PERFORM UNTIL WS-PERIOD-EOF = 'Y'
                   READ PeriodStatusFile
                       AT END
                           MOVE 'Y' TO WS-PERIOD-EOF
                       NOT AT END
                           PERFORM NOTE-ONE-PERIOD
                   END-READ
               END-PERFORM
               CLOSE PeriodStatusFile
           ELSE
               IF StatutPeriodStatusFile NOT = "35"
                   DISPLAY "*** ATTENTION : PERIOD_STATUS.txt "
                       "illisible (statut " StatutPeriodStatusFile
                       ") - aucune periode close reconnue."
               END-IF
           END-IF.

      * Retient la ligne du registre comme statut courant du mois
      * qu'elle designe (la derniere ligne d'un mois l'emporte).
       NOTE-ONE-PERIOD.
           IF PS-PERIOD IS NUMERIC
               MOVE 'N' TO WS-PERIOD-FOUND
               PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                       UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
                           OR WS-PERIOD-FOUND = 'Y'
                   IF WS-PT-PERIOD(WS-PERIOD-IDX) = PS-PERIOD
                       MOVE 'Y' TO WS-PERIOD-FOUND
                       MOVE PS-STATUS
                           TO WS-PT-STATUS(WS-PERIOD-IDX)
                   END-IF
               END-PERFORM
               IF WS-PERIOD-FOUND = 'N'
                       AND WS-PERIOD-COUNT < WS-MAX-PERIODS
                   ADD 1 TO WS-PERIOD-COUNT
                   MOVE PS-PERIOD TO WS-PT-PERIOD(WS-PERIOD-COUNT)
                   MOVE PS-STATUS TO WS-PT-STATUS(WS-PERIOD-COUNT)
               END-IF
           END-IF.

      * Controle la date WS-CHECK-DATE contre le registre des
      * periodes : mois clos ('C') ou verrouille ('L') = periode
      * close, avec un motif qui nomme la periode.
       CHECK-PERIOD-CLOSED.
           MOVE 'N' TO WS-PERIOD-CLOSED.
           MOVE SPACES TO WS-PERIOD-REASON.
           MOVE WS-CHECK-DATE(1:6) TO WS-CHECK-PERIOD.
           MOVE 'O' TO WS-CHECK-STATUS.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
               IF WS-PT-PERIOD(WS-PERIOD-IDX) = WS-CHECK-PERIOD
                   MOVE WS-PT-STATUS(WS-PERIOD-IDX)
                       TO WS-CHECK-STATUS
               END-IF
           END-PERFORM.
           EVALUATE WS-CHECK-STATUS
           WHEN 'C'
               MOVE 'Y' TO WS-PERIOD-CLOSED
               STRING "Periode " DELIMITED BY SIZE
                       WS-CHECK-PERIOD DELIMITED BY SIZE
                       " close - refus" DELIMITED BY SIZE
                   INTO WS-PERIOD-REASON
           WHEN 'L'
               MOVE 'Y' TO WS-PERIOD-CLOSED
               STRING "Periode " DELIMITED BY SIZE
                       WS-CHECK-PERIOD DELIMITED BY SIZE
                       " verrouillee - refus" DELIMITED BY SIZE
                   INTO WS-PERIOD-REASON
           END-EVALUATE.

      * Recopie le fichier de travail sur la table visee, dont le
      * scelle est controle avant et renouvele apres la recopie.
       COPY-TARGET-WORKFILE-BACK.
           MOVE WS-TARGET-FILENAME TO WS-SEAL-FILENAME.
           PERFORM CHECK-PRIOR-SEAL.
           OPEN INPUT TargetWorkFile.
           OPEN OUTPUT TargetFile.
           MOVE 'N' TO EndOfFileSwitch.
           PERFORM UNTIL EndOfFileSwitch = 'Y'
               READ TargetWorkFile
                   AT END
                       MOVE 'Y' TO EndOfFileSwitch
                   NOT AT END
                       MOVE TargetWorkRecord TO TargetRecord
                       WRITE TargetRecord
               END-READ
           END-PERFORM.
           CLOSE TargetWorkFile.
           CLOSE TargetFile.
           PERFORM RECORD-FILE-SEAL.

      * Journalise l'intervention sur NouveauFichier : une ligne
      * image avant, une ligne image apres, dans le journal permanent
      * des interventions.
       WRITE-MAINT-JOURNAL.
           OPEN EXTEND MaintJournalFile.
           IF StatutMaintJournalFile = "35"
               OPEN OUTPUT MaintJournalFile
           END-IF.
           MOVE SPACES TO MaintJournalRecord.
           MOVE WS-SYS-TIMESTAMP TO MJ-TIMESTAMP.
           MOVE SL-ACTION TO MJ-ACTION.
           MOVE "AVANT" TO MJ-PHASE.
           MOVE SL-BEFORE-IMAGE TO MJ-IMAGE.
           WRITE MaintJournalRecord.
           MOVE SPACES TO MaintJournalRecord.
           MOVE WS-SYS-TIMESTAMP TO MJ-TIMESTAMP.
           MOVE SL-ACTION TO MJ-ACTION.
           MOVE "APRES" TO MJ-PHASE.
           MOVE SL-AFTER-IMAGE TO MJ-IMAGE.
           WRITE MaintJournalRecord.
           CLOSE MaintJournalFile.

      * Reporte une renumerotation sur le compagnon indexe des
      * TRAN-ID : l'ancien identifiant est efface, le nouveau inscrit
      * sous le run de l'enregistrement touche. Compagnon absent ou
      * indisponible : rien a faire, modifCreated le reconstruira.
       UPDATE-KNOWN-ID-FILE.
           OPEN I-O KnownIdFile.
           IF StatutKnownIdFile = "00"
               MOVE WS-OLD-TRAN-ID TO KID-TRAN-ID
               DELETE KnownIdFile
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE WS-NEW-TRAN-ID TO KID-TRAN-ID
               MOVE WS-TARGET-RUN TO KID-RUN
               WRITE KnownIdRecord
                   INVALID KEY
                       CONTINUE
               END-WRITE
               CLOSE KnownIdFile
           END-IF.

      * Ligne de piste d'audit au nom de l'utilitaire auteur, comme
      * il l'ecrivait lui-meme en appliquant l'intervention, avec en
      * note le viseur.
       WRITE-CHANGE-AUDIT-LINE.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE SL-PROGRAM          TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutTargetFile    TO AUD-FILE-STATUS
           MOVE 1                   TO AUD-RECORD-COUNT
           MOVE WS-ALERT-PROC-DATE  TO AUD-PROC-DATE
           STRING "VISA " DELIMITED BY SIZE
                   FUNCTION TRIM(CheckerId) DELIMITED BY SIZE
               INTO AUD-NOTE
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.

      * Passe de mise a jour : recopie les interventions vers le
      * fichier de travail en marquant expirees celles restees en
      * attente au-dela du delai, et en portant la decision sur
      * l'intervention visee, puis recopie sur MAINT_PENDING.txt.
       UPDATE-PENDING-FILE.
           OPEN INPUT PendingFile.
           OPEN OUTPUT PendingWorkFile.
           MOVE 'N' TO EndOfFileSwitch.
           PERFORM UNTIL EndOfFileSwitch = 'Y'
               READ PendingFile
                   AT END
                       MOVE 'Y' TO EndOfFileSwitch
                   NOT AT END
                       PERFORM UPDATE-ONE-CHANGE
               END-READ
           END-PERFORM.
           CLOSE PendingFile.
           CLOSE PendingWorkFile.
           OPEN INPUT PendingWorkFile.
           OPEN OUTPUT PendingFile.
           MOVE 'N' TO EndOfFileSwitch.
           PERFORM UNTIL EndOfFileSwitch = 'Y'
               READ PendingWorkFile
                   AT END
                       MOVE 'Y' TO EndOfFileSwitch
                   NOT AT END
                       MOVE PendingWorkRecord TO PendingRecord
                       WRITE PendingRecord
               END-READ
           END-PERFORM.
           CLOSE PendingWorkFile.
           CLOSE PendingFile.

       UPDATE-ONE-CHANGE.
           IF WS-DECISION-STATUS NOT = SPACE
                   AND PC-CHANGE-ID IS NUMERIC
                   AND PC-CHANGE-ID = SL-CHANGE-ID
                   AND PC-STATUS = SPACE
               MOVE WS-DECISION-STATUS TO PC-STATUS
               MOVE CheckerId TO PC-CHECKER-ID
               MOVE WS-ALERT-PROC-DATE TO PC-DECISION-DATE
               IF WS-DECISION-STATUS = 'N'
                   MOVE WS-NOT-APPLICABLE-REASON TO PC-DECISION-NOTE
               ELSE
                   MOVE DecisionNote TO PC-DECISION-NOTE
               END-IF
               ADD 1 TO WS-DECIDED-COUNT
               SUBTRACT 1 FROM WS-WAITING-COUNT
           END-IF.
           IF PC-STATUS = SPACE
               MOVE PC-STAGED-DATE TO WS-AGE-DATE
               PERFORM COMPUTE-STAGED-AGE
               IF WS-STAGED-AGE > WS-APPROVAL-DAYS
                   MOVE 'E' TO PC-STATUS
                   MOVE WS-ALERT-PROC-DATE TO PC-DECISION-DATE
                   MOVE "Expiree faute de visa dans le delai"
                       TO PC-DECISION-NOTE
                   PERFORM SIGNAL-EXPIRY-ALERT
               END-IF
           END-IF.
           MOVE PendingRecord TO PendingWorkRecord.
           WRITE PendingWorkRecord.

      * Alerte d'avertissement pour une intervention expiree.
       SIGNAL-EXPIRY-ALERT.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           STRING "intervention " DELIMITED BY SIZE
                   PC-CHANGE-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(PC-PROGRAM) DELIMITED BY SIZE
                   " expiree, auteur " DELIMITED BY SIZE
                   FUNCTION TRIM(PC-MAKER-ID) DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE.
           MOVE 'W' TO WS-ALERT-SEVERITY.
           PERFORM WRITE-OPS-ALERT.

      * Journalise la decision dans les alertes d'exploitation, avec
      * l'identifiant du viseur.
       SIGNAL-DECISION-ALERT.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           EVALUATE WS-DECISION-STATUS
           WHEN 'A'
               MOVE 'I' TO WS-ALERT-SEVERITY
               STRING "intervention " DELIMITED BY SIZE
                       SL-CHANGE-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(SL-PROGRAM) DELIMITED BY SIZE
                       " visee par " DELIMITED BY SIZE
                       FUNCTION TRIM(CheckerId) DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
           WHEN 'F'
               MOVE 'I' TO WS-ALERT-SEVERITY
               STRING "intervention " DELIMITED BY SIZE
                       SL-CHANGE-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(SL-PROGRAM) DELIMITED BY SIZE
                       " refusee par " DELIMITED BY SIZE
                       FUNCTION TRIM(CheckerId) DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
           WHEN OTHER
               MOVE 'W' TO WS-ALERT-SEVERITY
               STRING "intervention " DELIMITED BY SIZE
                       SL-CHANGE-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(SL-PROGRAM) DELIMITED BY SIZE
                       " non applicable" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
           END-EVALUATE.
           PERFORM WRITE-OPS-ALERT.

      * Ajoute une alerte a OPSALERTS.txt.
       WRITE-OPS-ALERT.
           OPEN EXTEND OpsAlertFile.
           IF StatutOpsAlertFile = "35"
               OPEN OUTPUT OpsAlertFile
           END-IF.
           MOVE SPACES TO OpsAlertRecord.
           MOVE "ApproveChanges"     TO AL-PROGRAM.
           MOVE WS-SYS-TIMESTAMP     TO AL-TIMESTAMP.
           MOVE WS-ALERT-SEVERITY    TO AL-SEVERITY.
           MOVE WS-ALERT-MESSAGE     TO AL-MESSAGE.
           MOVE WS-ALERT-PROC-DATE   TO AL-PROC-DATE.
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
               MOVE "ApproveChanges"     TO SG-PROGRAM
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
      * nom du programme, horodatage, statut fichier, nb
      * d'interventions decidees ou expirees, et la decision elle-meme
      * avec le numero d'intervention en note (AUD-NOTE).
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "ApproveChanges"    TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutPendingFile   TO AUD-FILE-STATUS
           COMPUTE AUD-RECORD-COUNT = WS-DECIDED-COUNT
               + WS-EXPIRED-COUNT
           MOVE WS-ALERT-PROC-DATE  TO AUD-PROC-DATE
           EVALUATE WS-DECISION-STATUS
           WHEN 'A'
               STRING "APPROUVE " DELIMITED BY SIZE
                       SL-CHANGE-ID DELIMITED BY SIZE
                   INTO AUD-NOTE
           WHEN 'F'
               STRING "REFUSE " DELIMITED BY SIZE
                       SL-CHANGE-ID DELIMITED BY SIZE
                   INTO AUD-NOTE
           WHEN 'N'
               STRING "NON APPLICABLE " DELIMITED BY SIZE
                       SL-CHANGE-ID DELIMITED BY SIZE
                   INTO AUD-NOTE
           WHEN OTHER
               IF MaintAction = 'E'
                   MOVE "PASSE D'EXPIRATION" TO AUD-NOTE
               END-IF
           END-EVALUATE
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
