       IDENTIFICATION DIVISION.
       PROGRAM-ID. AllocateUnappliedCash.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Affectation manuelle des encaissements non affectes :
      * cMatchPayments met en suspens (UNAPPLIED_CASH.txt, gisement
      * SUSPREC) tout reglement qu'il n'a pu apparier par TRAN-ID
      * (identifiant absent ou errone, reglement global couvrant
      * plusieurs factures). Ce programme permet au gestionnaire
      * recouvrement :
      *   mode V : de consulter les encaissements dont un restant est
      *            encore en suspens ;
      *   mode A : de choisir une entree en suspens et le compte
      *            client payeur, de voir les postes non soldes du
      *            compte (OPENITEMS.txt) et de repartir le restant
      *            de l'encaissement sur un ou plusieurs postes. Le
      *            solde non reparti reste en suspens.
      * Chaque affectation met a jour OI-PAID-AMOUNT, OI-STATUS et
      * OI-LAST-PAY-DATE comme un appariement de cMatchPayments, et
      * est journalisee dans CASH_ALLOCATIONS.txt (gisement ALLOCREC)
      * avec l'identifiant du gestionnaire, dans la piste d'audit et
      * dans les alertes d'exploitation.
       FILE-CONTROL.
       SELECT SuspenseFile ASSIGN TO "UNAPPLIED_CASH.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSuspenseFile.
       SELECT WorkFile ASSIGN TO "UNAPPLIED_CASH_MAINT.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutWorkFile.
       SELECT OpenItemFile ASSIGN TO "OPENITEMS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpenItemFile.
      * Journal permanent des affectations d'encaissements
       SELECT AllocationFile ASSIGN TO "CASH_ALLOCATIONS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAllocationFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuditTrailFile.
      * Alertes d'exploitation codees par gravite (voir
      * copybooks/ALERTREC.cpy), restituees par cExceptionSummary.
       SELECT OpsAlertFile ASSIGN TO "OPSALERTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpsAlertFile.

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
           FD  SuspenseFile.
           01  SuspenseRecord.
      * Gisement du suspens (voir copybooks/SUSPREC.cpy).
               COPY SUSPREC.

           FD  WorkFile.
           01  WorkFileRecord PIC X(100).

           FD  OpenItemFile.
           01  OpenItemRecord.
      * Gisement des postes ouverts (voir
      * copybooks/OPENITEMREC.cpy).
               COPY OPENITEMREC.

           FD  AllocationFile.
           01  AllocationRecord.
      * Gisement du journal des affectations (voir
      * copybooks/ALLOCREC.cpy).
               COPY ALLOCREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.

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
           01  StatutSuspenseFile PIC X(2) VALUE '00'.
           01  StatutWorkFile PIC X(2) VALUE '00'.
           01  StatutOpenItemFile PIC X(2) VALUE '00'.
           01  StatutAllocationFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
      * Horodatage systeme pour la piste d'audit
           01  WS-SYS-DATETIME.
               05 WS-SYS-TIMESTAMP PIC 9(14).
               05 FILLER           PIC X(7).
      * Date de traitement (BATCH_DATE) portee par l'affectation et
      * l'alerte ; a defaut, la date systeme.
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
      * Saisies du gestionnaire recouvrement : mode, et pour une
      * affectation (A) son identifiant, l'entree en suspens et le
      * compte client payeur, puis pour chaque part le TRAN-ID du
      * poste vise et le montant affecte.
           01  MaintAction PIC X(1) VALUE SPACE.
           01  ClerkId PIC X(10) VALUE SPACES.
           01  MaintSuspenseId-X PIC X(7) VALUE SPACES.
           01  MaintSuspenseId PIC 9(7) VALUE 0.
           01  MaintAccountId PIC X(5) VALUE SPACES.
           01  MaintTranId-X PIC X(7) VALUE SPACES.
           01  MaintTranId PIC 9(7) VALUE 0.
           01  WS-NEW-AMOUNT-TEXT PIC X(20) VALUE SPACES.
           01  WS-NEW-AMOUNT PIC S9(9)V99 VALUE 0.
      * Resultat du controle des saisies
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
           01  LineValid PIC X(1) VALUE 'Y'.
           01  LineReason PIC X(40) VALUE SPACES.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
           01  EndOfInputSwitch PIC X(1) VALUE 'N'.
      * Entree en suspens visee, relue du fichier de suspens
           01  WS-SUSP-FOUND PIC X(1) VALUE 'N'.
           01  WS-SU-PAY-DATE PIC 9(8) VALUE 0.
           01  WS-SU-AMOUNT PIC S9(9)V99 VALUE 0.
           01  WS-SU-ALLOCATED PIC S9(9)V99 VALUE 0.
           01  WS-SU-REFERENCE PIC X(20) VALUE SPACES.
           01  WS-SU-REMAINING PIC S9(9)V99 VALUE 0.
      * Postes ouverts charges en memoire (image de l'enregistrement
      * OPENITEMS.txt), mis a jour par les affectations et reecrits
      * en bloc.
           01  WS-MAX-ITEMS PIC 9(5) COMP VALUE 20000.
           01  WS-ITEM-COUNT PIC 9(5) COMP VALUE 0.
           01  WS-ITEM-TABLE.
               05  WS-ITEM-IMAGE OCCURS 20000 TIMES PIC X(90).
           01  WS-IT-IDX PIC 9(5) COMP VALUE 0.
           01  WS-IT-FOUND PIC 9(5) COMP VALUE 0.
           01  WS-ITEM-DUE PIC S9(9)V99 VALUE 0.
      * Parts affectees au cours de la saisie, journalisees une fois
      * les postes et le suspens mis a jour.
           01  WS-MAX-ALLOCS PIC 9(3) COMP VALUE 200.
           01  WS-ALLOC-COUNT PIC 9(3) VALUE 0.
           01  WS-ALLOC-TABLE.
               05  WS-ALLOC-ENTRY OCCURS 200 TIMES.
                   10  WS-AL-TRAN-ID     PIC 9(7).
                   10  WS-AL-AMOUNT      PIC S9(9)V99.
                   10  WS-AL-ITEM-STATUS PIC X(1).
           01  WS-AL-IDX PIC 9(3) COMP VALUE 0.
           01  WS-ALLOC-TOTAL PIC S9(9)V99 VALUE 0.
      * Compteurs de la consultation
           01  WS-WAITING-COUNT PIC 9(7) VALUE 0.
           01  WS-WAITING-TOTAL PIC S9(11)V99 VALUE 0.
           01  WS-OPEN-SHOWN PIC 9(5) VALUE 0.
      * Montants edites pour l'affichage
           01  WS-AMOUNT-EDITED PIC -(8)9.99.
           01  WS-AMOUNT-EDITED-2 PIC -(8)9.99.
           01  WS-AMOUNT-EDITED-3 PIC -(8)9.99.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'I'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = affectation appliquee (ou consultation faite),
      *   2 = suspens ou postes ouverts absents, 4 = rien a faire
      *   (saisie invalide, entree introuvable ou deja affectee,
      *   aucun poste non solde, aucune part saisie),
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
           ACCEPT WS-BATCH-DATE-X FROM ENVIRONMENT "BATCH_DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BATCH-DATE-X
           END-ACCEPT.
           IF WS-BATCH-DATE-X IS NUMERIC
               MOVE WS-BATCH-DATE-X TO WS-PROC-DATE
           ELSE
               MOVE WS-SYS-TIMESTAMP(1:8) TO WS-PROC-DATE
           END-IF.

           PERFORM ACCEPT-CLERK-INPUT.
           IF EditValid = 'Y'
               IF MaintAction = 'V'
                   PERFORM LIST-SUSPENSE
               ELSE
                   PERFORM FIND-SUSPENSE-ENTRY
                   IF EditValid = 'Y'
                       PERFORM LOAD-OPEN-ITEMS
                   END-IF
                   IF EditValid = 'Y'
                       PERFORM LIST-ACCOUNT-ITEMS
                   END-IF
                   IF EditValid = 'Y'
                       PERFORM ACCEPT-ALLOCATIONS
                   END-IF
                   IF EditValid = 'Y'
                       PERFORM REWRITE-OPEN-ITEMS
                       PERFORM UPDATE-SUSPENSE-ENTRY
                       PERFORM WRITE-ALLOCATION-JOURNAL
                       PERFORM SIGNAL-ALLOCATION-ALERT
                   END-IF
               END-IF
           END-IF.
           IF EditValid = 'Y'
               MOVE 0 TO FileStatusReturnCode
               IF MaintAction = 'A'
                   MOVE WS-ALLOC-TOTAL TO WS-AMOUNT-EDITED
                   MOVE WS-SU-REMAINING TO WS-AMOUNT-EDITED-2
                   DISPLAY "Parts affectees . . . . . : "
                       WS-ALLOC-COUNT
                   DISPLAY "Montant affecte . . . . . : "
                       WS-AMOUNT-EDITED
                   DISPLAY "Restant en suspens  . . . : "
                       WS-AMOUNT-EDITED-2
               ELSE
                   MOVE WS-WAITING-TOTAL TO WS-AMOUNT-EDITED
                   DISPLAY "Encaissements en suspens  : "
                       WS-WAITING-COUNT
                   DISPLAY "Montant en suspens  . . . : "
                       WS-AMOUNT-EDITED
               END-IF
           ELSE
               IF FileStatusReturnCode = 0
                   MOVE 4 TO FileStatusReturnCode
               END-IF
               DISPLAY "Aucune affectation appliquee : " EditReason
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Lit et controle les saisies d'en-tete du gestionnaire.
       ACCEPT-CLERK-INPUT.
           MOVE 'Y' TO EditValid.
           MOVE SPACES TO EditReason.
           DISPLAY "Mode (V=consulter le suspens, A=affecter un "
               "encaissement) :".
           ACCEPT MaintAction.
           EVALUATE MaintAction
           WHEN 'A'
               DISPLAY "Identifiant du gestionnaire recouvrement :"
               ACCEPT ClerkId
               DISPLAY "Numero de l'entree en suspens (7 chiffres) :"
               ACCEPT MaintSuspenseId-X
               DISPLAY "Compte client payeur :"
               ACCEPT MaintAccountId
               EVALUATE TRUE
               WHEN ClerkId = SPACES
                   MOVE 'N' TO EditValid
                   MOVE "Identifiant du gestionnaire non saisi"
                       TO EditReason
               WHEN MaintSuspenseId-X IS NOT NUMERIC
                   MOVE 'N' TO EditValid
                   MOVE "Numero d'entree en suspens non numerique"
                       TO EditReason
               WHEN MaintAccountId = SPACES
                   MOVE 'N' TO EditValid
                   MOVE "Compte client non saisi" TO EditReason
               WHEN OTHER
                   MOVE MaintSuspenseId-X TO MaintSuspenseId
               END-EVALUATE
           WHEN 'V'
               CONTINUE
           WHEN OTHER
               MOVE 'N' TO EditValid
               MOVE "Mode inconnu (attendu V ou A)" TO EditReason
           END-EVALUATE.

      * Mode V : affiche les encaissements dont un restant est encore
      * en suspens.
       LIST-SUSPENSE.
           OPEN INPUT SuspenseFile.
           EVALUATE StatutSuspenseFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ SuspenseFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF SU-STATUS NOT = 'A'
                                   AND SU-AMOUNT IS NUMERIC
                                   AND SU-ALLOCATED IS NUMERIC
                               PERFORM DISPLAY-ONE-SUSPENSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SuspenseFile
               IF WS-WAITING-COUNT = 0
                   MOVE 'N' TO EditValid
                   MOVE "Aucun encaissement en suspens"
                       TO EditReason
               END-IF
           WHEN "35"
               MOVE 'N' TO EditValid
               MOVE "Fichier de suspens introuvable" TO EditReason
               MOVE 2 TO FileStatusReturnCode
           WHEN OTHER
               MOVE 'N' TO EditValid
               MOVE "Erreur d'E/S sur le suspens" TO EditReason
               MOVE 8 TO FileStatusReturnCode
           END-EVALUATE.

       DISPLAY-ONE-SUSPENSE.
           ADD 1 TO WS-WAITING-COUNT.
           IF WS-WAITING-COUNT = 1
               DISPLAY "ENTREE   DATE     TRAN-ID      MONTANT"
                   "      AFFECTE      RESTANT REFERENCE"
           END-IF.
           COMPUTE WS-SU-REMAINING = SU-AMOUNT - SU-ALLOCATED.
           ADD WS-SU-REMAINING TO WS-WAITING-TOTAL.
           MOVE SU-AMOUNT TO WS-AMOUNT-EDITED.
           MOVE SU-ALLOCATED TO WS-AMOUNT-EDITED-2.
           MOVE WS-SU-REMAINING TO WS-AMOUNT-EDITED-3.
           DISPLAY SU-SUSPENSE-ID " " SU-PAY-DATE " " SU-PAY-TRAN-ID
               " " WS-AMOUNT-EDITED " " WS-AMOUNT-EDITED-2 " "
               WS-AMOUNT-EDITED-3 " " SU-REFERENCE.

      * Mode A : releve l'entree en suspens visee ; elle doit exister
      * et garder un restant non affecte.
       FIND-SUSPENSE-ENTRY.
           OPEN INPUT SuspenseFile.
           EVALUATE StatutSuspenseFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ SuspenseFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF SU-SUSPENSE-ID IS NUMERIC
                                   AND SU-SUSPENSE-ID = MaintSuspenseId
                               MOVE 'Y' TO WS-SUSP-FOUND
                               MOVE 'Y' TO EndOfFileSwitch
                               MOVE SU-PAY-DATE TO WS-SU-PAY-DATE
                               MOVE SU-AMOUNT TO WS-SU-AMOUNT
                               MOVE SU-ALLOCATED TO WS-SU-ALLOCATED
                               MOVE SU-REFERENCE TO WS-SU-REFERENCE
                               COMPUTE WS-SU-REMAINING =
                                   SU-AMOUNT - SU-ALLOCATED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SuspenseFile
               EVALUATE TRUE
               WHEN WS-SUSP-FOUND = 'N'
                   MOVE 'N' TO EditValid
                   MOVE "Entree en suspens introuvable" TO EditReason
               WHEN WS-SU-REMAINING <= 0
                   MOVE 'N' TO EditValid
                   MOVE "Entree en suspens deja entierement affectee"
                       TO EditReason
               WHEN OTHER
                   MOVE WS-SU-AMOUNT TO WS-AMOUNT-EDITED
                   MOVE WS-SU-REMAINING TO WS-AMOUNT-EDITED-2
                   DISPLAY "Encaissement du " WS-SU-PAY-DATE
                       " reference " WS-SU-REFERENCE
                   DISPLAY "  montant " WS-AMOUNT-EDITED
                       " restant en suspens " WS-AMOUNT-EDITED-2
               END-EVALUATE
           WHEN "35"
               MOVE 'N' TO EditValid
               MOVE "Fichier de suspens introuvable" TO EditReason
               MOVE 2 TO FileStatusReturnCode
           WHEN OTHER
               MOVE 'N' TO EditValid
               MOVE "Erreur d'E/S sur le suspens" TO EditReason
               MOVE 8 TO FileStatusReturnCode
           END-EVALUATE.

      * Charge le fichier permanent des postes ouverts en memoire.
       LOAD-OPEN-ITEMS.
           MOVE 0 TO WS-ITEM-COUNT.
           OPEN INPUT OpenItemFile.
           EVALUATE StatutOpenItemFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ OpenItemFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF WS-ITEM-COUNT < WS-MAX-ITEMS
                               ADD 1 TO WS-ITEM-COUNT
                               MOVE OpenItemRecord
                                   TO WS-ITEM-IMAGE(WS-ITEM-COUNT)
                           ELSE
                               MOVE 'Y' TO EndOfFileSwitch
                               MOVE 'N' TO EditValid
                               MOVE "Table des postes ouverts pleine"
                                   TO EditReason
                               MOVE 8 TO FileStatusReturnCode
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OpenItemFile
           WHEN "35"
               MOVE 'N' TO EditValid
               MOVE "Postes ouverts introuvables" TO EditReason
               MOVE 2 TO FileStatusReturnCode
           WHEN OTHER
               MOVE 'N' TO EditValid
               MOVE "Erreur d'E/S sur les postes ouverts"
                   TO EditReason
               MOVE 8 TO FileStatusReturnCode
           END-EVALUATE.

      * Affiche les postes non soldes du compte payeur, avec leur
      * restant du.
       LIST-ACCOUNT-ITEMS.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-ITEM-COUNT
               MOVE WS-ITEM-IMAGE(WS-IT-IDX) TO OpenItemRecord
               IF OI-ACCOUNT-ID = MaintAccountId
                       AND OI-STATUS NOT = 'S'
                   ADD 1 TO WS-OPEN-SHOWN
                   IF WS-OPEN-SHOWN = 1
                       DISPLAY "TRAN-ID  DATE         FACTURE"
                           "       REGLE  RESTANT DU ETAT"
                   END-IF
                   COMPUTE WS-ITEM-DUE =
                       OI-ORIG-AMOUNT - OI-PAID-AMOUNT
                   MOVE OI-ORIG-AMOUNT TO WS-AMOUNT-EDITED
                   MOVE OI-PAID-AMOUNT TO WS-AMOUNT-EDITED-2
                   MOVE WS-ITEM-DUE TO WS-AMOUNT-EDITED-3
                   DISPLAY OI-TRAN-ID "  " OI-TRAN-DATE " "
                       WS-AMOUNT-EDITED " " WS-AMOUNT-EDITED-2 " "
                       WS-AMOUNT-EDITED-3 " " OI-STATUS
               END-IF
           END-PERFORM.
           IF WS-OPEN-SHOWN = 0
               MOVE 'N' TO EditValid
               MOVE "Aucun poste non solde sur ce compte"
                   TO EditReason
           END-IF.

      * Saisit les parts de l'encaissement, poste par poste, jusqu'a
      * un TRAN-ID vide ou l'epuisement du restant en suspens. Une
      * part refusee est signalee et la saisie continue.
       ACCEPT-ALLOCATIONS.
           MOVE 'N' TO EndOfInputSwitch.
           PERFORM UNTIL EndOfInputSwitch = 'Y'
               DISPLAY "TRAN-ID du poste a regler (vide = fin) :"
               MOVE SPACES TO MaintTranId-X
               ACCEPT MaintTranId-X
               IF MaintTranId-X = SPACES
                   MOVE 'Y' TO EndOfInputSwitch
               ELSE
                   DISPLAY "Montant affecte a ce poste :"
                   MOVE SPACES TO WS-NEW-AMOUNT-TEXT
                   ACCEPT WS-NEW-AMOUNT-TEXT
                   PERFORM APPLY-ONE-ALLOCATION
                   IF LineValid = 'N'
                       DISPLAY "*** Part refusee : " LineReason
                   END-IF
                   IF WS-SU-REMAINING = 0
                       DISPLAY "Encaissement entierement affecte."
                       MOVE 'Y' TO EndOfInputSwitch
                   END-IF
                   IF WS-ALLOC-COUNT = WS-MAX-ALLOCS
                       DISPLAY "Nombre maximal de parts atteint ("
                           WS-MAX-ALLOCS ")."
                       MOVE 'Y' TO EndOfInputSwitch
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ALLOC-COUNT = 0
               MOVE 'N' TO EditValid
               MOVE "Aucune part affectee" TO EditReason
           END-IF.

      * Controle une part et l'impute au poste : cumul regle, etat
      * recalcule (solde quand le cumul atteint le montant facture,
      * partiel sinon) et date du dernier reglement, comme un
      * appariement de cMatchPayments.
       APPLY-ONE-ALLOCATION.
           MOVE 'Y' TO LineValid.
           MOVE SPACES TO LineReason.
           MOVE 0 TO WS-IT-FOUND.
           IF MaintTranId-X IS NOT NUMERIC
               MOVE 'N' TO LineValid
               MOVE "TRAN-ID non numerique" TO LineReason
           ELSE
               MOVE MaintTranId-X TO MaintTranId
               PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                       UNTIL WS-IT-IDX > WS-ITEM-COUNT
                           OR WS-IT-FOUND > 0
                   MOVE WS-ITEM-IMAGE(WS-IT-IDX) TO OpenItemRecord
                   IF OI-TRAN-ID = MaintTranId
                       MOVE WS-IT-IDX TO WS-IT-FOUND
                   END-IF
               END-PERFORM
           END-IF.
           IF LineValid = 'Y'
               IF WS-IT-FOUND > 0
                   MOVE WS-ITEM-IMAGE(WS-IT-FOUND) TO OpenItemRecord
                   COMPUTE WS-ITEM-DUE =
                       OI-ORIG-AMOUNT - OI-PAID-AMOUNT
               END-IF
               EVALUATE TRUE
               WHEN WS-IT-FOUND = 0
                   MOVE 'N' TO LineValid
                   MOVE "Poste introuvable" TO LineReason
               WHEN OI-ACCOUNT-ID NOT = MaintAccountId
                   MOVE 'N' TO LineValid
                   MOVE "Poste d'un autre compte" TO LineReason
               WHEN OI-STATUS = 'S'
                   MOVE 'N' TO LineValid
                   MOVE "Poste deja solde" TO LineReason
               WHEN FUNCTION TEST-NUMVAL(WS-NEW-AMOUNT-TEXT) NOT = 0
                   MOVE 'N' TO LineValid
                   MOVE "Montant inconvertible" TO LineReason
               END-EVALUATE
           END-IF.
           IF LineValid = 'Y'
               MOVE FUNCTION NUMVAL(WS-NEW-AMOUNT-TEXT)
                   TO WS-NEW-AMOUNT
               EVALUATE TRUE
               WHEN WS-NEW-AMOUNT <= 0
                   MOVE 'N' TO LineValid
                   MOVE "Montant nul ou negatif" TO LineReason
               WHEN WS-NEW-AMOUNT > WS-SU-REMAINING
                   MOVE 'N' TO LineValid
                   MOVE "Montant superieur au restant en suspens"
                       TO LineReason
               WHEN WS-NEW-AMOUNT > WS-ITEM-DUE
                   MOVE 'N' TO LineValid
                   MOVE "Montant superieur au restant du du poste"
                       TO LineReason
               END-EVALUATE
           END-IF.
           IF LineValid = 'Y'
               ADD WS-NEW-AMOUNT TO OI-PAID-AMOUNT
               MOVE WS-SU-PAY-DATE TO OI-LAST-PAY-DATE
               IF OI-PAID-AMOUNT >= OI-ORIG-AMOUNT
                   MOVE 'S' TO OI-STATUS
               ELSE
                   MOVE 'P' TO OI-STATUS
               END-IF
               MOVE OpenItemRecord TO WS-ITEM-IMAGE(WS-IT-FOUND)
               SUBTRACT WS-NEW-AMOUNT FROM WS-SU-REMAINING
               ADD WS-NEW-AMOUNT TO WS-SU-ALLOCATED
               ADD WS-NEW-AMOUNT TO WS-ALLOC-TOTAL
               ADD 1 TO WS-ALLOC-COUNT
               MOVE MaintTranId TO WS-AL-TRAN-ID(WS-ALLOC-COUNT)
               MOVE WS-NEW-AMOUNT TO WS-AL-AMOUNT(WS-ALLOC-COUNT)
               MOVE OI-STATUS TO WS-AL-ITEM-STATUS(WS-ALLOC-COUNT)
               MOVE WS-NEW-AMOUNT TO WS-AMOUNT-EDITED
               MOVE WS-SU-REMAINING TO WS-AMOUNT-EDITED-2
               DISPLAY "Part affectee au poste " MaintTranId " : "
                   WS-AMOUNT-EDITED " (etat " OI-STATUS
                   "), restant en suspens " WS-AMOUNT-EDITED-2
           END-IF.

      * Reecrit le fichier permanent des postes ouverts depuis la
      * table mise a jour. Le scelle du fichier est controle avant et
      * renouvele apres la reecriture.
       REWRITE-OPEN-ITEMS.
           MOVE "OPENITEMS.txt" TO WS-SEAL-FILENAME.
           PERFORM CHECK-PRIOR-SEAL.
           OPEN OUTPUT OpenItemFile.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-ITEM-COUNT
               MOVE WS-ITEM-IMAGE(WS-IT-IDX) TO OpenItemRecord
               WRITE OpenItemRecord
           END-PERFORM.
           CLOSE OpenItemFile.
           PERFORM RECORD-FILE-SEAL.

      * Porte le cumul affecte et l'etat sur l'entree en suspens :
      * le suspens est recopie vers le fichier de travail, l'entree
      * visee mise a jour, puis le fichier de travail recopie.
       UPDATE-SUSPENSE-ENTRY.
           OPEN INPUT SuspenseFile.
           OPEN OUTPUT WorkFile.
           MOVE 'N' TO EndOfFileSwitch.
           PERFORM UNTIL EndOfFileSwitch = 'Y'
               READ SuspenseFile
                   AT END
                       MOVE 'Y' TO EndOfFileSwitch
                   NOT AT END
                       IF SU-SUSPENSE-ID IS NUMERIC
                               AND SU-SUSPENSE-ID = MaintSuspenseId
                           MOVE WS-SU-ALLOCATED TO SU-ALLOCATED
                           IF WS-SU-REMAINING = 0
                               MOVE 'A' TO SU-STATUS
                           ELSE
                               MOVE 'P' TO SU-STATUS
                           END-IF
                           MOVE WS-PROC-DATE TO SU-LAST-ALLOC-DATE
                       END-IF
                       MOVE SuspenseRecord TO WorkFileRecord
                       WRITE WorkFileRecord
               END-READ
           END-PERFORM.
           CLOSE SuspenseFile.
           CLOSE WorkFile.
           OPEN INPUT WorkFile.
           OPEN OUTPUT SuspenseFile.
           MOVE 'N' TO EndOfFileSwitch.
           PERFORM UNTIL EndOfFileSwitch = 'Y'
               READ WorkFile
                   AT END
                       MOVE 'Y' TO EndOfFileSwitch
                   NOT AT END
                       MOVE WorkFileRecord TO SuspenseRecord
                       WRITE SuspenseRecord
               END-READ
           END-PERFORM.
           CLOSE WorkFile.
           CLOSE SuspenseFile.

      * Journalise chaque part affectee avec l'identifiant du
      * gestionnaire et l'etat du poste apres affectation.
       WRITE-ALLOCATION-JOURNAL.
           OPEN EXTEND AllocationFile.
           IF StatutAllocationFile = "35"
               OPEN OUTPUT AllocationFile
           END-IF.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-ALLOC-COUNT
               MOVE SPACES TO AllocationRecord
               MOVE WS-SYS-TIMESTAMP TO CA-TIMESTAMP
               MOVE WS-PROC-DATE TO CA-PROC-DATE
               MOVE ClerkId TO CA-CLERK-ID
               MOVE MaintSuspenseId TO CA-SUSPENSE-ID
               MOVE WS-SU-PAY-DATE TO CA-PAY-DATE
               MOVE WS-SU-REFERENCE TO CA-REFERENCE
               MOVE MaintAccountId TO CA-ACCOUNT-ID
               MOVE WS-AL-TRAN-ID(WS-AL-IDX) TO CA-TRAN-ID
               MOVE WS-AL-AMOUNT(WS-AL-IDX) TO CA-AMOUNT
               MOVE WS-AL-ITEM-STATUS(WS-AL-IDX) TO CA-ITEM-STATUS
               WRITE AllocationRecord
           END-PERFORM.
           CLOSE AllocationFile.

      * Journalise l'affectation dans les alertes d'exploitation,
      * avec l'identifiant du gestionnaire.
       SIGNAL-ALLOCATION-ALERT.
           MOVE 'I' TO WS-ALERT-SEVERITY.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           STRING "suspens " DELIMITED BY SIZE
                   MaintSuspenseId DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-ALLOC-COUNT DELIMITED BY SIZE
                   " part(s) affectee(s) par " DELIMITED BY SIZE
                   FUNCTION TRIM(ClerkId) DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE.
           OPEN EXTEND OpsAlertFile.
           IF StatutOpsAlertFile = "35"
               OPEN OUTPUT OpsAlertFile
           END-IF.
           MOVE SPACES TO OpsAlertRecord.
           MOVE "AllocateUnappliedCa" TO AL-PROGRAM.
           MOVE WS-SYS-TIMESTAMP      TO AL-TIMESTAMP.
           MOVE WS-ALERT-SEVERITY     TO AL-SEVERITY.
           MOVE WS-ALERT-MESSAGE      TO AL-MESSAGE.
           MOVE WS-PROC-DATE          TO AL-PROC-DATE.
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
               MOVE "AllocateUnappliedCash" TO SG-PROGRAM
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
      * nom du programme, horodatage, statut fichier, nb de parts
      * affectees (ou d'encaissements consultes), et l'identifiant du
      * gestionnaire en note (AUD-NOTE).
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "AllocateUnappliedCa" TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP      TO AUD-TIMESTAMP
           MOVE StatutSuspenseFile    TO AUD-FILE-STATUS
           MOVE WS-PROC-DATE          TO AUD-PROC-DATE
           IF MaintAction = 'A'
               MOVE WS-ALLOC-COUNT TO AUD-RECORD-COUNT
           ELSE
               MOVE WS-WAITING-COUNT TO AUD-RECORD-COUNT
           END-IF
           IF FileStatusReturnCode = 0 AND MaintAction = 'A'
               STRING "AFFECTE " DELIMITED BY SIZE
                       FUNCTION TRIM(ClerkId) DELIMITED BY SIZE
                   INTO AUD-NOTE
           END-IF
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
