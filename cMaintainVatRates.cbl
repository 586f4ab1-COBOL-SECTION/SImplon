       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintainVatRates.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Entretien de la table de reference des taux de TVA
      * (VATRATES.txt, gisement VATRATEREC) : ajout d'un code TVA avec
      * son libelle et son taux, changement de taux d'un code existant
      * a une date d'effet (nouveau taux legal), retrait d'un code
      * (marque 'R', conserve pour l'historique mais plus accepte sur
      * un type de transaction).
      * Table datee : rien n'est reecrit, la version ouverte du code
      * est close a la veille de la date d'effet saisie et une nouvelle
      * version (nouveau code, nouveau taux, ou code retire) est
      * ouverte a cette date ; les transactions anterieures a la date
      * d'effet gardent l'ancien taux.
      * Regle des quatre yeux : l'intervention n'est pas appliquee
      * ici, elle est deposee (image avant, image proposee, auteur et
      * motif) dans MAINT_PENDING.txt ; un second utilisateur la vise
      * et l'applique par cApproveChanges.cbl.
       FILE-CONTROL.
       SELECT VatRateFile ASSIGN TO "VATRATES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutVatRateFile.
      * Interventions en attente de visa (voir copybooks/PENDREC.cpy)
       SELECT PendingFile ASSIGN TO "MAINT_PENDING.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPendingFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuditTrailFile.

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.

      * !!!! Section déclarant les fichiers utilisés par le programme
       FILE SECTION.
           FD  VatRateFile.
           01  VatRateRecord.
      * Gisement de la table des taux de TVA (voir
      * copybooks/VATRATEREC.cpy).
               COPY VATRATEREC.

           FD  PendingFile.
           01  PendingRecord.
               COPY PENDREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutVatRateFile PIC X(2) VALUE '00'.
           01  StatutPendingFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
      * Horodatage systeme pour la piste d'audit
           01  WS-SYS-DATETIME.
               05 WS-SYS-TIMESTAMP PIC 9(14).
               05 FILLER           PIC X(7).
      * Saisies de l'operateur : action (A = ajouter, M = modifier le
      * taux, R = retirer), code TVA vise, puis pour un ajout le
      * libelle, pour un ajout ou une modification le taux en pour
      * cent (ex. 20.00, 5.50, 0 pour un code exonere), enfin la date
      * d'effet (AAAAMMJJ, a blanc = date du jour) et sa veille, fin
      * de la version close.
           01  MaintAction PIC X(1) VALUE SPACE.
           01  MaintTaxCode PIC X(1) VALUE SPACE.
           01  WS-NEW-LABEL PIC X(20) VALUE SPACES.
           01  WS-NEW-RATE-X PIC X(6) VALUE SPACES.
           01  WS-NEW-RATE PIC 9(2)V99 VALUE 0.
           01  MaintEffective-X PIC X(8) VALUE SPACES.
           01  MaintEffective PIC 9(8) VALUE 0.
           01  WS-EVE-DATE PIC 9(8) VALUE 0.
           01  WS-DATE-INT PIC S9(9) VALUE 0.
      * Auteur de l'intervention et motif, deposes avec elle pour le
      * second utilisateur qui la visera.
           01  MakerId PIC X(10) VALUE SPACES.
           01  MakerReason PIC X(40) VALUE SPACES.
      * Resultat du controle des saisies
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Le code vise existe-t-il deja dans la table ?
           01  WS-CODE-EXISTS PIC X(1) VALUE 'N'.
           01  WS-RECORDS-CHANGED PIC 9(3) VALUE 0.
      * Version ouverte retiree du code vise ('R'), close par un
      * nouvel ajout.
           01  WS-RETIRED-IMAGE PIC X(85) VALUE SPACES.
      * Intervention deposee : image actuelle de la version ouverte
      * visee (espaces pour un ajout sans version retiree), image
      * proposee (cette version close a la veille de la date d'effet),
      * nouvelle version ajoutee, cle visee, numero attribue dans
      * MAINT_PENDING.txt, et presence d'une intervention deja en
      * attente sur la meme cle.
           01  WS-BEFORE-IMAGE PIC X(85) VALUE SPACES.
           01  WS-AFTER-IMAGE PIC X(85) VALUE SPACES.
           01  WS-ADDED-IMAGE PIC X(85) VALUE SPACES.
           01  WS-PROPOSED-RATE.
               COPY VATRATEREC REPLACING ==VR-TAX-CODE==
                                           BY ==WP-TAX-CODE==
                                       ==VR-LABEL== BY ==WP-LABEL==
                                       ==VR-RATE== BY ==WP-RATE==
                                       ==VR-STATUS== BY ==WP-STATUS==
                                       ==VR-VALID-FROM==
                                           BY ==WP-VALID-FROM==
                                       ==VR-VALID-TO==
                                           BY ==WP-VALID-TO==.
           01  WS-PENDING-KEY PIC X(10) VALUE SPACES.
           01  WS-CHANGE-ID PIC 9(6) VALUE 0.
           01  WS-ALREADY-PENDING PIC X(1) VALUE 'N'.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = intervention deposee pour visa, 4 = rien a faire (saisie
      *   invalide, code introuvable ou deja present, taux inchange,
      *   intervention deja en attente sur le meme code),
      *   8 = erreur d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

      * !!!! COMMANDE D'EXUCUTIONS DU PROGRAMME:
       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.
           PERFORM ACCEPT-OPERATOR-INPUT.
           IF EditValid = 'Y'
               PERFORM CHECK-EXISTING-CODE
           END-IF.
           IF EditValid = 'Y'
               PERFORM BUILD-PROPOSED-IMAGE
               PERFORM STAGE-PENDING-CHANGE
           END-IF.
           IF EditValid = 'Y'
               DISPLAY "Intervention " WS-CHANGE-ID " deposee pour "
                   "visa sur le code TVA " MaintTaxCode " - a viser "
                   "par un second utilisateur (cApproveChanges)."
               MOVE 0 TO FileStatusReturnCode
           ELSE
               MOVE 4 TO FileStatusReturnCode
               DISPLAY "Aucune intervention deposee : " EditReason
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Lit et controle les saisies de l'operateur.
       ACCEPT-OPERATOR-INPUT.
           MOVE 'Y' TO EditValid.
           MOVE SPACES TO EditReason.
           DISPLAY "Action (A=ajouter, M=modifier le taux, "
               "R=retirer) :".
           ACCEPT MaintAction.
           DISPLAY "Code TVA (1 caractere) :".
           ACCEPT MaintTaxCode.
           IF MaintAction NOT = 'A' AND MaintAction NOT = 'M'
                   AND MaintAction NOT = 'R'
               MOVE 'N' TO EditValid
               MOVE "Action inconnue (attendu A, M ou R)"
                   TO EditReason
           ELSE
               IF MaintTaxCode = SPACE
                   MOVE 'N' TO EditValid
                   MOVE "Code TVA non saisi" TO EditReason
               END-IF
           END-IF.
           IF EditValid = 'Y' AND MaintAction = 'A'
               DISPLAY "Libelle du code (normal, reduit...) :"
               ACCEPT WS-NEW-LABEL
               IF WS-NEW-LABEL = SPACES
                   MOVE 'N' TO EditValid
                   MOVE "Libelle non saisi" TO EditReason
               END-IF
           END-IF.
           IF EditValid = 'Y' AND MaintAction NOT = 'R'
               DISPLAY "Taux en pour cent (ex. 20.00, 0 = exonere) :"
               ACCEPT WS-NEW-RATE-X
               IF WS-NEW-RATE-X = SPACES
                       OR FUNCTION TEST-NUMVAL(WS-NEW-RATE-X) NOT = 0
                   MOVE 'N' TO EditValid
                   MOVE "Taux non numerique" TO EditReason
               ELSE
                   IF FUNCTION NUMVAL(WS-NEW-RATE-X) < 0
                           OR FUNCTION NUMVAL(WS-NEW-RATE-X) > 99.99
                       MOVE 'N' TO EditValid
                       MOVE "Taux hors bornes (0 a 99.99)"
                           TO EditReason
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-NEW-RATE-X)
                           TO WS-NEW-RATE
                   END-IF
               END-IF
           END-IF.
           IF EditValid = 'Y'
               PERFORM ACCEPT-EFFECTIVE-DATE
           END-IF.
           IF EditValid = 'Y'
               PERFORM ACCEPT-MAKER-INPUT
           END-IF.

      * Lit la date d'effet de l'intervention (date du jour a blanc),
      * la controle et en deduit la veille, fin de la version close.
       ACCEPT-EFFECTIVE-DATE.
           DISPLAY "Date d'effet (AAAAMMJJ, blanc = date du jour) :".
           ACCEPT MaintEffective-X.
           IF MaintEffective-X = SPACES
               MOVE WS-SYS-TIMESTAMP(1:8) TO MaintEffective-X
           END-IF.
           IF MaintEffective-X IS NOT NUMERIC
               MOVE 'N' TO EditValid
               MOVE "Date d'effet non numerique" TO EditReason
           ELSE
               MOVE MaintEffective-X TO MaintEffective
               IF FUNCTION TEST-DATE-YYYYMMDD(MaintEffective) NOT = 0
                   MOVE 'N' TO EditValid
                   MOVE "Date d'effet invalide" TO EditReason
               ELSE
                   COMPUTE WS-DATE-INT
                       = FUNCTION INTEGER-OF-DATE(MaintEffective) - 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                       TO WS-EVE-DATE
               END-IF
           END-IF.

      * Lit l'identifiant de l'auteur et le motif de l'intervention,
      * tous deux obligatoires.
       ACCEPT-MAKER-INPUT.
           DISPLAY "Identifiant de l'auteur de l'intervention :".
           ACCEPT MakerId.
           DISPLAY "Motif de l'intervention :".
           ACCEPT MakerReason.
           IF MakerId = SPACES
               MOVE 'N' TO EditValid
               MOVE "Identifiant de l'auteur non saisi" TO EditReason
           END-IF.
           IF EditValid = 'Y' AND MakerReason = SPACES
               MOVE 'N' TO EditValid
               MOVE "Motif de l'intervention non saisi" TO EditReason
           END-IF.

      * Verifie l'etat actuel du code vise dans la table, sur ses
      * seules versions ouvertes : un ajout exige qu'il n'ait pas de
      * version ACTIVE (une version retiree ne compte pas), une
      * modification ou un retrait qu'il en ait une. La version active
      * trouvee (ou, pour un ajout, la version retiree) devient
      * l'image avant de l'intervention ; la date d'effet doit etre
      * posterieure au debut de cette version.
       CHECK-EXISTING-CODE.
           MOVE 'N' TO WS-CODE-EXISTS.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-RETIRED-IMAGE.
           OPEN INPUT VatRateFile.
           IF StatutVatRateFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ VatRateFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF VR-TAX-CODE = MaintTaxCode
                                   AND VR-VALID-TO = SPACES
                               PERFORM NOTE-OPEN-VERSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VatRateFile
           END-IF.
           IF MaintAction = 'A' AND WS-CODE-EXISTS = 'Y'
               MOVE 'N' TO EditValid
               MOVE "Code deja present dans la table" TO EditReason
           END-IF.
           IF (MaintAction = 'R' OR MaintAction = 'M')
                   AND WS-CODE-EXISTS NOT = 'Y'
               MOVE 'N' TO EditValid
               MOVE "Code introuvable dans la table" TO EditReason
           END-IF.
           IF MaintAction = 'A' AND WS-CODE-EXISTS NOT = 'Y'
               MOVE WS-RETIRED-IMAGE TO WS-BEFORE-IMAGE
           END-IF.
           IF EditValid = 'Y' AND WS-BEFORE-IMAGE NOT = SPACES
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-RATE
               IF WP-VALID-FROM NOT = SPACES
                       AND WP-VALID-FROM NOT < MaintEffective-X
                   MOVE 'N' TO EditValid
                   MOVE "Date d'effet avant la version en cours"
                       TO EditReason
               END-IF
           END-IF.
           IF EditValid = 'Y' AND MaintAction = 'M'
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-RATE
               IF WP-RATE = WS-NEW-RATE
                   MOVE 'N' TO EditValid
                   MOVE "Taux inchange" TO EditReason
               END-IF
           END-IF.

      * Releve une version ouverte du code vise : active ou retiree.
       NOTE-OPEN-VERSION.
           IF VR-STATUS NOT = 'R'
               MOVE 'Y' TO WS-CODE-EXISTS
               MOVE VatRateRecord TO WS-BEFORE-IMAGE
           ELSE
               MOVE VatRateRecord TO WS-RETIRED-IMAGE
           END-IF.

      * Construit les images : la version ouverte close a la veille de
      * la date d'effet (image proposee, s'il y a une version
      * ouverte), et la nouvelle version ouverte a la date d'effet
      * (image d'ajout) : le nouveau code pour un ajout, la version
      * active au nouveau taux pour une modification, la version
      * active marquee 'R' pour un retrait.
       BUILD-PROPOSED-IMAGE.
           MOVE MaintTaxCode TO WS-PENDING-KEY.
           MOVE SPACES TO WS-AFTER-IMAGE.
           IF WS-BEFORE-IMAGE NOT = SPACES
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-RATE
               MOVE WS-EVE-DATE TO WP-VALID-TO
               MOVE WS-PROPOSED-RATE TO WS-AFTER-IMAGE
           END-IF.
           IF MaintAction = 'A'
               MOVE SPACES TO WS-PROPOSED-RATE
               MOVE MaintTaxCode TO WP-TAX-CODE
               MOVE WS-NEW-LABEL TO WP-LABEL
               MOVE WS-NEW-RATE TO WP-RATE
               MOVE SPACE TO WP-STATUS
           END-IF.
           IF MaintAction = 'M'
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-RATE
               MOVE WS-NEW-RATE TO WP-RATE
           END-IF.
           IF MaintAction = 'R'
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-RATE
               MOVE 'R' TO WP-STATUS
           END-IF.
           MOVE MaintEffective-X TO WP-VALID-FROM.
           MOVE SPACES TO WP-VALID-TO.
           MOVE WS-PROPOSED-RATE TO WS-ADDED-IMAGE.

      * Depose l'intervention dans MAINT_PENDING.txt sous le numero
      * suivant, sauf s'il y a deja une intervention en attente de
      * visa sur la meme cle (le visa porterait alors sur une image
      * avant perimee).
       STAGE-PENDING-CHANGE.
           MOVE 0 TO WS-CHANGE-ID.
           MOVE 'N' TO WS-ALREADY-PENDING.
           OPEN INPUT PendingFile.
           IF StatutPendingFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ PendingFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           PERFORM EXAMINE-PENDING-CHANGE
                   END-READ
               END-PERFORM
               CLOSE PendingFile
           END-IF.
           IF WS-ALREADY-PENDING = 'Y'
               MOVE 'N' TO EditValid
               MOVE "Intervention deja en attente de visa"
                   TO EditReason
           ELSE
               ADD 1 TO WS-CHANGE-ID
               OPEN EXTEND PendingFile
               IF StatutPendingFile = "35"
                   OPEN OUTPUT PendingFile
               END-IF
               MOVE SPACES TO PendingRecord
               MOVE WS-CHANGE-ID TO PC-CHANGE-ID
               MOVE "MaintainVatRates" TO PC-PROGRAM
               MOVE MaintAction TO PC-ACTION
               MOVE WS-PENDING-KEY TO PC-KEY
               MOVE WS-BEFORE-IMAGE TO PC-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO PC-AFTER-IMAGE
               MOVE WS-ADDED-IMAGE TO PC-ADDED-IMAGE
               MOVE MakerId TO PC-MAKER-ID
               MOVE MakerReason TO PC-REASON
               MOVE WS-SYS-TIMESTAMP(1:8) TO PC-STAGED-DATE
               MOVE SPACE TO PC-STATUS
               MOVE 0 TO PC-DECISION-DATE
               WRITE PendingRecord
               CLOSE PendingFile
           END-IF.

      * Releve le plus grand numero d'intervention, et une
      * intervention de cet utilitaire encore en attente sur la cle.
       EXAMINE-PENDING-CHANGE.
           IF PC-CHANGE-ID IS NUMERIC
                   AND PC-CHANGE-ID > WS-CHANGE-ID
               MOVE PC-CHANGE-ID TO WS-CHANGE-ID
           END-IF.
           IF PC-PROGRAM = "MaintainVatRates"
                   AND PC-KEY = WS-PENDING-KEY
                   AND PC-STATUS = SPACE
               MOVE 'Y' TO WS-ALREADY-PENDING
           END-IF.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb enreg., et
      * en note le numero de l'intervention deposee pour visa.
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "MaintainVatRates"   TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP     TO AUD-TIMESTAMP
           MOVE StatutVatRateFile    TO AUD-FILE-STATUS
           MOVE WS-RECORDS-CHANGED   TO AUD-RECORD-COUNT
           IF FileStatusReturnCode = 0
               STRING "DEPOT VISA " DELIMITED BY SIZE
                       WS-CHANGE-ID DELIMITED BY SIZE
                   INTO AUD-NOTE
           END-IF
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
