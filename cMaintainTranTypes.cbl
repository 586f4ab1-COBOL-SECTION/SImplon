      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Entretien de la table de reference des types de transaction
      * (TRANTYPES.txt, gisement TRANTYPREC) : ajout d'un code avec
      * son libelle, l'autorisation ou non des montants negatifs et
      * son code TVA, changement du code TVA d'un code existant,
      * retrait d'un code (marque 'R', conserve pour l'historique mais
      * refuse au chargement par modifCreated), et fixation des
      * conditions de paiement propres au type (delai en jours, fin
      * de mois ou non ; blanc = le type suit les conditions du
      * compte). Le code TVA saisi doit etre un code actif de la
      * table des taux VATRATES.txt (voir cMaintainVatRates.cbl) ;
      * blanc = type hors champ de la TVA.
      * Table datee : rien n'est reecrit, la version ouverte du code
      * est close a la veille de la date d'effet saisie et une nouvelle
      * version (nouveau code, code TVA change, conditions changees ou
      * code retire) est ouverte a cette date.
      * Regle des quatre yeux : l'intervention n'est pas appliquee
      * ici, elle est deposee (image avant, image proposee, auteur et
      * motif) dans MAINT_PENDING.txt ; un second utilisateur la vise
      * et l'applique par cApproveChanges.cbl.
       FILE-CONTROL.
       SELECT TranTypeFile ASSIGN TO "TRANTYPES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutTranTypeFile.
      * Table des taux de TVA (voir copybooks/VATRATEREC.cpy), pour
      * controler le code TVA saisi.
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
      * copybooks/TRANTYPREC.cpy).
               COPY TRANTYPREC.

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
      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutTranTypeFile PIC X(2) VALUE '00'.
           01  StatutVatRateFile PIC X(2) VALUE '00'.
           01  StatutPendingFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
      * Horodatage systeme pour la piste d'audit
           01  WS-SYS-DATETIME.
               05 WS-SYS-TIMESTAMP PIC 9(14).
               05 FILLER           PIC X(7).
      * Saisies de l'operateur : action (A = ajouter, M = modifier le
      * code TVA, R = retirer, T = fixer les conditions de paiement),
      * code vise, puis pour un ajout le libelle et l'autorisation des
      * montants negatifs (O/N), pour un ajout ou une modification le
      * code TVA (blanc = hors champ), pour un ajout ou T les
      * conditions de paiement, enfin la date d'effet (AAAAMMJJ, a
      * blanc = date du jour) et sa veille, fin de la version close.
           01  MaintAction PIC X(1) VALUE SPACE.
           01  MaintTypeCode PIC X(3) VALUE SPACES.
           01  WS-NEW-LABEL PIC X(20) VALUE SPACES.
           01  WS-NEW-NEG-ALLOWED PIC X(1) VALUE 'N'.
           01  WS-NEW-TAX-CODE PIC X(1) VALUE SPACE.
      * Le code TVA saisi est-il un code actif de VATRATES.txt ?
           01  WS-TAX-CODE-FOUND PIC X(1) VALUE 'N'.
      * Conditions de paiement saisies : delai en jours (0 a 365, a
      * blanc = pas de conditions propres, le type suit le compte) et
      * fin de mois (O/N, converti en 'Y'/'N' dans la table).
           01  WS-NEW-DAYS-TEXT PIC X(5) VALUE SPACES.
           01  WS-NEW-EOM-TEXT PIC X(1) VALUE SPACE.
           01  WS-NEW-PAY-TERMS.
               05 WS-NEW-PAY-DAYS  PIC 9(3).
               05 WS-NEW-PAY-EOM   PIC X(1).
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
           01  WS-PROPOSED-TYPE.
               COPY TRANTYPREC REPLACING ==TT-CODE== BY ==WP-CODE==
                                       ==TT-LABEL== BY ==WP-LABEL==
                                       ==TT-NEG-ALLOWED==
                                           BY ==WP-NEG-ALLOWED==
                                       ==TT-STATUS== BY ==WP-STATUS==
                                       ==TT-VALID-FROM==
                                           BY ==WP-VALID-FROM==
                                       ==TT-VALID-TO==
                                           BY ==WP-VALID-TO==
                                       ==TT-TAX-CODE==
                                           BY ==WP-TAX-CODE==
                                       ==TT-PAY-TERMS==
                                           BY ==WP-PAY-TERMS==
                                       ==TT-PAY-DAYS==
                                           BY ==WP-PAY-DAYS==
                                       ==TT-PAY-EOM==
                                           BY ==WP-PAY-EOM==.
           01  WS-PENDING-KEY PIC X(10) VALUE SPACES.
           01  WS-CHANGE-ID PIC 9(6) VALUE 0.
           01  WS-ALREADY-PENDING PIC X(1) VALUE 'N'.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = intervention deposee pour visa, 4 = rien a faire (saisie
      *   invalide, code introuvable ou deja present, code TVA
      *   inchange ou inconnu, intervention deja en attente sur le
      *   meme code),
      *   8 = erreur d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

               PERFORM CHECK-EXISTING-CODE
           END-IF.
           IF EditValid = 'Y'
               PERFORM BUILD-PROPOSED-IMAGE
               PERFORM STAGE-PENDING-CHANGE
           END-IF.
           IF EditValid = 'Y'
               DISPLAY "Intervention " WS-CHANGE-ID " deposee pour "
                   "visa sur le code " MaintTypeCode " - a viser par "
                   "un second utilisateur (cApproveChanges)."
               MOVE 0 TO FileStatusReturnCode
           ELSE
               MOVE 4 TO FileStatusReturnCode
               DISPLAY "Aucune intervention deposee : " EditReason
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
       ACCEPT-OPERATOR-INPUT.
           MOVE 'Y' TO EditValid.
           MOVE SPACES TO EditReason.
           DISPLAY "Action (A=ajouter, M=modifier le code TVA, "
               "R=retirer, T=conditions de paiement) :".
           ACCEPT MaintAction.
           DISPLAY "Code type (3 caracteres) :".
           ACCEPT MaintTypeCode.
           IF MaintAction NOT = 'A' AND MaintAction NOT = 'M'
                   AND MaintAction NOT = 'R' AND MaintAction NOT = 'T'
               MOVE 'N' TO EditValid
               MOVE "Action inconnue (attendu A, M, R ou T)"
                   TO EditReason
           ELSE
               IF MaintTypeCode = SPACES
                   MOVE 'N' TO EditValid
                       TO EditReason
               END-IF
           END-IF.
           IF EditValid = 'Y'
                   AND (MaintAction = 'A' OR MaintAction = 'M')
               DISPLAY "Code TVA (blanc = hors champ de la TVA) :"
               ACCEPT WS-NEW-TAX-CODE
               IF WS-NEW-TAX-CODE NOT = SPACE
                   PERFORM CHECK-TAX-CODE
               END-IF
           END-IF.
           IF EditValid = 'Y'
                   AND (MaintAction = 'A' OR MaintAction = 'T')
               DISPLAY "Delai de paiement en jours (0 a 365, "
                   "blanc = selon le compte) :"
               ACCEPT WS-NEW-DAYS-TEXT
               MOVE SPACE TO WS-NEW-EOM-TEXT
               IF WS-NEW-DAYS-TEXT NOT = SPACES
                   DISPLAY "Echeance en fin de mois (O/N) :"
                   ACCEPT WS-NEW-EOM-TEXT
               END-IF
               PERFORM EDIT-PAYMENT-TERMS
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

      * Controle le code TVA saisi : il doit avoir une version
      * ouverte active dans la table des taux.
       CHECK-TAX-CODE.
           MOVE 'N' TO WS-TAX-CODE-FOUND.
           OPEN INPUT VatRateFile.
           IF StatutVatRateFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ VatRateFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF VR-TAX-CODE = WS-NEW-TAX-CODE
                                   AND VR-STATUS NOT = 'R'
                                   AND VR-VALID-TO = SPACES
                               MOVE 'Y' TO WS-TAX-CODE-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VatRateFile
           END-IF.
           IF WS-TAX-CODE-FOUND NOT = 'Y'
               MOVE 'N' TO EditValid
               MOVE "Code TVA absent de VATRATES.txt" TO EditReason
           END-IF.

      * Controle les conditions de paiement saisies : delai entier de
      * 0 a 365 jours, fin de mois O ou N (blanc = N). Un delai a
      * blanc laisse le type sans conditions propres.
       EDIT-PAYMENT-TERMS.
           MOVE SPACES TO WS-NEW-PAY-TERMS.
           IF WS-NEW-DAYS-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-NEW-DAYS-TEXT) NOT = 0
                   MOVE 'N' TO EditValid
                   MOVE "Delai de paiement non numerique"
                       TO EditReason
               ELSE
                   IF FUNCTION NUMVAL(WS-NEW-DAYS-TEXT) < 0
                           OR FUNCTION NUMVAL(WS-NEW-DAYS-TEXT) > 365
                           OR FUNCTION NUMVAL(WS-NEW-DAYS-TEXT)
                               NOT = FUNCTION INTEGER(
                               FUNCTION NUMVAL(WS-NEW-DAYS-TEXT))
                       MOVE 'N' TO EditValid
                       MOVE "Delai de paiement hors 0 a 365 jours"
                           TO EditReason
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-NEW-DAYS-TEXT)
                           TO WS-NEW-PAY-DAYS
                   END-IF
               END-IF
               EVALUATE WS-NEW-EOM-TEXT
               WHEN 'O'
                   MOVE 'Y' TO WS-NEW-PAY-EOM
               WHEN 'N'
               WHEN SPACE
                   MOVE 'N' TO WS-NEW-PAY-EOM
               WHEN OTHER
                   MOVE 'N' TO EditValid
                   MOVE "Fin de mois invalide (attendu O ou N)"
                       TO EditReason
               END-EVALUATE
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
      * version ACTIVE (une version retiree ne compte pas - un code
      * retire doit pouvoir etre re-accorde par cet utilitaire, pas
      * par une edition a la main), un retrait qu'il en ait une. La
      * version active trouvee (ou, pour un ajout, la version retiree)
      * devient l'image avant de l'intervention ; la date d'effet doit
      * etre posterieure au debut de cette version.
       CHECK-EXISTING-CODE.
           MOVE 'N' TO WS-CODE-EXISTS.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-RETIRED-IMAGE.
           OPEN INPUT TranTypeFile.
           IF StatutTranTypeFile = "00"
               MOVE 'N' TO EndOfFileSwitch
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF TT-CODE = MaintTypeCode
                                   AND TT-VALID-TO = SPACES
                               PERFORM NOTE-OPEN-VERSION
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EditValid
               MOVE "Code deja present dans la table" TO EditReason
           END-IF.
           IF (MaintAction = 'R' OR MaintAction = 'M'
                   OR MaintAction = 'T')
                   AND WS-CODE-EXISTS NOT = 'Y'
               MOVE 'N' TO EditValid
               MOVE "Code introuvable dans la table" TO EditReason
           END-IF.
           IF EditValid = 'Y' AND MaintAction = 'M'
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-TYPE
               IF WP-TAX-CODE = WS-NEW-TAX-CODE
                   MOVE 'N' TO EditValid
                   MOVE "Code TVA inchange" TO EditReason
               END-IF
           END-IF.
           IF EditValid = 'Y' AND MaintAction = 'T'
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-TYPE
               IF WP-PAY-TERMS = WS-NEW-PAY-TERMS
                   MOVE 'N' TO EditValid
                   MOVE "Conditions de paiement inchangees"
                       TO EditReason
               END-IF
           END-IF.
           IF MaintAction = 'A' AND WS-CODE-EXISTS NOT = 'Y'
               MOVE WS-RETIRED-IMAGE TO WS-BEFORE-IMAGE
           END-IF.
           IF EditValid = 'Y' AND WS-BEFORE-IMAGE NOT = SPACES
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-TYPE
               IF WP-VALID-FROM NOT = SPACES
                       AND WP-VALID-FROM NOT < MaintEffective-X
                   MOVE 'N' TO EditValid
                   MOVE "Date d'effet avant la version en cours"
                       TO EditReason
               END-IF
           END-IF.

      * Releve une version ouverte du code vise : active ou retiree.
       NOTE-OPEN-VERSION.
           IF TT-STATUS NOT = 'R'
               MOVE 'Y' TO WS-CODE-EXISTS
               MOVE TranTypeRecord TO WS-BEFORE-IMAGE
           ELSE
               MOVE TranTypeRecord TO WS-RETIRED-IMAGE
           END-IF.

      * Construit les images : la version ouverte close a la veille de
      * la date d'effet (image proposee, s'il y a une version
      * ouverte), et la nouvelle version ouverte a la date d'effet
      * (image d'ajout) : le nouveau code pour un ajout, la version
      * active avec son nouveau code TVA pour une modification, la
      * version active marquee 'R' pour un retrait, la version active
      * avec ses nouvelles conditions de paiement pour T.
       BUILD-PROPOSED-IMAGE.
           MOVE MaintTypeCode TO WS-PENDING-KEY.
           MOVE SPACES TO WS-AFTER-IMAGE.
           IF WS-BEFORE-IMAGE NOT = SPACES
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-TYPE
               MOVE WS-EVE-DATE TO WP-VALID-TO
               MOVE WS-PROPOSED-TYPE TO WS-AFTER-IMAGE
           END-IF.
           IF MaintAction = 'A'
               MOVE SPACES TO WS-PROPOSED-TYPE
               MOVE MaintTypeCode TO WP-CODE
               MOVE WS-NEW-LABEL TO WP-LABEL
      * L'autorisation est stockee en 'Y'/'N' (convention des
      * commutateurs du systeme), la saisie operateur est en O/N.
               IF WS-NEW-NEG-ALLOWED = 'O'
                   MOVE 'Y' TO WP-NEG-ALLOWED
               ELSE
                   MOVE 'N' TO WP-NEG-ALLOWED
               END-IF
               MOVE SPACE TO WP-STATUS
               MOVE WS-NEW-TAX-CODE TO WP-TAX-CODE
               MOVE WS-NEW-PAY-TERMS TO WP-PAY-TERMS
           END-IF.
           IF MaintAction = 'M'
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-TYPE
               MOVE WS-NEW-TAX-CODE TO WP-TAX-CODE
           END-IF.
           IF MaintAction = 'R'
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-TYPE
               MOVE 'R' TO WP-STATUS
           END-IF.
           IF MaintAction = 'T'
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-TYPE
               MOVE WS-NEW-PAY-TERMS TO WP-PAY-TERMS
           END-IF.
           MOVE MaintEffective-X TO WP-VALID-FROM.
           MOVE SPACES TO WP-VALID-TO.
           MOVE WS-PROPOSED-TYPE TO WS-ADDED-IMAGE.

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
               MOVE "MaintainTranTypes" TO PC-PROGRAM
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
           IF PC-PROGRAM = "MaintainTranTypes"
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
           MOVE WS-SYS-TIMESTAMP     TO AUD-TIMESTAMP
           MOVE StatutTranTypeFile   TO AUD-FILE-STATUS
           MOVE WS-RECORDS-CHANGED   TO AUD-RECORD-COUNT
           IF FileStatusReturnCode = 0
               STRING "DEPOT VISA " DELIMITED BY SIZE
                       WS-CHANGE-ID DELIMITED BY SIZE
                   INTO AUD-NOTE
           END-IF
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
