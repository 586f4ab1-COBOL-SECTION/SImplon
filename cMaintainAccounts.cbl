      * Entretien de la table de reference des comptes (ACCOUNTS.txt,
      * gisement ACCTREC) : ajout d'un compte avec son libelle,
      * retrait d'un compte (marque 'R', conserve pour l'historique
      * mais refuse au chargement par modifCreated), et fixation du
      * plafond de credit du compte (en EUR, zero = pas de plafond),
      * controle par modifCreated au chargement, et fixation des
      * conditions de paiement du compte (delai en jours, fin de mois
      * ou non), dont cMatchPayments tire l'echeance des postes.
      * Table datee : rien n'est reecrit, la version ouverte du compte
      * est close a la veille de la date d'effet saisie et une nouvelle
      * version (nouveau compte, compte retire, nouveau plafond ou
      * nouvelles conditions) est ouverte a cette date.
      * Regle des quatre yeux : l'intervention n'est pas appliquee
      * ici, elle est deposee (image avant, image proposee, auteur et
      * motif) dans MAINT_PENDING.txt ; un second utilisateur la vise
      * et l'applique par cApproveChanges.cbl.
       FILE-CONTROL.
       SELECT AccountFile ASSIGN TO "ACCOUNTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAccountFile.
      * Interventions en attente de visa (voir copybooks/PENDREC.cpy)
       SELECT PendingFile ASSIGN TO "MAINT_PENDING.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPendingFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
      * copybooks/ACCTREC.cpy).
               COPY ACCTREC.

           FD  PendingFile.
           01  PendingRecord.
               COPY PENDREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutAccountFile PIC X(2) VALUE '00'.
           01  StatutPendingFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
      * Horodatage systeme pour la piste d'audit
           01  WS-SYS-DATETIME.
               05 WS-SYS-TIMESTAMP PIC 9(14).
               05 FILLER           PIC X(7).
      * Saisies de l'operateur : action (A = ajouter, R = retirer,
      * L = fixer le plafond de credit, T = fixer les conditions de
      * paiement), compte vise, puis pour un ajout le libelle, le
      * plafond et les conditions, pour L le seul plafond, pour T les
      * seules conditions, enfin la date d'effet (AAAAMMJJ, a blanc =
      * date du jour) et sa veille, fin de la version close.
           01  MaintAction PIC X(1) VALUE SPACE.
           01  MaintAccountId PIC X(5) VALUE SPACES.
           01  MaintEffective-X PIC X(8) VALUE SPACES.
           01  MaintEffective PIC 9(8) VALUE 0.
           01  WS-EVE-DATE PIC 9(8) VALUE 0.
           01  WS-DATE-INT PIC S9(9) VALUE 0.
           01  WS-NEW-LABEL PIC X(20) VALUE SPACES.
      * Plafond saisi en clair, avec point decimal explicite (par
      * exemple "50000.00"), converti via NUMVAL ; a blanc sur un
      * ajout = pas de plafond.
           01  WS-NEW-LIMIT-TEXT PIC X(15) VALUE SPACES.
           01  WS-NEW-LIMIT PIC 9(9)V99 VALUE 0.
      * Conditions de paiement saisies : delai en jours (0 a 365, a
      * blanc = payable comptant, sans conditions) et fin de mois
      * (O/N, converti en 'Y'/'N' dans la table).
           01  WS-NEW-DAYS-TEXT PIC X(5) VALUE SPACES.
           01  WS-NEW-EOM-TEXT PIC X(1) VALUE SPACE.
           01  WS-NEW-PAY-TERMS.
               05 WS-NEW-PAY-DAYS  PIC 9(3).
               05 WS-NEW-PAY-EOM   PIC X(1).
      * Auteur de l'intervention et motif, deposes avec elle pour le
      * second utilisateur qui la visera.
           01  MakerId PIC X(10) VALUE SPACES.
           01  MakerReason PIC X(40) VALUE SPACES.
      * Resultat du controle des saisies
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Le compte vise existe-t-il deja dans la table ?
           01  WS-ACCOUNT-EXISTS PIC X(1) VALUE 'N'.
           01  WS-RECORDS-CHANGED PIC 9(3) VALUE 0.
      * Version ouverte retiree du compte vise ('R'), close par un
      * nouvel ajout.
           01  WS-RETIRED-IMAGE PIC X(80) VALUE SPACES.
      * Intervention deposee : image actuelle de la version ouverte
      * visee (espaces pour un ajout sans version retiree), image
      * proposee (cette version close a la veille de la date d'effet),
      * nouvelle version ajoutee, cle visee, numero attribue dans
      * MAINT_PENDING.txt, et presence d'une intervention deja en
      * attente sur le meme compte.
           01  WS-BEFORE-IMAGE PIC X(80) VALUE SPACES.
           01  WS-AFTER-IMAGE PIC X(80) VALUE SPACES.
           01  WS-ADDED-IMAGE PIC X(80) VALUE SPACES.
           01  WS-PROPOSED-ACCOUNT.
               COPY ACCTREC REPLACING ==ACC-ID== BY ==WP-ID==
                                       ==ACC-LABEL== BY ==WP-LABEL==
                                       ==ACC-STATUS== BY ==WP-STATUS==
                                       ==ACC-CREDIT-LIMIT==
                                           BY ==WP-CREDIT-LIMIT==
                                       ==ACC-VALID-FROM==
                                           BY ==WP-VALID-FROM==
                                       ==ACC-VALID-TO==
                                           BY ==WP-VALID-TO==
                                       ==ACC-PAY-TERMS==
                                           BY ==WP-PAY-TERMS==
                                       ==ACC-PAY-DAYS==
                                           BY ==WP-PAY-DAYS==
                                       ==ACC-PAY-EOM==
                                           BY ==WP-PAY-EOM==.
           01  WS-PENDING-KEY PIC X(10) VALUE SPACES.
           01  WS-CHANGE-ID PIC 9(6) VALUE 0.
           01  WS-ALREADY-PENDING PIC X(1) VALUE 'N'.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = intervention deposee pour visa, 4 = rien a faire (saisie
      *   invalide, compte introuvable ou deja present, intervention
      *   deja en attente sur le meme compte),
      *   8 = erreur d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

               PERFORM CHECK-EXISTING-ACCOUNT
           END-IF.
           IF EditValid = 'Y'
               PERFORM BUILD-PROPOSED-IMAGE
               PERFORM STAGE-PENDING-CHANGE
           END-IF.
           IF EditValid = 'Y'
               DISPLAY "Intervention " WS-CHANGE-ID " deposee pour "
                   "visa sur le compte " MaintAccountId " - a viser "
                   "par un second utilisateur (cApproveChanges)."
               MOVE 0 TO FileStatusReturnCode
           ELSE
               MOVE 4 TO FileStatusReturnCode
               DISPLAY "Aucune intervention deposee : " EditReason
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
       ACCEPT-OPERATOR-INPUT.
           MOVE 'Y' TO EditValid.
           MOVE SPACES TO EditReason.
           DISPLAY "Action (A=ajouter, R=retirer, L=plafond, "
               "T=conditions de paiement) :".
           ACCEPT MaintAction.
           DISPLAY "Identifiant de compte (5 caracteres) :".
           ACCEPT MaintAccountId.
           IF MaintAction NOT = 'A' AND MaintAction NOT = 'R'
                   AND MaintAction NOT = 'L' AND MaintAction NOT = 'T'
               MOVE 'N' TO EditValid
               MOVE "Action inconnue (attendu A, R, L ou T)"
                   TO EditReason
           ELSE
               IF MaintAccountId = SPACES
                   MOVE 'N' TO EditValid
                   MOVE "Libelle non saisi" TO EditReason
               END-IF
           END-IF.
           IF EditValid = 'Y'
                   AND (MaintAction = 'A' OR MaintAction = 'L')
               DISPLAY "Plafond de credit en EUR (ex. 50000.00, "
                   "0 = sans plafond) :"
               ACCEPT WS-NEW-LIMIT-TEXT
               PERFORM EDIT-CREDIT-LIMIT
           END-IF.
           IF EditValid = 'Y'
                   AND (MaintAction = 'A' OR MaintAction = 'T')
               DISPLAY "Delai de paiement en jours (0 a 365, "
                   "blanc = comptant) :"
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

      * Controle le plafond saisi : numerique et non negatif. A blanc
      * sur un ajout, le compte est cree sans plafond ; sur L, le
      * plafond doit etre saisi (0 pour le lever).
       EDIT-CREDIT-LIMIT.
           MOVE 0 TO WS-NEW-LIMIT.
           IF WS-NEW-LIMIT-TEXT = SPACES
               IF MaintAction = 'L'
                   MOVE 'N' TO EditValid
                   MOVE "Plafond de credit non saisi" TO EditReason
               END-IF
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-NEW-LIMIT-TEXT) = 0
                   IF FUNCTION NUMVAL(WS-NEW-LIMIT-TEXT) < 0
                       MOVE 'N' TO EditValid
                       MOVE "Plafond de credit negatif" TO EditReason
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-NEW-LIMIT-TEXT)
                           TO WS-NEW-LIMIT
                   END-IF
               ELSE
                   MOVE 'N' TO EditValid
                   MOVE "Plafond de credit non numerique"
                       TO EditReason
               END-IF
           END-IF.

      * Controle les conditions de paiement saisies : delai entier de
      * 0 a 365 jours, fin de mois O ou N (blanc = N). Un delai a
      * blanc laisse le compte sans conditions (payable comptant).
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

      * Verifie l'etat actuel du compte vise dans la table, sur ses
      * seules versions ouvertes : un ajout exige qu'il n'ait pas de
      * version ACTIVE (une version retiree ne compte pas - un compte
      * retire doit pouvoir etre re-accorde par cet utilitaire, pas
      * par une edition a la main), un retrait qu'il en ait une, comme
      * la fixation du plafond. La version active trouvee (ou, pour
      * un ajout, la version retiree) devient l'image avant de
      * l'intervention ; la date d'effet doit etre posterieure au
      * debut de cette version.
       CHECK-EXISTING-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-EXISTS.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-RETIRED-IMAGE.
           OPEN INPUT AccountFile.
           IF StatutAccountFile = "00"
               MOVE 'N' TO EndOfFileSwitch
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF ACC-ID = MaintAccountId
                                   AND ACC-VALID-TO = SPACES
                               PERFORM NOTE-OPEN-VERSION
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EditValid
               MOVE "Compte deja present dans la table" TO EditReason
           END-IF.
           IF (MaintAction = 'R' OR MaintAction = 'L'
                   OR MaintAction = 'T')
                   AND WS-ACCOUNT-EXISTS NOT = 'Y'
               MOVE 'N' TO EditValid
               MOVE "Compte introuvable dans la table" TO EditReason
           END-IF.
           IF MaintAction = 'A' AND WS-ACCOUNT-EXISTS NOT = 'Y'
               MOVE WS-RETIRED-IMAGE TO WS-BEFORE-IMAGE
           END-IF.
           IF EditValid = 'Y' AND WS-BEFORE-IMAGE NOT = SPACES
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-ACCOUNT
               IF WP-VALID-FROM NOT = SPACES
                       AND WP-VALID-FROM NOT < MaintEffective-X
                   MOVE 'N' TO EditValid
                   MOVE "Date d'effet avant la version en cours"
                       TO EditReason
               END-IF
           END-IF.

      * Releve une version ouverte du compte vise : active ou retiree.
       NOTE-OPEN-VERSION.
           IF ACC-STATUS NOT = 'R'
               MOVE 'Y' TO WS-ACCOUNT-EXISTS
               MOVE AccountRecord TO WS-BEFORE-IMAGE
           ELSE
               MOVE AccountRecord TO WS-RETIRED-IMAGE
           END-IF.

      * Construit les images : la version ouverte close a la veille de
      * la date d'effet (image proposee, s'il y a une version
      * ouverte), et la nouvelle version ouverte a la date d'effet
      * (image d'ajout) : le nouveau compte pour un ajout, la version
      * active marquee 'R' pour un retrait, portant le nouveau
      * plafond pour L, ou les nouvelles conditions pour T.
       BUILD-PROPOSED-IMAGE.
           MOVE MaintAccountId TO WS-PENDING-KEY.
           MOVE SPACES TO WS-AFTER-IMAGE.
           IF WS-BEFORE-IMAGE NOT = SPACES
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-ACCOUNT
               MOVE WS-EVE-DATE TO WP-VALID-TO
               MOVE WS-PROPOSED-ACCOUNT TO WS-AFTER-IMAGE
           END-IF.
           EVALUATE MaintAction
           WHEN 'A'
               MOVE SPACES TO WS-PROPOSED-ACCOUNT
               MOVE MaintAccountId TO WP-ID
               MOVE WS-NEW-LABEL TO WP-LABEL
               MOVE SPACE TO WP-STATUS
               MOVE WS-NEW-LIMIT TO WP-CREDIT-LIMIT
               MOVE WS-NEW-PAY-TERMS TO WP-PAY-TERMS
           WHEN 'R'
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-ACCOUNT
               MOVE 'R' TO WP-STATUS
           WHEN 'L'
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-ACCOUNT
               MOVE WS-NEW-LIMIT TO WP-CREDIT-LIMIT
           WHEN 'T'
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-ACCOUNT
               MOVE WS-NEW-PAY-TERMS TO WP-PAY-TERMS
           END-EVALUATE.
           MOVE MaintEffective-X TO WP-VALID-FROM.
           MOVE SPACES TO WP-VALID-TO.
           MOVE WS-PROPOSED-ACCOUNT TO WS-ADDED-IMAGE.

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
               MOVE "MaintainAccounts" TO PC-PROGRAM
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
           IF PC-PROGRAM = "MaintainAccounts"
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
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutAccountFile   TO AUD-FILE-STATUS
           MOVE WS-RECORDS-CHANGED  TO AUD-RECORD-COUNT
           IF FileStatusReturnCode = 0
               STRING "DEPOT VISA " DELIMITED BY SIZE
                       WS-CHANGE-ID DELIMITED BY SIZE
                   INTO AUD-NOTE
           END-IF
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
