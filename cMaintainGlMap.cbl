      * correspondance type -> comptes debit/credit (avec devise
      * d'origine optionnelle), retrait d'une correspondance (marque
      * 'R', conservee pour l'historique mais ignoree par GlPosting).
      * Table datee : rien n'est reecrit, la version ouverte de la
      * correspondance est close a la veille de la date d'effet saisie
      * et une nouvelle version (nouvelle correspondance, ou
      * correspondance retiree) est ouverte a cette date.
      * Regle des quatre yeux : l'intervention n'est pas appliquee
      * ici, elle est deposee (image avant, image proposee, auteur et
      * motif) dans MAINT_PENDING.txt ; un second utilisateur la vise
      * et l'applique par cApproveChanges.cbl.
       FILE-CONTROL.
       SELECT GlMapFile ASSIGN TO "GLACCOUNTMAP.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutGlMapFile.
      * Interventions en attente de visa (voir copybooks/PENDREC.cpy)
       SELECT PendingFile ASSIGN TO "MAINT_PENDING.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPendingFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
      * copybooks/GLMAPREC.cpy).
               COPY GLMAPREC.

           FD  PendingFile.
           01  PendingRecord.
               COPY PENDREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutGlMapFile PIC X(2) VALUE '00'.
           01  StatutPendingFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
      * Horodatage systeme pour la piste d'audit
           01  WS-SYS-DATETIME.
               05 FILLER           PIC X(7).
      * Saisies de l'operateur : action (A = ajouter, R = retirer),
      * type vise, devise (blanc = toutes), puis pour un ajout les
      * comptes de debit et de credit, enfin la date d'effet
      * (AAAAMMJJ, a blanc = date du jour) et sa veille, fin de la
      * version close.
           01  MaintAction PIC X(1) VALUE SPACE.
           01  MaintTypeCode PIC X(3) VALUE SPACES.
           01  MaintCurrency PIC X(3) VALUE SPACES.
           01  WS-NEW-DEBIT PIC X(8) VALUE SPACES.
           01  WS-NEW-CREDIT PIC X(8) VALUE SPACES.
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
      * La correspondance visee existe-t-elle deja (ligne active) ?
           01  WS-MAP-EXISTS PIC X(1) VALUE 'N'.
           01  WS-RECORDS-CHANGED PIC 9(3) VALUE 0.
      * Version ouverte retiree de la correspondance visee ('R'),
      * close par un nouvel ajout.
           01  WS-RETIRED-IMAGE PIC X(85) VALUE SPACES.
      * Intervention deposee : image actuelle de la version ouverte
      * visee (espaces pour un ajout sans version retiree), image
      * proposee (cette version close a la veille de la date d'effet),
      * nouvelle version ajoutee, cle visee (type et devise), numero
      * attribue dans MAINT_PENDING.txt, et presence d'une
      * intervention deja en attente sur la meme cle.
           01  WS-BEFORE-IMAGE PIC X(85) VALUE SPACES.
           01  WS-AFTER-IMAGE PIC X(85) VALUE SPACES.
           01  WS-ADDED-IMAGE PIC X(85) VALUE SPACES.
           01  WS-PROPOSED-MAP.
               COPY GLMAPREC REPLACING ==GM-TYPE== BY ==WP-TYPE==
                                       ==GM-CURRENCY==
                                           BY ==WP-CURRENCY==
                                       ==GM-DEBIT== BY ==WP-DEBIT==
                                       ==GM-CREDIT== BY ==WP-CREDIT==
                                       ==GM-STATUS== BY ==WP-STATUS==
                                       ==GM-VALID-FROM==
                                           BY ==WP-VALID-FROM==
                                       ==GM-VALID-TO==
                                           BY ==WP-VALID-TO==.
           01  WS-PENDING-KEY PIC X(10) VALUE SPACES.
           01  WS-CHANGE-ID PIC 9(6) VALUE 0.
           01  WS-ALREADY-PENDING PIC X(1) VALUE 'N'.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = intervention deposee pour visa, 4 = rien a faire (saisie
      *   invalide, correspondance introuvable ou deja presente,
      *   intervention deja en attente sur la meme cle),
      *   8 = erreur d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

               PERFORM CHECK-EXISTING-MAP
           END-IF.
           IF EditValid = 'Y'
               PERFORM BUILD-PROPOSED-IMAGE
               PERFORM STAGE-PENDING-CHANGE
           END-IF.
           IF EditValid = 'Y'
               DISPLAY "Intervention " WS-CHANGE-ID " deposee pour "
                   "visa sur le type " MaintTypeCode " (devise '"
                   MaintCurrency "') - a viser par un second "
                   "utilisateur (cApproveChanges)."
               MOVE 0 TO FileStatusReturnCode
           ELSE
               MOVE 4 TO FileStatusReturnCode
               DISPLAY "Aucune intervention deposee : " EditReason
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
                   MOVE "Debit et credit identiques" TO EditReason
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

      * Verifie l'etat actuel de la correspondance visee, sur ses
      * seules versions ouvertes : un ajout exige qu'il n'y ait pas de
      * version ACTIVE pour ce type et cette devise, un retrait qu'il
      * y en ait une. La version active trouvee (ou, pour un ajout, la
      * version retiree) devient l'image avant de l'intervention ; la
      * date d'effet doit etre posterieure au debut de cette version.
       CHECK-EXISTING-MAP.
           MOVE 'N' TO WS-MAP-EXISTS.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-RETIRED-IMAGE.
           OPEN INPUT GlMapFile.
           IF StatutGlMapFile = "00"
               MOVE 'N' TO EndOfFileSwitch
                       NOT AT END
                           IF GM-TYPE = MaintTypeCode
                                   AND GM-CURRENCY = MaintCurrency
                                   AND GM-VALID-TO = SPACES
                               PERFORM NOTE-OPEN-VERSION
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO EditValid
               MOVE "Correspondance introuvable" TO EditReason
           END-IF.
           IF MaintAction = 'A' AND WS-MAP-EXISTS NOT = 'Y'
               MOVE WS-RETIRED-IMAGE TO WS-BEFORE-IMAGE
           END-IF.
           IF EditValid = 'Y' AND WS-BEFORE-IMAGE NOT = SPACES
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-MAP
               IF WP-VALID-FROM NOT = SPACES
                       AND WP-VALID-FROM NOT < MaintEffective-X
                   MOVE 'N' TO EditValid
                   MOVE "Date d'effet avant la version en cours"
                       TO EditReason
               END-IF
           END-IF.

      * Releve une version ouverte de la correspondance visee : active
      * ou retiree.
       NOTE-OPEN-VERSION.
           IF GM-STATUS NOT = 'R'
               MOVE 'Y' TO WS-MAP-EXISTS
               MOVE GlMapRecord TO WS-BEFORE-IMAGE
           ELSE
               MOVE GlMapRecord TO WS-RETIRED-IMAGE
           END-IF.

      * Construit les images : la version ouverte close a la veille de
      * la date d'effet (image proposee, s'il y a une version
      * ouverte), et la nouvelle version ouverte a la date d'effet
      * (image d'ajout) : la nouvelle correspondance pour un ajout, la
      * version active marquee 'R' pour un retrait.
       BUILD-PROPOSED-IMAGE.
           MOVE SPACES TO WS-PENDING-KEY.
           MOVE MaintTypeCode TO WS-PENDING-KEY(1:3).
           MOVE MaintCurrency TO WS-PENDING-KEY(5:3).
           MOVE SPACES TO WS-AFTER-IMAGE.
           IF WS-BEFORE-IMAGE NOT = SPACES
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-MAP
               MOVE WS-EVE-DATE TO WP-VALID-TO
               MOVE WS-PROPOSED-MAP TO WS-AFTER-IMAGE
           END-IF.
           IF MaintAction = 'A'
               MOVE SPACES TO WS-PROPOSED-MAP
               MOVE MaintTypeCode TO WP-TYPE
               MOVE MaintCurrency TO WP-CURRENCY
               MOVE WS-NEW-DEBIT TO WP-DEBIT
               MOVE WS-NEW-CREDIT TO WP-CREDIT
               MOVE SPACE TO WP-STATUS
           ELSE
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-MAP
               MOVE 'R' TO WP-STATUS
           END-IF.
           MOVE MaintEffective-X TO WP-VALID-FROM.
           MOVE SPACES TO WP-VALID-TO.
           MOVE WS-PROPOSED-MAP TO WS-ADDED-IMAGE.

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
               MOVE "MaintainGlMap" TO PC-PROGRAM
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
           IF PC-PROGRAM = "MaintainGlMap"
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
           MOVE StatutGlMapFile     TO AUD-FILE-STATUS
           MOVE WS-RECORDS-CHANGED  TO AUD-RECORD-COUNT
           IF FileStatusReturnCode = 0
               STRING "DEPOT VISA " DELIMITED BY SIZE
                       WS-CHANGE-ID DELIMITED BY SIZE
                   INTO AUD-NOTE
           END-IF
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
