      * autorise le fichier d'autorisation ?", la reponse honnete
      * etait "vi" - desormais c'est ce programme, et chaque
      * intervention laisse sa ligne dans la piste d'audit.
      * Regle des quatre yeux : l'intervention n'est pas appliquee
      * ici, elle est deposee (image avant, image proposee, auteur et
      * motif) dans MAINT_PENDING.txt ; un second utilisateur la vise
      * et l'applique par cApproveChanges.cbl.
       FILE-CONTROL.
       SELECT AuthControlFile ASSIGN TO "AUTHORIZED_RUNIDS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuthControlFile.
      * Interventions en attente de visa (voir copybooks/PENDREC.cpy)
       SELECT PendingFile ASSIGN TO "MAINT_PENDING.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPendingFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
      * copybooks/AUTHREC.cpy).
               COPY AUTHREC.

           FD  PendingFile.
           01  PendingRecord.
               COPY PENDREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutAuthControlFile PIC X(2) VALUE '00'.
           01  StatutPendingFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
      * Horodatage systeme pour la piste d'audit
           01  WS-SYS-DATETIME.
           01  MaintRunId PIC X(10) VALUE SPACES.
           01  WS-NEW-EXPIRY PIC X(8) VALUE SPACES.
           01  WS-NEW-SCOPE PIC X(20) VALUE SPACES.
      * Auteur de l'intervention et motif, deposes avec elle pour le
      * second utilisateur qui la visera.
           01  MakerId PIC X(10) VALUE SPACES.
           01  MakerReason PIC X(40) VALUE SPACES.
      * Resultat du controle des saisies
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
      * Le run-id vise a-t-il deja une ligne active dans le fichier ?
           01  WS-ID-ACTIVE PIC X(1) VALUE 'N'.
           01  WS-RECORDS-CHANGED PIC 9(3) VALUE 0.
      * Intervention deposee : image actuelle de la ligne active
      * visee (espaces pour un octroi), image proposee, cle visee,
      * numero attribue dans MAINT_PENDING.txt, et presence d'une
      * intervention deja en attente sur le meme run-id.
           01  WS-BEFORE-IMAGE PIC X(85) VALUE SPACES.
           01  WS-AFTER-IMAGE PIC X(85) VALUE SPACES.
           01  WS-PROPOSED-AUTH.
               COPY AUTHREC REPLACING ==AUTH-RUN-ID== BY ==WP-RUN-ID==
                                       ==AUTH-EXPIRY== BY ==WP-EXPIRY==
                                       ==AUTH-SCOPE== BY ==WP-SCOPE==
                                       ==AUTH-STATUS==
                                           BY ==WP-STATUS==.
           01  WS-PENDING-KEY PIC X(10) VALUE SPACES.
           01  WS-CHANGE-ID PIC 9(6) VALUE 0.
           01  WS-ALREADY-PENDING PIC X(1) VALUE 'N'.
      * Code retour : 0 = intervention deposee pour visa, 4 = rien a
      * faire (saisie invalide, id introuvable ou deja accorde,
      * intervention deja en attente sur le meme id),
      * 8 = erreur d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

               PERFORM CHECK-EXISTING-ID
           END-IF.
           IF EditValid = 'Y'
               PERFORM BUILD-PROPOSED-IMAGE
               PERFORM STAGE-PENDING-CHANGE
           END-IF.
           IF EditValid = 'Y'
               DISPLAY "Intervention " WS-CHANGE-ID " deposee pour "
                   "visa sur le run-id " MaintRunId " - a viser par "
                   "un second utilisateur (cApproveChanges)."
               MOVE 0 TO FileStatusReturnCode
           ELSE
               MOVE 4 TO FileStatusReturnCode
               DISPLAY "Aucune intervention deposee : " EditReason
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
                   MOVE "Perimetre non saisi" TO EditReason
               END-IF
           END-IF.
           IF EditValid = 'Y'
               PERFORM ACCEPT-MAKER-INPUT
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

      * Verifie l'etat actuel du run-id : un octroi exige qu'il n'ait
      * pas deja de ligne active, une revocation qu'il en ait une.
      * La premiere ligne active trouvee devient l'image avant de
      * l'intervention.
       CHECK-EXISTING-ID.
           MOVE 'N' TO WS-ID-ACTIVE.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           OPEN INPUT AuthControlFile.
           IF StatutAuthControlFile = "00"
               MOVE 'N' TO EndOfFileSwitch
                           IF FUNCTION TRIM(AUTH-RUN-ID)
                                   = FUNCTION TRIM(MaintRunId)
                                   AND AUTH-STATUS NOT = 'R'
                                   AND WS-ID-ACTIVE = 'N'
                               MOVE 'Y' TO WS-ID-ACTIVE
                               MOVE AuthControlRecord
                                   TO WS-BEFORE-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
                   TO EditReason
           END-IF.

      * Construit l'image proposee : la nouvelle ligne pour un
      * octroi, la ligne active marquee 'R' pour une revocation.
       BUILD-PROPOSED-IMAGE.
           MOVE MaintRunId TO WS-PENDING-KEY.
           IF MaintAction = 'G'
               MOVE SPACES TO WS-PROPOSED-AUTH
               MOVE MaintRunId TO WP-RUN-ID
               MOVE WS-NEW-EXPIRY TO WP-EXPIRY
               MOVE WS-NEW-SCOPE TO WP-SCOPE
               MOVE SPACE TO WP-STATUS
           ELSE
               MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-AUTH
               MOVE 'R' TO WP-STATUS
           END-IF.
           MOVE WS-PROPOSED-AUTH TO WS-AFTER-IMAGE.

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
               MOVE "MaintainRunIds" TO PC-PROGRAM
               MOVE MaintAction TO PC-ACTION
               MOVE WS-PENDING-KEY TO PC-KEY
               MOVE WS-BEFORE-IMAGE TO PC-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO PC-AFTER-IMAGE
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
           IF PC-PROGRAM = "MaintainRunIds"
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
           MOVE StatutAuthControlFile TO AUD-FILE-STATUS
           MOVE WS-RECORDS-CHANGED  TO AUD-RECORD-COUNT
           IF FileStatusReturnCode = 0
               STRING "DEPOT VISA " DELIMITED BY SIZE
                       WS-CHANGE-ID DELIMITED BY SIZE
                   INTO AUD-NOTE
           END-IF
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
