      * sans contourner les controles du systeme. Chaque intervention
      * ecrit l'image avant et l'image apres dans un journal permanent
      * et une ligne dans la piste d'audit commune.
      * Regle des quatre yeux : l'intervention n'est pas appliquee
      * ici, elle est deposee (image avant, image proposee, auteur et
      * motif) dans MAINT_PENDING.txt ; un second utilisateur la vise
      * et l'applique par cApproveChanges.cbl.
      * C'est cApproveChanges qui, au visa, reecrit l'enregistrement,
      * ajuste le trailer du run, ecrit le journal des interventions
      * (NOUVEAU_FICHIER_MAINT_JOURNAL.txt) et entretient le
      * compagnon indexe des TRAN-ID sur une renumerotation.
      * Seul le segment ouvert NOUVEAU_FICHIER.txt est entretenu : un
      * TRAN-ID range dans un segment clos du catalogue (voir
      * cSplitNouveauFichier.cbl) est refuse avec le nom du segment,
      * meme si cMaintainPeriods a rouvert son mois - le segment clos
      * est fige, scelle et sauvegarde tel quel. Une renumerotation
      * controle aussi le nouveau TRAN-ID dans les segments clos.
       FILE-CONTROL.
      * Nom resolu a l'execution (meme variable d'environnement que
      * cWriteCreatedFile.cbl) pour pouvoir intervenir sur un fichier
       SELECT NouveauFichier ASSIGN TO DYNAMIC WS-OUTPUT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOfMyFile.
      * Interventions en attente de visa (voir copybooks/PENDREC.cpy)
       SELECT PendingFile ASSIGN TO "MAINT_PENDING.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPendingFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuditTrailFile.
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

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.
               COPY TRANREC.
           05  NF-RunCounter PIC 9(5).

           FD  PendingFile.
           01  PendingRecord.
               COPY PENDREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

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

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutOfMyFile PIC X(2) VALUE '00'.
           01  StatutPendingFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
      * Nom du fichier NouveauFichier, surchargeable via la variable
      * d'environnement NOUVEAU_FICHIER_FILE (sinon la valeur par
           01  WS-NEW-AMOUNT PIC S9(9)V99 VALUE 0.
           01  WS-NEW-TRAN-ID-X PIC X(7) VALUE SPACES.
           01  WS-NEW-TRAN-ID PIC 9(7) VALUE 0.
      * Auteur de l'intervention et motif, deposes avec elle pour le
      * second utilisateur qui la visera.
           01  MakerId PIC X(10) VALUE SPACES.
           01  MakerReason PIC X(40) VALUE SPACES.
      * Resultat du controle des saisies de l'operateur
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Reperage de l'enregistrement vise pendant la passe de
      * verification : trouve ou non, image avant, image proposee
      * (deposees pour visa ; le numero de run porte par l'image
      * permet au visa d'ajuster le total de controle du trailer de
      * ce run si le montant change).
           01  WS-TARGET-FOUND PIC X(1) VALUE 'N'.
           01  WS-BEFORE-IMAGE PIC X(85) VALUE SPACES.
           01  WS-AFTER-IMAGE PIC X(85) VALUE SPACES.
      * Image proposee en cours de construction, au gisement
      * NouveauFichier.
           01  WS-PROPOSED-RECORD.
               COPY TRANREC REPLACING ==TRAN-DATE== BY ==WP-TRAN-DATE==
                                       ==TRAN-ID== BY ==WP-TRAN-ID==
                                       ==TRAN-AMOUNT==
                                           BY ==WP-TRAN-AMOUNT==
                                       ==TRAN-DESCRIPTION==
                                           BY ==WP-TRAN-DESCRIPTION==
                                       ==TRAN-TYPE-CODE==
                                           BY ==WP-TRAN-TYPE-CODE==
                                       ==TRAN-CANCEL-FLAG==
                                           BY ==WP-TRAN-CANCEL-FLAG==.
               05  WP-RunCounter PIC 9(5).
      * Le nouveau TRAN-ID demande pour une renumerotation ne doit pas
      * deja exister dans le fichier (meme controle de doublon que le
      * chargement).
           01  WS-NEWID-IN-USE PIC X(1) VALUE 'N'.
           01  WS-RECORDS-CHANGED PIC 9(7) VALUE 0.
      * Cle visee (TRAN-ID), numero attribue dans MAINT_PENDING.txt,
      * et presence d'une intervention deja en attente sur le meme
      * TRAN-ID.
           01  WS-PENDING-KEY PIC X(10) VALUE SPACES.
           01  WS-CHANGE-ID PIC 9(6) VALUE 0.
           01  WS-ALREADY-PENDING PIC X(1) VALUE 'N'.
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
           01  WS-SEG-IDX PIC 9(3) COMP VALUE 0.
           01  WS-SEG-FOUND PIC X(1) VALUE 'N'.
           01  WS-SEG-EOF PIC X(1) VALUE 'N'.
           01  WS-CLOSED-SEGMENT PIC X(40) VALUE SPACES.
           01  WS-ACTIVE-NF-FILENAME PIC X(100) VALUE SPACES.
      * Code retour distinguant les classes d'echec/de resultat pour
      * que l'appelant n'ait pas a deviner a partir d'un DISPLAY :
      *   0 = intervention deposee pour visa, 2 = NouveauFichier
      *   absent, 4 = rien a faire (TRAN-ID introuvable ou range
      *   dans un segment clos, saisie
      *   invalide, intervention deja en attente sur ce TRAN-ID ou
      *   enregistrement date d'une periode close),
      *   8 = erreur d'E/S irrecuperable (abend)
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

               PERFORM LOCATE-TARGET-RECORD
           END-IF.
           IF EditValid = 'Y' AND WS-TARGET-FOUND = 'Y'
               PERFORM CHECK-TARGET-PERIOD
           END-IF.
           IF EditValid = 'Y' AND WS-TARGET-FOUND = 'Y'
               PERFORM BUILD-PROPOSED-IMAGE
               PERFORM STAGE-PENDING-CHANGE
           END-IF.
           IF EditValid = 'Y' AND WS-TARGET-FOUND = 'Y'
               MOVE 0 TO FileStatusReturnCode
               DISPLAY "Intervention " WS-CHANGE-ID " deposee pour "
                   "visa sur TRAN-ID " MaintTranId " - a viser par "
                   "un second utilisateur (cApproveChanges)."
           ELSE
               IF FileStatusReturnCode = 0
                   MOVE 4 TO FileStatusReturnCode
               END-IF
               DISPLAY "Aucune intervention deposee : " EditReason
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
                   MOVE WS-NEW-TRAN-ID-X TO WS-NEW-TRAN-ID
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

      * Passe de verification : retrouve l'enregistrement vise (hors
      * enregistrements de fin de fichier), capture son image avant et
                   END-READ
               END-PERFORM
               CLOSE NouveauFichier
               MOVE SPACES TO WS-CLOSED-SEGMENT
               IF WS-TARGET-FOUND NOT = 'Y' OR MaintAction = 'R'
                   PERFORM SCAN-CLOSED-SEGMENTS
               END-IF
               IF WS-TARGET-FOUND NOT = 'Y'
                   MOVE 'N' TO EditValid
                   IF WS-CLOSED-SEGMENT NOT = SPACES
                       STRING "Segment clos " DELIMITED BY SIZE
                               WS-CLOSED-SEGMENT DELIMITED BY SPACE
                           INTO EditReason
                       DISPLAY "*** TRAN-ID " MaintTranId
                           " range dans le segment clos "
                           FUNCTION TRIM(WS-CLOSED-SEGMENT)
                           " (fige, scelle) - intervention refusee."
                   ELSE
                       MOVE "TRAN-ID vise introuvable" TO EditReason
                   END-IF
               END-IF
               IF MaintAction = 'R' AND WS-NEWID-IN-USE = 'Y'
                   MOVE 'N' TO EditValid
                       AND WS-TARGET-FOUND = 'N'
                   MOVE 'Y' TO WS-TARGET-FOUND
                   MOVE NouveauFichierRecord TO WS-BEFORE-IMAGE
               END-IF
               IF MaintAction = 'R' AND TRAN-ID = WS-NEW-TRAN-ID
                   MOVE 'Y' TO WS-NEWID-IN-USE
               END-IF
           END-IF.

      * Parcourt les segments clos du catalogue : segment qui porte
      * le TRAN-ID vise, s'il n'est pas au segment ouvert, et pour
      * une renumerotation nouveau TRAN-ID deja pris. Segment clos
      * illisible : signale, le controle porte sur les autres.
       SCAN-CLOSED-SEGMENTS.
           MOVE WS-OUTPUT-FILENAME TO WS-ACTIVE-NF-FILENAME.
           PERFORM LOAD-SEGMENT-CATALOGUE.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
               IF WS-SEG-STATUS(WS-SEG-IDX) = 'C'
                   MOVE WS-SEG-FILENAME(WS-SEG-IDX)
                       TO WS-OUTPUT-FILENAME
                   PERFORM SCAN-ONE-CLOSED-SEGMENT
               END-IF
           END-PERFORM.
           MOVE WS-ACTIVE-NF-FILENAME TO WS-OUTPUT-FILENAME.

       SCAN-ONE-CLOSED-SEGMENT.
           OPEN INPUT NouveauFichier.
           IF StatutOfMyFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ NouveauFichier
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           PERFORM EXAMINE-CLOSED-RECORD
                   END-READ
               END-PERFORM
               CLOSE NouveauFichier
           ELSE
               DISPLAY "*** ATTENTION : segment clos "
                   FUNCTION TRIM(WS-OUTPUT-FILENAME)
                   " illisible (statut " StatutOfMyFile ")."
           END-IF.
           MOVE "00" TO StatutOfMyFile.

       EXAMINE-CLOSED-RECORD.
           IF FUNCTION TRIM(TRAN-DESCRIPTION) NOT = "TRAILER RECORD"
               IF TRAN-ID = MaintTranId
                       AND TRAN-CANCEL-FLAG NOT = 'A'
                       AND WS-TARGET-FOUND = 'N'
                       AND WS-CLOSED-SEGMENT = SPACES
                   MOVE WS-OUTPUT-FILENAME TO WS-CLOSED-SEGMENT
               END-IF
               IF MaintAction = 'R' AND TRAN-ID = WS-NEW-TRAN-ID
                   MOVE 'Y' TO WS-NEWID-IN-USE
               END-IF
           END-IF.

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
                   END-IF
               END-PERFORM
               IF WS-SEG-FOUND = 'N' AND WS-SEG-COUNT < WS-SEG-MAX
                   ADD 1 TO WS-SEG-COUNT
                   MOVE NC-MONTH TO WS-SEG-MONTH(WS-SEG-COUNT)
                   MOVE NC-STATUS TO WS-SEG-STATUS(WS-SEG-COUNT)
                   MOVE NC-FILENAME TO WS-SEG-FILENAME(WS-SEG-COUNT)
               END-IF
           END-IF.

      * Un enregistrement date d'un mois clos par la consolidation
      * mensuelle ne peut plus etre modifie, supprime ni renumerote :
      * le total certifie du mois ne correspondrait plus au fichier.
       CHECK-TARGET-PERIOD.
           PERFORM LOAD-PERIOD-STATUS.
           MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-RECORD.
           MOVE WP-TRAN-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-PERIOD-CLOSED.
           IF WS-PERIOD-CLOSED = 'Y'
               MOVE 'N' TO EditValid
               MOVE WS-PERIOD-REASON TO EditReason
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

      * Construit l'image proposee a partir de l'image avant, en
      * appliquant l'action demandee (blanc = conserver la valeur
      * actuelle pour une modification).
       BUILD-PROPOSED-IMAGE.
           MOVE MaintTranId-X TO WS-PENDING-KEY.
           MOVE WS-BEFORE-IMAGE TO WS-PROPOSED-RECORD.
           EVALUATE MaintAction
           WHEN 'M'
               IF WS-NEW-DESCRIPTION NOT = SPACES
                   MOVE WS-NEW-DESCRIPTION TO WP-TRAN-DESCRIPTION
               END-IF
               IF WS-NEW-AMOUNT-TEXT NOT = SPACES
                   MOVE WS-NEW-AMOUNT TO WP-TRAN-AMOUNT
               END-IF
           WHEN 'S'
               MOVE 'A' TO WP-TRAN-CANCEL-FLAG
           WHEN 'R'
               MOVE WS-NEW-TRAN-ID TO WP-TRAN-ID
           END-EVALUATE.
           MOVE WS-PROPOSED-RECORD TO WS-AFTER-IMAGE.

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
               MOVE "MaintainNouveauFich" TO PC-PROGRAM
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
           IF PC-PROGRAM = "MaintainNouveauFich"
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
           MOVE WS-SYS-TIMESTAMP      TO AUD-TIMESTAMP
           MOVE StatutOfMyFile        TO AUD-FILE-STATUS
           MOVE WS-RECORDS-CHANGED    TO AUD-RECORD-COUNT
           IF FileStatusReturnCode = 0
               STRING "DEPOT VISA " DELIMITED BY SIZE
                       WS-CHANGE-ID DELIMITED BY SIZE
                   INTO AUD-NOTE
           END-IF
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
