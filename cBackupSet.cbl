       IDENTIFICATION DIVISION.
       PROGRAM-ID. BackupSet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Sauvegarde de fin de journee : derniere etape d'une chaine
      * terminee normalement (batch courant TERMINE au registre des
      * batchs), copie de l'ensemble des fichiers permanents (liste
      * copybooks/BACKUPLIST.cpy) dans un repertoire de generation
      * nomme d'apres la date de traitement et l'identifiant du
      * batch (SAUVEGARDE-AAAAMMJJ-BBBBB). Tous les fichiers sont
      * copies au meme point de la chaine, apres la cloture : le jeu
      * est coherent, et remis en place d'un bloc par cRestoreSet.cbl
      * en cas de perte du site.
      * Chaque generation porte son manifeste (MANIFEST.txt, voir
      * copybooks/BACKUPREC.cpy) : nom, nombre d'enregistrements et
      * totaux de controle de chaque fichier, et une ligne de fin
      * ecrite seulement si tout le jeu a ete copie.
      * Les generations sont tenues dans BACKUP_GENERATIONS.txt (voir
      * copybooks/BKGENREC.cpy) ; au-dela du nombre de generations a
      * conserver (variable d'environnement BACKUP_KEEP, 7 par
      * defaut), les plus anciennes sont supprimees.
      * Les segments clos de NOUVEAU_FICHIER (NOUVEAU_FICHIER_AAAAMM,
      * voir cSplitNouveauFichier.cbl) sont ajoutes au jeu d'apres le
      * catalogue : chaque segment catalogue clos est copie et inscrit
      * au manifeste comme les fichiers de la liste, et son nombre de
      * lignes est rapproche de celui du catalogue (enregistrements
      * plus fins de fichier). Un segment clos absent ou non conforme
      * a son catalogue leve une alerte severe.
       FILE-CONTROL.
      * Identifiant et etat du batch courant
       SELECT BatchCurrentFile ASSIGN TO "BATCH_CURRENT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutBatchCurrentFile.
       SELECT BatchRegisterFile ASSIGN TO "BATCH_REGISTER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutBatchRegisterFile.
      * Fichier du jeu lu ligne a ligne, et sa copie dans la
      * generation.
       SELECT SourceFile ASSIGN TO DYNAMIC WS-SOURCE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSourceFile.
       SELECT CopyFile ASSIGN TO DYNAMIC WS-COPY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutCopyFile.
      * Catalogue des segments de NOUVEAU_FICHIER (voir
      * copybooks/NFCATREC.cpy).
       SELECT SegmentCatalogueFile
           ASSIGN TO "NOUVEAU_FICHIER_CATALOGUE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSegmentCatalogueFile.
      * Compagnon indexe des TRAN-ID connus de NouveauFichier,
      * decharge en image dans la generation.
       SELECT KnownIdFile ASSIGN TO "NOUVEAU_FICHIER_IDS.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS KID-TRAN-ID
       FILE STATUS is StatutKnownIdFile.
      * Manifeste de la generation (la generation courante a
      * l'ecriture, une generation ancienne a la suppression).
       SELECT ManifestFile ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutManifestFile.
      * Registre des generations, et son fichier de travail pour la
      * reecriture apres suppression des plus anciennes.
       SELECT GenerationFile ASSIGN TO "BACKUP_GENERATIONS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutGenerationFile.
       SELECT GenerationWorkFile
           ASSIGN TO "BACKUP_GENERATIONS_MAINT.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutGenerationWorkFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuditTrailFile.
      * Alertes d'exploitation codees par gravite (voir
      * copybooks/ALERTREC.cpy), restituees par cExceptionSummary.
       SELECT OpsAlertFile ASSIGN TO "OPSALERTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpsAlertFile.

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.

      * !!!! Section déclarant les fichiers utilisés par le programme
       FILE SECTION.
           FD  BatchCurrentFile.
           01  BatchCurrentRecord PIC 9(5).

           FD  BatchRegisterFile.
           01  BatchRegisterRecord.
      * Gisement du registre des batchs (voir
      * copybooks/BATCHREG.cpy).
               COPY BATCHREG.

      * Ligne brute d'un fichier du jeu (1000 octets couvrent le plus
      * long des gisements permanents).
           FD  SourceFile.
           01  SourceRecord PIC X(1000).

           FD  CopyFile.
           01  CopyRecord PIC X(1000).

           FD  SegmentCatalogueFile.
           01  SegmentCatalogueRecord.
      * Gisement du catalogue des segments (voir
      * copybooks/NFCATREC.cpy).
               COPY NFCATREC.

           FD  KnownIdFile.
           01  KnownIdRecord.
               05 KID-TRAN-ID PIC 9(7).
               05 KID-RUN     PIC 9(5).

           FD  ManifestFile.
           01  ManifestRecord.
      * Gisement du manifeste (voir copybooks/BACKUPREC.cpy).
               COPY BACKUPREC.

           FD  GenerationFile.
           01  GenerationRecord.
      * Gisement du registre des generations (voir
      * copybooks/BKGENREC.cpy).
               COPY BKGENREC.

           FD  GenerationWorkFile.
           01  GenerationWorkRecord PIC X(80).

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutBatchCurrentFile PIC X(2) VALUE '00'.
           01  StatutBatchRegisterFile PIC X(2) VALUE '00'.
           01  StatutSourceFile PIC X(2) VALUE '00'.
           01  StatutCopyFile PIC X(2) VALUE '00'.
           01  StatutKnownIdFile PIC X(2) VALUE '00'.
           01  StatutManifestFile PIC X(2) VALUE '00'.
           01  StatutGenerationFile PIC X(2) VALUE '00'.
           01  StatutGenerationWorkFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
      * Horodatage systeme pour le manifeste et la piste d'audit
           01  WS-SYS-DATETIME.
               05 WS-SYS-TIMESTAMP PIC 9(14).
               05 FILLER           PIC X(7).
      * Batch courant, sa date de traitement et son etat au registre
           01  WS-CURRENT-BATCH-ID PIC 9(5) VALUE 0.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
           01  WS-BATCH-STATUS PIC X(10) VALUE SPACES.
      * Nom de NouveauFichier, surchargeable via la variable
      * d'environnement NOUVEAU_FICHIER_FILE (meme variable que
      * cOpenBatch.cbl et cWriteCreatedFile.cbl).
           01  WS-NF-FILENAME PIC X(100) VALUE "NOUVEAU_FICHIER.txt".
      * Nombre de generations a conserver (BACKUP_KEEP)
           01  WS-KEEP-X PIC X(3) VALUE SPACES.
           01  WS-KEEP PIC 9(3) VALUE 7.
      * Generation en cours d'ecriture, et generation a supprimer
           01  WS-GENERATION-NAME PIC X(25) VALUE SPACES.
           01  WS-PRUNE-GENERATION PIC X(25) VALUE SPACES.
           01  WS-SOURCE-FILENAME PIC X(100) VALUE SPACES.
           01  WS-COPY-FILENAME PIC X(100) VALUE SPACES.
           01  WS-MANIFEST-FILENAME PIC X(100) VALUE SPACES.
      * Nom de repertoire passe aux routines de creation et de
      * suppression, et leur code retour (0 = fait).
           01  WS-DIR-NAME PIC X(100) VALUE SPACES.
           01  WS-CALL-STATUS PIC S9(9) COMP-5 VALUE 0.
      * Liste des fichiers du jeu
           01  WS-BACKUP-FILE-VALUES.
               COPY BACKUPLIST.
           01  WS-BACKUP-FILE-TABLE REDEFINES WS-BACKUP-FILE-VALUES.
               05  WS-BACKUP-FILE PIC X(40) OCCURS 61 TIMES.
           01  WS-BACKUP-FILE-COUNT PIC 9(3) VALUE 61.
           01  WS-BK-IDX PIC 9(3) VALUE 0.
      * Nom du fichier en cours de copie (entree de la liste ou
      * segment clos), tel qu'inscrit au manifeste.
           01  WS-BK-NAME PIC X(40) VALUE SPACES.
      * Segments clos de NOUVEAU_FICHIER inscrits au catalogue (la
      * derniere ligne d'un mois l'emporte), avec le nombre de lignes
      * attendu (enregistrements plus fins de fichier).
           01  StatutSegmentCatalogueFile PIC X(2) VALUE '00'.
           01  WS-SEG-MAX PIC 9(3) COMP VALUE 600.
           01  WS-SEG-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-SEG-TABLE.
               05  WS-SEG-ENTRY OCCURS 600 TIMES.
                   10  WS-SEG-MONTH      PIC 9(6).
                   10  WS-SEG-STATUS     PIC X(1).
                   10  WS-SEG-FILENAME   PIC X(40).
                   10  WS-SEG-LINES      PIC 9(9).
           01  WS-SEG-IDX PIC 9(3) COMP VALUE 0.
           01  WS-SEG-FOUND PIC X(1) VALUE 'N'.
           01  WS-SEG-EOF PIC X(1) VALUE 'N'.
           01  WS-SEGMENTS-COPIED PIC 9(3) VALUE 0.
           01  WS-SEGMENT-FAULTS PIC 9(3) VALUE 0.
      * Fichier en cours de copie : presence, format et totaux de
      * controle (memes calculs que cRestoreSet.cbl).
           01  WS-BK-PRESENCE PIC X(1) VALUE SPACE.
           01  WS-BK-FORMAT PIC X(1) VALUE SPACE.
           01  WS-BK-LINE PIC X(1000) VALUE SPACES.
           01  WS-BK-COUNT PIC 9(9) VALUE 0.
           01  WS-BK-CHARS PIC 9(12) VALUE 0.
           01  WS-BK-HASH PIC 9(10) VALUE 0.
           01  WS-BK-LEN PIC 9(4) VALUE 0.
           01  WS-BK-POS PIC 9(4) VALUE 0.
           01  WS-BK-EOF PIC X(1) VALUE 'N'.
      * Compteurs de la generation
           01  WS-MANIFEST-OPEN PIC X(1) VALUE 'N'.
           01  WS-FILES-LISTED PIC 9(3) VALUE 0.
           01  WS-FILES-COPIED PIC 9(3) VALUE 0.
           01  WS-FILES-ABSENT PIC 9(3) VALUE 0.
           01  WS-TOTAL-RECORDS PIC 9(9) VALUE 0.
      * Tenue du registre des generations
           01  WS-GEN-EOF PIC X(1) VALUE 'N'.
           01  WS-GEN-KNOWN PIC X(1) VALUE 'N'.
           01  WS-KEPT-COUNT PIC 9(5) VALUE 0.
           01  WS-PRUNE-COUNT PIC 9(5) VALUE 0.
           01  WS-PRUNED-COUNT PIC 9(5) VALUE 0.
           01  WS-WORK-EOF PIC X(1) VALUE 'N'.
      * Resultat des controles
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'S'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Code retour : 0 = generation complete, 7 = batch courant non
      * termine (pas de sauvegarde d'un jeu incoherent), 8 = erreur
      * d'E/S (generation incomplete, sans ligne de fin)
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

      * !!!! COMMANDE D'EXUCUTIONS DU PROGRAMME:
       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.
           ACCEPT WS-NF-FILENAME
               FROM ENVIRONMENT "NOUVEAU_FICHIER_FILE"
               ON EXCEPTION
                   MOVE "NOUVEAU_FICHIER.txt" TO WS-NF-FILENAME
           END-ACCEPT.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BACKUP-FILE-COUNT
               IF WS-BACKUP-FILE(WS-BK-IDX) = "NOUVEAU_FICHIER.txt"
                   MOVE WS-NF-FILENAME TO WS-BACKUP-FILE(WS-BK-IDX)
               END-IF
           END-PERFORM.
           ACCEPT WS-KEEP-X FROM ENVIRONMENT "BACKUP_KEEP"
               ON EXCEPTION
                   MOVE SPACES TO WS-KEEP-X
           END-ACCEPT.
           IF FUNCTION TRIM(WS-KEEP-X) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-KEEP-X) TO WS-KEEP
           END-IF.
           IF WS-KEEP = 0
               MOVE 1 TO WS-KEEP
           END-IF.

           PERFORM READ-CURRENT-BATCH-ID.
           PERFORM CHECK-BATCH-CLOSED.
           IF EditValid = 'Y'
               PERFORM CREATE-GENERATION
           END-IF.
           IF EditValid = 'Y' AND FileStatusReturnCode = 0
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                       UNTIL WS-BK-IDX > WS-BACKUP-FILE-COUNT
                           OR FileStatusReturnCode = 8
                   PERFORM BACKUP-ONE-FILE
               END-PERFORM
           END-IF.
           IF EditValid = 'Y' AND FileStatusReturnCode = 0
               PERFORM LOAD-SEGMENT-CATALOGUE
               PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                       UNTIL WS-SEG-IDX > WS-SEG-COUNT
                           OR FileStatusReturnCode = 8
                   IF WS-SEG-STATUS(WS-SEG-IDX) = 'C'
                       PERFORM BACKUP-ONE-SEGMENT
                   END-IF
               END-PERFORM
           END-IF.
           IF EditValid = 'Y' AND FileStatusReturnCode = 0
               PERFORM WRITE-MANIFEST-TRAILER
           END-IF.
           IF WS-MANIFEST-OPEN = 'Y'
               CLOSE ManifestFile
               MOVE 'N' TO WS-MANIFEST-OPEN
           END-IF.
           IF EditValid = 'Y' AND FileStatusReturnCode = 0
               PERFORM REGISTER-GENERATION
           END-IF.
           IF EditValid = 'Y' AND FileStatusReturnCode = 0
               PERFORM PRUNE-OLD-GENERATIONS
           END-IF.

           IF EditValid = 'Y' AND FileStatusReturnCode = 0
               DISPLAY "Generation . . . . . . . . . : "
                   WS-GENERATION-NAME
               DISPLAY "Fichiers copies. . . . . . . : "
                   WS-FILES-COPIED
               DISPLAY "Fichiers absents . . . . . . : "
                   WS-FILES-ABSENT
               DISPLAY "Segments clos copies . . . . : "
                   WS-SEGMENTS-COPIED
               DISPLAY "Enregistrements sauvegardes. : "
                   WS-TOTAL-RECORDS
               DISPLAY "Generations supprimees . . . : "
                   WS-PRUNED-COUNT
               IF WS-SEGMENT-FAULTS > 0
                   MOVE 'S' TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING "Sauvegarde : " DELIMITED BY SIZE
                           WS-SEGMENT-FAULTS DELIMITED BY SIZE
                           " segment(s) clos absent(s)/non "
                               DELIMITED BY SIZE
                           "conforme(s)" DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
                   PERFORM WRITE-OPS-ALERT
               END-IF
           ELSE
               IF FileStatusReturnCode = 0
                   MOVE 7 TO FileStatusReturnCode
               END-IF
               DISPLAY "Sauvegarde non faite : "
                   FUNCTION TRIM(EditReason)
               IF FileStatusReturnCode = 8
                   MOVE 'S' TO WS-ALERT-SEVERITY
               ELSE
                   MOVE 'W' TO WS-ALERT-SEVERITY
               END-IF
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "Sauvegarde non faite : " DELIMITED BY SIZE
                       FUNCTION TRIM(EditReason) DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Le jeu n'est sauvegarde qu'apres une chaine terminee : le
      * batch courant doit etre TERMINE au registre des batchs (sa
      * derniere ligne l'emporte), sa date de traitement nomme la
      * generation.
       CHECK-BATCH-CLOSED.
           MOVE 'Y' TO EditValid.
           MOVE SPACES TO EditReason.
           MOVE SPACES TO WS-BATCH-STATUS.
           IF WS-CURRENT-BATCH-ID = 0
               MOVE 'N' TO EditValid
               MOVE "Aucun batch courant" TO EditReason
           ELSE
               OPEN INPUT BatchRegisterFile
               IF StatutBatchRegisterFile = "00"
                   MOVE 'N' TO WS-GEN-EOF
                   PERFORM UNTIL WS-GEN-EOF = 'Y'
                       READ BatchRegisterFile
                           AT END
                               MOVE 'Y' TO WS-GEN-EOF
                           NOT AT END
                               IF BR-BATCH-ID = WS-CURRENT-BATCH-ID
                                   MOVE BR-STATUS TO WS-BATCH-STATUS
                                   MOVE BR-DATE TO WS-PROC-DATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BatchRegisterFile
               END-IF
               IF WS-BATCH-STATUS NOT = "TERMINE"
                   MOVE 'N' TO EditValid
                   MOVE "Batch courant non TERMINE au registre"
                       TO EditReason
               END-IF
           END-IF.

      * Cree le repertoire de la generation (deja present sur une
      * relance apres echec : la generation est reecrite en entier)
      * et ouvre son manifeste.
       CREATE-GENERATION.
           MOVE SPACES TO WS-GENERATION-NAME.
           STRING "SAUVEGARDE-" DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-CURRENT-BATCH-ID DELIMITED BY SIZE
               INTO WS-GENERATION-NAME.
           MOVE WS-GENERATION-NAME TO WS-DIR-NAME.
           CALL "CBL_CREATE_DIR" USING WS-DIR-NAME
               RETURNING WS-CALL-STATUS.
           MOVE SPACES TO WS-MANIFEST-FILENAME.
           STRING FUNCTION TRIM(WS-GENERATION-NAME) DELIMITED BY SIZE
                   "/MANIFEST.txt" DELIMITED BY SIZE
               INTO WS-MANIFEST-FILENAME.
           OPEN OUTPUT ManifestFile.
           IF StatutManifestFile = "00"
               MOVE 'Y' TO WS-MANIFEST-OPEN
           ELSE
               MOVE 8 TO FileStatusReturnCode
               MOVE "Repertoire de generation inaccessible"
                   TO EditReason
           END-IF.

      * Copie un fichier de la liste du jeu.
       BACKUP-ONE-FILE.
           MOVE WS-BACKUP-FILE(WS-BK-IDX) TO WS-BK-NAME.
           PERFORM BACKUP-NAMED-FILE.

      * Copie un segment clos du catalogue et rapproche son nombre de
      * lignes de celui du catalogue.
       BACKUP-ONE-SEGMENT.
           MOVE WS-SEG-FILENAME(WS-SEG-IDX) TO WS-BK-NAME.
           PERFORM BACKUP-NAMED-FILE.
           IF FileStatusReturnCode = 0
               EVALUATE TRUE
               WHEN WS-BK-PRESENCE NOT = 'P'
                   ADD 1 TO WS-SEGMENT-FAULTS
                   DISPLAY "*** Segment clos "
                       FUNCTION TRIM(WS-BK-NAME)
                       " absent : inscrit absent au manifeste."
               WHEN WS-BK-COUNT NOT = WS-SEG-LINES(WS-SEG-IDX)
                   ADD 1 TO WS-SEGMENT-FAULTS
                   ADD 1 TO WS-SEGMENTS-COPIED
                   DISPLAY "*** Segment clos "
                       FUNCTION TRIM(WS-BK-NAME) " : " WS-BK-COUNT
                       " ligne(s), catalogue "
                       WS-SEG-LINES(WS-SEG-IDX) "."
               WHEN OTHER
                   ADD 1 TO WS-SEGMENTS-COPIED
               END-EVALUATE
           END-IF.

      * Releve les segments du catalogue (la derniere ligne d'un mois
      * l'emporte). Catalogue absent : aucun segment clos.
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
                   END-IF
               END-PERFORM
               IF WS-SEG-FOUND = 'Y'
                   SUBTRACT 1 FROM WS-SEG-IDX
               ELSE
                   IF WS-SEG-COUNT < WS-SEG-MAX
                       ADD 1 TO WS-SEG-COUNT
                       MOVE WS-SEG-COUNT TO WS-SEG-IDX
                       MOVE 'Y' TO WS-SEG-FOUND
                   END-IF
               END-IF
               IF WS-SEG-FOUND = 'Y'
                   MOVE NC-MONTH TO WS-SEG-MONTH(WS-SEG-IDX)
                   MOVE NC-STATUS TO WS-SEG-STATUS(WS-SEG-IDX)
                   MOVE NC-FILENAME TO WS-SEG-FILENAME(WS-SEG-IDX)
                   COMPUTE WS-SEG-LINES(WS-SEG-IDX)
                       = NC-RECORD-COUNT + NC-TRAILER-COUNT
               END-IF
           END-IF.

      * Copie le fichier WS-BK-NAME dans la generation et inscrit sa
      * ligne au manifeste.
       BACKUP-NAMED-FILE.
           MOVE WS-BK-NAME TO WS-SOURCE-FILENAME.
           MOVE SPACES TO WS-COPY-FILENAME.
           STRING FUNCTION TRIM(WS-GENERATION-NAME) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SOURCE-FILENAME) DELIMITED BY SIZE
               INTO WS-COPY-FILENAME.
           MOVE 0 TO WS-BK-COUNT.
           MOVE 0 TO WS-BK-CHARS.
           MOVE 0 TO WS-BK-HASH.
           MOVE 'P' TO WS-BK-PRESENCE.
           IF WS-BK-NAME = "NOUVEAU_FICHIER_IDS.dat"
               MOVE 'I' TO WS-BK-FORMAT
               PERFORM UNLOAD-KNOWN-IDS
           ELSE
               MOVE 'L' TO WS-BK-FORMAT
               PERFORM COPY-LINE-FILE
           END-IF.
           IF FileStatusReturnCode = 0
               MOVE SPACES TO ManifestRecord
               MOVE 'F'                 TO BK-REC-TYPE
               MOVE WS-GENERATION-NAME  TO BK-GENERATION
               MOVE WS-BK-NAME          TO BK-FILENAME
               MOVE WS-BK-PRESENCE      TO BK-PRESENCE
               MOVE WS-BK-FORMAT        TO BK-FORMAT
               MOVE WS-BK-COUNT         TO BK-RECORD-COUNT
               MOVE WS-BK-CHARS         TO BK-CHAR-COUNT
               MOVE WS-BK-HASH          TO BK-HASH
               MOVE WS-PROC-DATE        TO BK-PROC-DATE
               MOVE WS-CURRENT-BATCH-ID TO BK-BATCH-ID
               MOVE WS-SYS-TIMESTAMP    TO BK-TIMESTAMP
               WRITE ManifestRecord
               ADD 1 TO WS-FILES-LISTED
               IF WS-BK-PRESENCE = 'P'
                   ADD 1 TO WS-FILES-COPIED
                   ADD WS-BK-COUNT TO WS-TOTAL-RECORDS
               ELSE
                   ADD 1 TO WS-FILES-ABSENT
               END-IF
           END-IF.

      * Copie ligne a ligne d'un fichier sequentiel. Fichier absent :
      * inscrit absent, et une copie laissee par une execution
      * precedente de la meme generation est retiree.
       COPY-LINE-FILE.
           OPEN INPUT SourceFile.
           EVALUATE StatutSourceFile
           WHEN "00"
               OPEN OUTPUT CopyFile
               IF StatutCopyFile NOT = "00"
                   MOVE 8 TO FileStatusReturnCode
                   MOVE "Erreur d'E/S sur la generation" TO EditReason
                   DISPLAY "Copie impossible : "
                       FUNCTION TRIM(WS-COPY-FILENAME)
                       " (statut " StatutCopyFile ")"
               ELSE
                   MOVE 'N' TO WS-BK-EOF
                   PERFORM UNTIL WS-BK-EOF = 'Y'
                       READ SourceFile INTO WS-BK-LINE
                           AT END
                               MOVE 'Y' TO WS-BK-EOF
                           NOT AT END
                               PERFORM ACCUMULATE-ONE-LINE
                               MOVE WS-BK-LINE TO CopyRecord
                               WRITE CopyRecord
                       END-READ
                   END-PERFORM
                   CLOSE CopyFile
               END-IF
               CLOSE SourceFile
           WHEN "35"
               MOVE 'A' TO WS-BK-PRESENCE
               CALL "CBL_DELETE_FILE" USING WS-COPY-FILENAME
                   RETURNING WS-CALL-STATUS
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               MOVE "Erreur d'E/S sur un fichier du jeu" TO EditReason
               DISPLAY "Lecture impossible : "
                   FUNCTION TRIM(WS-SOURCE-FILENAME)
                   " (statut " StatutSourceFile ")"
           END-EVALUATE.

      * Decharge le fichier indexe des TRAN-ID connus en image ligne
      * (TRAN-ID et run, dans l'ordre des cles).
       UNLOAD-KNOWN-IDS.
           OPEN INPUT KnownIdFile.
           EVALUATE StatutKnownIdFile
           WHEN "00"
               OPEN OUTPUT CopyFile
               IF StatutCopyFile NOT = "00"
                   MOVE 8 TO FileStatusReturnCode
                   MOVE "Erreur d'E/S sur la generation" TO EditReason
                   DISPLAY "Copie impossible : "
                       FUNCTION TRIM(WS-COPY-FILENAME)
                       " (statut " StatutCopyFile ")"
               ELSE
                   MOVE 'N' TO WS-BK-EOF
                   PERFORM UNTIL WS-BK-EOF = 'Y'
                       READ KnownIdFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-BK-EOF
                           NOT AT END
                               MOVE SPACES TO WS-BK-LINE
                               MOVE KnownIdRecord TO WS-BK-LINE
                               PERFORM ACCUMULATE-ONE-LINE
                               MOVE WS-BK-LINE TO CopyRecord
                               WRITE CopyRecord
                       END-READ
                   END-PERFORM
                   CLOSE CopyFile
               END-IF
               CLOSE KnownIdFile
           WHEN "35"
               MOVE 'A' TO WS-BK-PRESENCE
               CALL "CBL_DELETE_FILE" USING WS-COPY-FILENAME
                   RETURNING WS-CALL-STATUS
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               MOVE "Erreur d'E/S sur un fichier du jeu" TO EditReason
               DISPLAY "Lecture impossible : NOUVEAU_FICHIER_IDS.dat"
                   " (statut " StatutKnownIdFile ")"
           END-EVALUATE.

      * Ajoute une ligne aux totaux de controle : nombre
      * d'enregistrements, nombre de caracteres jusqu'au dernier non
      * blanc, et empreinte (chaque caractere puis la fin de ligne,
      * meme calcul que les scelles).
       ACCUMULATE-ONE-LINE.
           ADD 1 TO WS-BK-COUNT.
           IF WS-BK-LINE = SPACES
               MOVE 0 TO WS-BK-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BK-LINE TRAILING))
                   TO WS-BK-LEN
           END-IF.
           ADD WS-BK-LEN TO WS-BK-CHARS.
           PERFORM VARYING WS-BK-POS FROM 1 BY 1
                   UNTIL WS-BK-POS > WS-BK-LEN
               COMPUTE WS-BK-HASH = FUNCTION MOD(WS-BK-HASH * 31
                   + FUNCTION ORD(WS-BK-LINE(WS-BK-POS:1)),
                   999999937)
           END-PERFORM.
           COMPUTE WS-BK-HASH = FUNCTION MOD(WS-BK-HASH * 31 + 10,
               999999937).

      * Ligne de fin du manifeste : la generation est complete.
       WRITE-MANIFEST-TRAILER.
           MOVE SPACES TO ManifestRecord.
           MOVE 'T'                 TO BK-REC-TYPE.
           MOVE WS-GENERATION-NAME  TO BK-GENERATION.
           MOVE WS-FILES-LISTED     TO BK-RECORD-COUNT.
           MOVE WS-PROC-DATE        TO BK-PROC-DATE.
           MOVE WS-CURRENT-BATCH-ID TO BK-BATCH-ID.
           MOVE WS-SYS-TIMESTAMP    TO BK-TIMESTAMP.
           WRITE ManifestRecord.
           IF StatutManifestFile NOT = "00"
               MOVE 8 TO FileStatusReturnCode
               MOVE "Erreur d'E/S sur le manifeste" TO EditReason
           END-IF.

      * Inscrit la generation au registre des generations (une seule
      * ligne par generation, meme sur une relance).
       REGISTER-GENERATION.
           MOVE 'N' TO WS-GEN-KNOWN.
           OPEN INPUT GenerationFile.
           IF StatutGenerationFile = "00"
               MOVE 'N' TO WS-GEN-EOF
               PERFORM UNTIL WS-GEN-EOF = 'Y'
                   READ GenerationFile
                       AT END
                           MOVE 'Y' TO WS-GEN-EOF
                       NOT AT END
                           IF GN-GENERATION = WS-GENERATION-NAME
                                   AND GN-STATUS = 'C'
                               MOVE 'Y' TO WS-GEN-KNOWN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GenerationFile
           END-IF.
           IF WS-GEN-KNOWN = 'N'
               OPEN EXTEND GenerationFile
               IF StatutGenerationFile = "35"
                   OPEN OUTPUT GenerationFile
               END-IF
               IF StatutGenerationFile NOT = "00"
                   MOVE 8 TO FileStatusReturnCode
                   MOVE "Erreur d'E/S sur BACKUP_GENERATIONS.txt"
                       TO EditReason
               ELSE
                   MOVE SPACES TO GenerationRecord
                   MOVE WS-GENERATION-NAME  TO GN-GENERATION
                   MOVE WS-PROC-DATE        TO GN-PROC-DATE
                   MOVE WS-CURRENT-BATCH-ID TO GN-BATCH-ID
                   MOVE WS-SYS-TIMESTAMP    TO GN-TIMESTAMP
                   MOVE WS-FILES-LISTED     TO GN-FILE-COUNT
                   MOVE 'C'                 TO GN-STATUS
                   WRITE GenerationRecord
                   CLOSE GenerationFile
               END-IF
           END-IF.

      * Supprime les generations conservees les plus anciennes
      * au-dela de BACKUP_KEEP (jamais la generation du jour) : compte
      * des generations conservees, puis reecriture du registre par
      * le fichier de travail, les generations supprimees y restant
      * marquees 'S'.
       PRUNE-OLD-GENERATIONS.
           MOVE 0 TO WS-KEPT-COUNT.
           OPEN INPUT GenerationFile.
           IF StatutGenerationFile = "00"
               MOVE 'N' TO WS-GEN-EOF
               PERFORM UNTIL WS-GEN-EOF = 'Y'
                   READ GenerationFile
                       AT END
                           MOVE 'Y' TO WS-GEN-EOF
                       NOT AT END
                           IF GN-STATUS = 'C'
                               ADD 1 TO WS-KEPT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GenerationFile
           END-IF.
           IF WS-KEPT-COUNT > WS-KEEP
               COMPUTE WS-PRUNE-COUNT = WS-KEPT-COUNT - WS-KEEP
               OPEN INPUT GenerationFile
               OPEN OUTPUT GenerationWorkFile
               IF StatutGenerationFile NOT = "00"
                       OR StatutGenerationWorkFile NOT = "00"
                   MOVE 8 TO FileStatusReturnCode
                   MOVE "Erreur d'E/S sur BACKUP_GENERATIONS.txt"
                       TO EditReason
               ELSE
                   MOVE 'N' TO WS-GEN-EOF
                   PERFORM UNTIL WS-GEN-EOF = 'Y'
                       READ GenerationFile
                           AT END
                               MOVE 'Y' TO WS-GEN-EOF
                           NOT AT END
                               IF GN-STATUS = 'C'
                                       AND WS-PRUNE-COUNT > 0
                                       AND GN-GENERATION NOT =
                                           WS-GENERATION-NAME
                                   MOVE GN-GENERATION
                                       TO WS-PRUNE-GENERATION
                                   PERFORM DELETE-GENERATION
                                   MOVE 'S' TO GN-STATUS
                                   SUBTRACT 1 FROM WS-PRUNE-COUNT
                                   ADD 1 TO WS-PRUNED-COUNT
                               END-IF
                               WRITE GenerationWorkRecord
                                   FROM GenerationRecord
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE GenerationFile
               CLOSE GenerationWorkFile
               IF FileStatusReturnCode = 0
                   PERFORM COPY-WORKFILE-BACK
               END-IF
           END-IF.

      * Supprime les fichiers d'une generation (ceux que son manifeste
      * donne presents), son manifeste, puis son repertoire.
       DELETE-GENERATION.
           MOVE SPACES TO WS-MANIFEST-FILENAME.
           STRING FUNCTION TRIM(WS-PRUNE-GENERATION) DELIMITED BY SIZE
                   "/MANIFEST.txt" DELIMITED BY SIZE
               INTO WS-MANIFEST-FILENAME.
           OPEN INPUT ManifestFile.
           IF StatutManifestFile = "00"
               MOVE 'N' TO WS-BK-EOF
               PERFORM UNTIL WS-BK-EOF = 'Y'
                   READ ManifestFile
                       AT END
                           MOVE 'Y' TO WS-BK-EOF
                       NOT AT END
                           IF BK-REC-TYPE = 'F' AND BK-PRESENCE = 'P'
                               MOVE SPACES TO WS-COPY-FILENAME
                               STRING FUNCTION TRIM(WS-PRUNE-GENERATION)
                                           DELIMITED BY SIZE
                                       "/" DELIMITED BY SIZE
                                       FUNCTION TRIM(BK-FILENAME)
                                           DELIMITED BY SIZE
                                   INTO WS-COPY-FILENAME
                               CALL "CBL_DELETE_FILE"
                                   USING WS-COPY-FILENAME
                                   RETURNING WS-CALL-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ManifestFile
               CALL "CBL_DELETE_FILE" USING WS-MANIFEST-FILENAME
                   RETURNING WS-CALL-STATUS
           END-IF.
           MOVE WS-PRUNE-GENERATION TO WS-DIR-NAME.
           CALL "CBL_DELETE_DIR" USING WS-DIR-NAME
               RETURNING WS-CALL-STATUS.
           IF WS-CALL-STATUS = 0
               DISPLAY "Generation supprimee . . . . : "
                   WS-PRUNE-GENERATION
           ELSE
               DISPLAY "Generation " FUNCTION TRIM(WS-PRUNE-GENERATION)
                   " : repertoire non supprime (fichiers etrangers ?)"
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "Repertoire non supprime "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PRUNE-GENERATION)
                           DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.

      * Recopie le registre des generations reecrit sur l'original.
       COPY-WORKFILE-BACK.
           OPEN INPUT GenerationWorkFile.
           OPEN OUTPUT GenerationFile.
           IF StatutGenerationWorkFile NOT = "00"
                   OR StatutGenerationFile NOT = "00"
               MOVE 8 TO FileStatusReturnCode
               MOVE "Erreur d'E/S sur BACKUP_GENERATIONS.txt"
                   TO EditReason
           ELSE
               MOVE 'N' TO WS-WORK-EOF
               PERFORM UNTIL WS-WORK-EOF = 'Y'
                   READ GenerationWorkFile
                       AT END
                           MOVE 'Y' TO WS-WORK-EOF
                       NOT AT END
                           WRITE GenerationRecord
                               FROM GenerationWorkRecord
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE GenerationWorkFile.
           CLOSE GenerationFile.

      * Lit l'identifiant du batch courant (0 si aucun batch ouvert).
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
           MOVE "BackupSet"         TO AL-PROGRAM.
           MOVE WS-SYS-TIMESTAMP    TO AL-TIMESTAMP.
           MOVE WS-ALERT-SEVERITY   TO AL-SEVERITY.
           MOVE WS-ALERT-MESSAGE    TO AL-MESSAGE.
           IF WS-PROC-DATE = 0
               MOVE WS-SYS-TIMESTAMP(1:8) TO AL-PROC-DATE
           ELSE
               MOVE WS-PROC-DATE TO AL-PROC-DATE
           END-IF.
           WRITE OpsAlertRecord.
           CLOSE OpsAlertFile.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut du manifeste, nb de
      * fichiers copies, et la generation en note (AUD-NOTE).
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "BackupSet"         TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutManifestFile  TO AUD-FILE-STATUS
           MOVE WS-FILES-COPIED     TO AUD-RECORD-COUNT
           MOVE WS-CURRENT-BATCH-ID TO AUD-BATCH-ID
           IF WS-PROC-DATE = 0
               MOVE WS-SYS-TIMESTAMP(1:8) TO AUD-PROC-DATE
           ELSE
               MOVE WS-PROC-DATE TO AUD-PROC-DATE
           END-IF
           IF WS-GENERATION-NAME NOT = SPACES
               STRING "GEN " DELIMITED BY SIZE
                       WS-GENERATION-NAME(12:14) DELIMITED BY SIZE
                   INTO AUD-NOTE
           END-IF
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
