       IDENTIFICATION DIVISION.
       PROGRAM-ID. RestoreSet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Restauration de site : remet en place, d'un bloc, une
      * generation de sauvegarde ecrite par cBackupSet.cbl (repertoire
      * SAUVEGARDE-AAAAMMJJ-BBBBB et son manifeste MANIFEST.txt, voir
      * copybooks/BACKUPREC.cpy). Lance a la main par un superviseur,
      * hors chaine, qui saisit la generation, son identifiant et une
      * confirmation.
      * Tout ou rien : le manifeste doit etre complet (ligne de fin
      * presente et conforme), et chaque copie de la generation doit
      * correspondre a son manifeste (nombre d'enregistrements et
      * totaux de controle) AVANT qu'un seul fichier vivant soit
      * touche ; a la moindre difference la restauration est refusee
      * en entier. Les fichiers absents au moment de la sauvegarde
      * sont retires, pour remettre le jeu dans son etat exact. Chaque
      * fichier restaure est ensuite relu et recontrole.
      * Ne depend pas du registre des batchs ni du registre des
      * generations : ils font partie du jeu restaure.
      * Les segments clos de NOUVEAU_FICHIER figurent au manifeste et
      * sont restaures et controles comme les autres fichiers. Chaque
      * segment clos du catalogue de la generation doit y etre present,
      * faute de quoi la restauration est refusee ; un segment clos
      * vivant que la generation ne connait pas (decoupe apres la
      * sauvegarde) est retire.
       FILE-CONTROL.
      * Manifeste de la generation a restaurer
       SELECT ManifestFile ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutManifestFile.
      * Copie d'un fichier dans la generation, et fichier vivant
      * qu'elle remplace.
       SELECT CopyFile ASSIGN TO DYNAMIC WS-COPY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutCopyFile.
       SELECT LiveFile ASSIGN TO DYNAMIC WS-LIVE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutLiveFile.
      * Catalogue des segments de NOUVEAU_FICHIER (voir
      * copybooks/NFCATREC.cpy) : copie de la generation, puis
      * catalogue vivant.
       SELECT SegmentCatalogueFile
           ASSIGN TO DYNAMIC WS-CATALOGUE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSegmentCatalogueFile.
      * Compagnon indexe des TRAN-ID connus de NouveauFichier,
      * recharge depuis son image.
       SELECT KnownIdFile ASSIGN TO "NOUVEAU_FICHIER_IDS.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
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

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.

      * !!!! Section déclarant les fichiers utilisés par le programme
       FILE SECTION.
           FD  ManifestFile.
           01  ManifestRecord.
      * Gisement du manifeste (voir copybooks/BACKUPREC.cpy).
               COPY BACKUPREC.

      * Ligne brute d'un fichier du jeu (meme longueur que
      * cBackupSet.cbl).
           FD  CopyFile.
           01  CopyRecord PIC X(1000).

           FD  LiveFile.
           01  LiveRecord PIC X(1000).

           FD  SegmentCatalogueFile.
           01  SegmentCatalogueRecord.
               COPY NFCATREC.

           FD  KnownIdFile.
           01  KnownIdRecord.
               05 KID-TRAN-ID PIC 9(7).
               05 KID-RUN     PIC 9(5).

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutManifestFile PIC X(2) VALUE '00'.
           01  StatutCopyFile PIC X(2) VALUE '00'.
           01  StatutLiveFile PIC X(2) VALUE '00'.
           01  StatutKnownIdFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
      * Horodatage systeme pour la piste d'audit
           01  WS-SYS-DATETIME.
               05 WS-SYS-TIMESTAMP PIC 9(14).
               05 FILLER           PIC X(7).
      * Saisies du superviseur : generation a restaurer, identifiant
      * (porte sur l'alerte et la piste d'audit) et confirmation.
           01  GenerationName PIC X(25) VALUE SPACES.
           01  SupervisorId PIC X(10) VALUE SPACES.
           01  RestoreConfirm PIC X(1) VALUE SPACE.
           01  WS-MANIFEST-FILENAME PIC X(100) VALUE SPACES.
           01  WS-COPY-FILENAME PIC X(100) VALUE SPACES.
           01  WS-LIVE-FILENAME PIC X(100) VALUE SPACES.
           01  WS-CATALOGUE-FILENAME PIC X(100) VALUE SPACES.
      * Code retour des routines de suppression (0 = fait)
           01  WS-CALL-STATUS PIC S9(9) COMP-5 VALUE 0.
      * Manifeste charge en table : une entree par fichier du jeu
           01  WS-MAN-TABLE.
               05  WS-MAN-ENTRY OCCURS 700 TIMES.
                   10  WS-MAN-FILENAME PIC X(40).
                   10  WS-MAN-PRESENCE PIC X(1).
                   10  WS-MAN-FORMAT   PIC X(1).
                   10  WS-MAN-COUNT    PIC 9(9).
                   10  WS-MAN-CHARS    PIC 9(12).
                   10  WS-MAN-HASH     PIC 9(10).
           01  WS-MAN-MAX PIC 9(3) VALUE 700.
           01  WS-MAN-COUNT-LOADED PIC 9(3) VALUE 0.
           01  WS-MAN-IDX PIC 9(3) VALUE 0.
           01  WS-MAN-LOOK PIC 9(3) VALUE 0.
           01  WS-MAN-FOUND PIC X(1) VALUE 'N'.
      * Segments clos d'un catalogue (la derniere ligne d'un mois
      * l'emporte)
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
           01  WS-MAN-TRAILER PIC X(1) VALUE 'N'.
           01  WS-MAN-TRAILER-COUNT PIC 9(9) VALUE 0.
           01  WS-MAN-EOF PIC X(1) VALUE 'N'.
           01  WS-MAN-PROC-DATE PIC 9(8) VALUE 0.
           01  WS-MAN-BATCH-ID PIC 9(5) VALUE 0.
      * Fichier en cours de controle : totaux recalcules (memes
      * calculs que cBackupSet.cbl).
           01  WS-BK-LINE PIC X(1000) VALUE SPACES.
           01  WS-BK-COUNT PIC 9(9) VALUE 0.
           01  WS-BK-CHARS PIC 9(12) VALUE 0.
           01  WS-BK-HASH PIC 9(10) VALUE 0.
           01  WS-BK-LEN PIC 9(4) VALUE 0.
           01  WS-BK-POS PIC 9(4) VALUE 0.
           01  WS-BK-EOF PIC X(1) VALUE 'N'.
           01  WS-BK-FOUND PIC X(1) VALUE 'N'.
      * Compteurs de la restauration
           01  WS-MISMATCH-COUNT PIC 9(3) VALUE 0.
           01  WS-FILES-RESTORED PIC 9(3) VALUE 0.
           01  WS-FILES-REMOVED PIC 9(3) VALUE 0.
           01  WS-SEGMENTS-REMOVED PIC 9(3) VALUE 0.
      * Resultat des controles
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'S'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Code retour : 0 = generation restauree, 2 = manifeste
      * introuvable, 4 = saisie invalide ou non confirmee, 6 =
      * generation incomplete ou non conforme a son manifeste
      * (restauration refusee, rien n'est touche), 8 = erreur d'E/S
      * ou ecart apres restauration (jeu a reprendre)
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

      * !!!! COMMANDE D'EXUCUTIONS DU PROGRAMME:
       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.

           PERFORM ACCEPT-SUPERVISOR-INPUT.
           IF EditValid NOT = 'Y'
               MOVE 4 TO FileStatusReturnCode
           ELSE
               PERFORM LOAD-MANIFEST
           END-IF.
           IF EditValid = 'Y'
               PERFORM VERIFY-BACKUP-COPIES
           END-IF.
           IF EditValid = 'Y'
               PERFORM VERIFY-CATALOGUED-SEGMENTS
           END-IF.
           IF EditValid = 'Y'
               MOVE "NOUVEAU_FICHIER_CATALOGUE.txt"
                   TO WS-CATALOGUE-FILENAME
               PERFORM LOAD-SEGMENT-CATALOGUE
               PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                       UNTIL WS-MAN-IDX > WS-MAN-COUNT-LOADED
                           OR FileStatusReturnCode = 8
                   PERFORM RESTORE-ONE-FILE
               END-PERFORM
           END-IF.
           IF EditValid = 'Y' AND FileStatusReturnCode = 0
               PERFORM REMOVE-UNKNOWN-SEGMENTS
               PERFORM CHECK-RESTORED-FILES
           END-IF.

           IF EditValid = 'Y' AND FileStatusReturnCode = 0
               DISPLAY "Generation restauree . . . . : " GenerationName
               DISPLAY "Fichiers restaures . . . . . : "
                   WS-FILES-RESTORED
               DISPLAY "Fichiers retires (absents) . : "
                   WS-FILES-REMOVED
               DISPLAY "Segments clos retires . . . . : "
                   WS-SEGMENTS-REMOVED
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "Generation " DELIMITED BY SIZE
                       FUNCTION TRIM(GenerationName) DELIMITED BY SIZE
                       " restauree par " DELIMITED BY SIZE
                       FUNCTION TRIM(SupervisorId) DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           ELSE
               DISPLAY "Restauration non faite : "
                   FUNCTION TRIM(EditReason)
               IF FileStatusReturnCode = 6 OR FileStatusReturnCode = 8
                   MOVE 'S' TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING "Restauration " DELIMITED BY SIZE
                           FUNCTION TRIM(GenerationName)
                               DELIMITED BY SIZE
                           " : " DELIMITED BY SIZE
                           FUNCTION TRIM(EditReason) DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
                   PERFORM WRITE-OPS-ALERT
               END-IF
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Lit et controle les saisies du superviseur.
       ACCEPT-SUPERVISOR-INPUT.
           MOVE 'Y' TO EditValid.
           MOVE SPACES TO EditReason.
           DISPLAY "Generation a restaurer "
               "(SAUVEGARDE-AAAAMMJJ-BBBBB) :".
           ACCEPT GenerationName.
           DISPLAY "Identifiant du superviseur :".
           ACCEPT SupervisorId.
           DISPLAY "Tous les fichiers permanents seront remplaces. "
               "Confirmer (O/N) :".
           ACCEPT RestoreConfirm.
           EVALUATE TRUE
           WHEN GenerationName = SPACES
               MOVE 'N' TO EditValid
               MOVE "Generation non saisie" TO EditReason
           WHEN GenerationName(1:11) NOT = "SAUVEGARDE-"
               MOVE 'N' TO EditValid
               MOVE "Nom de generation invalide" TO EditReason
           WHEN SupervisorId = SPACES
               MOVE 'N' TO EditValid
               MOVE "Identifiant du superviseur non saisi"
                   TO EditReason
           WHEN RestoreConfirm NOT = 'O'
               MOVE 'N' TO EditValid
               MOVE "Restauration non confirmee" TO EditReason
           END-EVALUATE.

      * Charge le manifeste de la generation ; refuse une generation
      * dont le manifeste est sans ligne de fin, porte un autre nom de
      * generation ou ne compte pas le nombre de lignes annonce.
       LOAD-MANIFEST.
           MOVE SPACES TO WS-MANIFEST-FILENAME.
           STRING FUNCTION TRIM(GenerationName) DELIMITED BY SIZE
                   "/MANIFEST.txt" DELIMITED BY SIZE
               INTO WS-MANIFEST-FILENAME.
           MOVE 0 TO WS-MAN-COUNT-LOADED.
           MOVE 'N' TO WS-MAN-TRAILER.
           OPEN INPUT ManifestFile.
           IF StatutManifestFile NOT = "00"
               MOVE 'N' TO EditValid
               MOVE 2 TO FileStatusReturnCode
               MOVE "Manifeste de la generation introuvable"
                   TO EditReason
           ELSE
               MOVE 'N' TO WS-MAN-EOF
               PERFORM UNTIL WS-MAN-EOF = 'Y'
                   READ ManifestFile
                       AT END
                           MOVE 'Y' TO WS-MAN-EOF
                       NOT AT END
                           PERFORM NOTE-ONE-MANIFEST-LINE
                   END-READ
               END-PERFORM
               CLOSE ManifestFile
               EVALUATE TRUE
               WHEN EditValid NOT = 'Y'
                   CONTINUE
               WHEN WS-MAN-TRAILER NOT = 'Y'
                   MOVE 'N' TO EditValid
                   MOVE "Manifeste incomplet, generation en echec"
                       TO EditReason
               WHEN WS-MAN-TRAILER-COUNT NOT = WS-MAN-COUNT-LOADED
                   MOVE 'N' TO EditValid
                   MOVE "Manifeste tronque" TO EditReason
               END-EVALUATE
               IF EditValid NOT = 'Y'
                   MOVE 6 TO FileStatusReturnCode
               END-IF
           END-IF.

      * Range une ligne du manifeste en table (ligne 'F') ou note la
      * ligne de fin ('T').
       NOTE-ONE-MANIFEST-LINE.
           IF BK-GENERATION NOT = GenerationName
               MOVE 'N' TO EditValid
               MOVE "Manifeste d'une autre generation" TO EditReason
           END-IF.
           IF WS-MAN-TRAILER = 'Y'
               MOVE 'N' TO EditValid
               MOVE "Lignes apres la fin du manifeste" TO EditReason
           END-IF.
           EVALUATE BK-REC-TYPE
           WHEN 'T'
               MOVE 'Y' TO WS-MAN-TRAILER
               MOVE BK-RECORD-COUNT TO WS-MAN-TRAILER-COUNT
               MOVE BK-PROC-DATE TO WS-MAN-PROC-DATE
               MOVE BK-BATCH-ID TO WS-MAN-BATCH-ID
           WHEN 'F'
               IF WS-MAN-COUNT-LOADED < WS-MAN-MAX
                   ADD 1 TO WS-MAN-COUNT-LOADED
                   MOVE BK-FILENAME
                       TO WS-MAN-FILENAME(WS-MAN-COUNT-LOADED)
                   MOVE BK-PRESENCE
                       TO WS-MAN-PRESENCE(WS-MAN-COUNT-LOADED)
                   MOVE BK-FORMAT
                       TO WS-MAN-FORMAT(WS-MAN-COUNT-LOADED)
                   MOVE BK-RECORD-COUNT
                       TO WS-MAN-COUNT(WS-MAN-COUNT-LOADED)
                   MOVE BK-CHAR-COUNT
                       TO WS-MAN-CHARS(WS-MAN-COUNT-LOADED)
                   MOVE BK-HASH
                       TO WS-MAN-HASH(WS-MAN-COUNT-LOADED)
               ELSE
                   MOVE 'N' TO EditValid
                   MOVE "Manifeste trop long" TO EditReason
               END-IF
           WHEN OTHER
               MOVE 'N' TO EditValid
               MOVE "Ligne de manifeste invalide" TO EditReason
           END-EVALUATE.

      * Controle chaque copie de la generation contre le manifeste
      * avant de toucher au moindre fichier vivant.
       VERIFY-BACKUP-COPIES.
           MOVE 0 TO WS-MISMATCH-COUNT.
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > WS-MAN-COUNT-LOADED
               IF WS-MAN-PRESENCE(WS-MAN-IDX) = 'P'
                   PERFORM SET-COPY-FILENAME
                   PERFORM TOTAL-COPY-FILE
                   IF WS-BK-FOUND NOT = 'Y'
                       ADD 1 TO WS-MISMATCH-COUNT
                       DISPLAY
                           FUNCTION TRIM(WS-MAN-FILENAME(WS-MAN-IDX))
                           " : copie absente de la generation."
                   ELSE
                       PERFORM COMPARE-TO-MANIFEST
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MISMATCH-COUNT > 0
               MOVE 'N' TO EditValid
               MOVE 6 TO FileStatusReturnCode
               MOVE "Generation non conforme a son manifeste"
                   TO EditReason
           END-IF.

      * Chaque segment clos du catalogue de la generation doit etre
      * au manifeste et present dans la generation : sinon la
      * generation ne peut pas remettre NOUVEAU_FICHIER en etat et la
      * restauration est refusee.
       VERIFY-CATALOGUED-SEGMENTS.
           MOVE SPACES TO WS-CATALOGUE-FILENAME.
           STRING FUNCTION TRIM(GenerationName) DELIMITED BY SIZE
                   "/NOUVEAU_FICHIER_CATALOGUE.txt" DELIMITED BY SIZE
               INTO WS-CATALOGUE-FILENAME.
           PERFORM LOAD-SEGMENT-CATALOGUE.
           MOVE 0 TO WS-MISMATCH-COUNT.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
               IF WS-SEG-STATUS(WS-SEG-IDX) = 'C'
                   PERFORM FIND-SEGMENT-IN-MANIFEST
                   IF WS-MAN-FOUND NOT = 'Y'
                       ADD 1 TO WS-MISMATCH-COUNT
                       DISPLAY
                           FUNCTION TRIM(WS-SEG-FILENAME(WS-SEG-IDX))
                           " : segment clos absent de la generation."
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MISMATCH-COUNT > 0
               MOVE 'N' TO EditValid
               MOVE 6 TO FileStatusReturnCode
               MOVE "Segments clos absents de la generation"
                   TO EditReason
           END-IF.

      * Cherche le segment WS-SEG-IDX parmi les fichiers presents du
      * manifeste (WS-MAN-FOUND = 'Y' si trouve).
       FIND-SEGMENT-IN-MANIFEST.
           MOVE 'N' TO WS-MAN-FOUND.
           PERFORM VARYING WS-MAN-LOOK FROM 1 BY 1
                   UNTIL WS-MAN-LOOK > WS-MAN-COUNT-LOADED
                       OR WS-MAN-FOUND = 'Y'
               IF WS-MAN-FILENAME(WS-MAN-LOOK)
                       = WS-SEG-FILENAME(WS-SEG-IDX)
                   AND WS-MAN-PRESENCE(WS-MAN-LOOK) = 'P'
                   MOVE 'Y' TO WS-MAN-FOUND
               END-IF
           END-PERFORM.

      * Retire les segments clos du catalogue vivant d'avant la
      * restauration que la generation ne connait pas.
       REMOVE-UNKNOWN-SEGMENTS.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
               IF WS-SEG-STATUS(WS-SEG-IDX) = 'C'
                   PERFORM FIND-SEGMENT-IN-MANIFEST
                   IF WS-MAN-FOUND NOT = 'Y'
                       MOVE WS-SEG-FILENAME(WS-SEG-IDX)
                           TO WS-LIVE-FILENAME
                       CALL "CBL_DELETE_FILE" USING WS-LIVE-FILENAME
                           RETURNING WS-CALL-STATUS
                       IF WS-CALL-STATUS = 0
                           ADD 1 TO WS-SEGMENTS-REMOVED
                           DISPLAY FUNCTION TRIM(WS-LIVE-FILENAME)
                               " : segment clos posterieur a la "
                               "generation, retire."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Releve les segments d'un catalogue (WS-CATALOGUE-FILENAME) ;
      * catalogue absent : aucun segment.
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
               END-IF
           END-IF.

      * Remet un fichier en place depuis sa copie (fichier ligne ou
      * image du fichier indexe), ou retire le fichier vivant s'il
      * etait absent au moment de la sauvegarde.
       RESTORE-ONE-FILE.
           MOVE WS-MAN-FILENAME(WS-MAN-IDX) TO WS-LIVE-FILENAME.
           IF WS-MAN-PRESENCE(WS-MAN-IDX) = 'A'
               CALL "CBL_DELETE_FILE" USING WS-LIVE-FILENAME
                   RETURNING WS-CALL-STATUS
               ADD 1 TO WS-FILES-REMOVED
           ELSE
               PERFORM SET-COPY-FILENAME
               OPEN INPUT CopyFile
               IF StatutCopyFile NOT = "00"
                   MOVE 8 TO FileStatusReturnCode
                   MOVE "Erreur d'E/S sur la generation" TO EditReason
               ELSE
                   IF WS-MAN-FORMAT(WS-MAN-IDX) = 'I'
                       PERFORM RELOAD-KNOWN-IDS
                   ELSE
                       PERFORM RELOAD-LINE-FILE
                   END-IF
                   CLOSE CopyFile
                   IF FileStatusReturnCode = 0
                       ADD 1 TO WS-FILES-RESTORED
                   END-IF
               END-IF
           END-IF.

      * Recopie ligne a ligne la copie sur le fichier vivant.
       RELOAD-LINE-FILE.
           OPEN OUTPUT LiveFile.
           IF StatutLiveFile NOT = "00"
               MOVE 8 TO FileStatusReturnCode
               MOVE "Erreur d'E/S sur un fichier du jeu" TO EditReason
               DISPLAY "Ecriture impossible : "
                   FUNCTION TRIM(WS-LIVE-FILENAME)
                   " (statut " StatutLiveFile ")"
           ELSE
               MOVE 'N' TO WS-BK-EOF
               PERFORM UNTIL WS-BK-EOF = 'Y'
                   READ CopyFile
                       AT END
                           MOVE 'Y' TO WS-BK-EOF
                       NOT AT END
                           WRITE LiveRecord FROM CopyRecord
                   END-READ
               END-PERFORM
               CLOSE LiveFile
           END-IF.

      * Recharge le fichier indexe des TRAN-ID connus depuis son
      * image (deja dans l'ordre des cles).
       RELOAD-KNOWN-IDS.
           OPEN OUTPUT KnownIdFile.
           IF StatutKnownIdFile NOT = "00"
               MOVE 8 TO FileStatusReturnCode
               MOVE "Erreur d'E/S sur un fichier du jeu" TO EditReason
               DISPLAY "Ecriture impossible : NOUVEAU_FICHIER_IDS.dat"
                   " (statut " StatutKnownIdFile ")"
           ELSE
               MOVE 'N' TO WS-BK-EOF
               PERFORM UNTIL WS-BK-EOF = 'Y'
                   READ CopyFile
                       AT END
                           MOVE 'Y' TO WS-BK-EOF
                       NOT AT END
                           MOVE CopyRecord(1:12) TO KnownIdRecord
                           WRITE KnownIdRecord
                               INVALID KEY
                                   MOVE 8 TO FileStatusReturnCode
                                   MOVE
                                       "Image des TRAN-ID non rechargee"
                                       TO EditReason
                                   MOVE 'Y' TO WS-BK-EOF
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE KnownIdFile
           END-IF.

      * Relit chaque fichier restaure et le recontrole contre le
      * manifeste ; un fichier absent a la sauvegarde doit l'etre
      * encore.
       CHECK-RESTORED-FILES.
           MOVE 0 TO WS-MISMATCH-COUNT.
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > WS-MAN-COUNT-LOADED
               MOVE WS-MAN-FILENAME(WS-MAN-IDX) TO WS-LIVE-FILENAME
               IF WS-MAN-FORMAT(WS-MAN-IDX) = 'I'
                   PERFORM TOTAL-KNOWN-IDS
               ELSE
                   PERFORM TOTAL-LIVE-FILE
               END-IF
               IF WS-MAN-PRESENCE(WS-MAN-IDX) = 'A'
                   IF WS-BK-FOUND = 'Y'
                       ADD 1 TO WS-MISMATCH-COUNT
                       DISPLAY FUNCTION TRIM(WS-LIVE-FILENAME)
                           " : present apres restauration."
                   END-IF
               ELSE
                   IF WS-BK-FOUND NOT = 'Y'
                       ADD 1 TO WS-MISMATCH-COUNT
                       DISPLAY FUNCTION TRIM(WS-LIVE-FILENAME)
                           " : absent apres restauration."
                   ELSE
                       PERFORM COMPARE-TO-MANIFEST
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MISMATCH-COUNT > 0
               MOVE 8 TO FileStatusReturnCode
               MOVE "Ecart apres restauration" TO EditReason
           END-IF.

      * Compare les totaux recalcules a ceux du manifeste.
       COMPARE-TO-MANIFEST.
           IF WS-BK-COUNT NOT = WS-MAN-COUNT(WS-MAN-IDX)
                   OR WS-BK-CHARS NOT = WS-MAN-CHARS(WS-MAN-IDX)
                   OR WS-BK-HASH NOT = WS-MAN-HASH(WS-MAN-IDX)
               ADD 1 TO WS-MISMATCH-COUNT
               DISPLAY FUNCTION TRIM(WS-MAN-FILENAME(WS-MAN-IDX))
                   " : " WS-BK-COUNT " enreg, manifeste "
                   WS-MAN-COUNT(WS-MAN-IDX) " enreg, totaux "
                   "de controle differents."
           END-IF.

      * Nom de la copie d'un fichier dans la generation
       SET-COPY-FILENAME.
           MOVE SPACES TO WS-COPY-FILENAME.
           STRING FUNCTION TRIM(GenerationName) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAN-FILENAME(WS-MAN-IDX))
                       DELIMITED BY SIZE
               INTO WS-COPY-FILENAME.

      * Totaux de controle de la copie (WS-BK-FOUND = 'N' si absente)
       TOTAL-COPY-FILE.
           MOVE 0 TO WS-BK-COUNT.
           MOVE 0 TO WS-BK-CHARS.
           MOVE 0 TO WS-BK-HASH.
           MOVE 'N' TO WS-BK-FOUND.
           OPEN INPUT CopyFile.
           IF StatutCopyFile = "00"
               MOVE 'Y' TO WS-BK-FOUND
               MOVE 'N' TO WS-BK-EOF
               PERFORM UNTIL WS-BK-EOF = 'Y'
                   READ CopyFile INTO WS-BK-LINE
                       AT END
                           MOVE 'Y' TO WS-BK-EOF
                       NOT AT END
                           PERFORM ACCUMULATE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE CopyFile
           END-IF.

      * Totaux de controle d'un fichier vivant ligne
       TOTAL-LIVE-FILE.
           MOVE 0 TO WS-BK-COUNT.
           MOVE 0 TO WS-BK-CHARS.
           MOVE 0 TO WS-BK-HASH.
           MOVE 'N' TO WS-BK-FOUND.
           OPEN INPUT LiveFile.
           IF StatutLiveFile = "00"
               MOVE 'Y' TO WS-BK-FOUND
               MOVE 'N' TO WS-BK-EOF
               PERFORM UNTIL WS-BK-EOF = 'Y'
                   READ LiveFile INTO WS-BK-LINE
                       AT END
                           MOVE 'Y' TO WS-BK-EOF
                       NOT AT END
                           PERFORM ACCUMULATE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE LiveFile
           END-IF.

      * Totaux de controle du fichier indexe, relu dans l'ordre des
      * cles en image ligne (comme a la sauvegarde).
       TOTAL-KNOWN-IDS.
           MOVE 0 TO WS-BK-COUNT.
           MOVE 0 TO WS-BK-CHARS.
           MOVE 0 TO WS-BK-HASH.
           MOVE 'N' TO WS-BK-FOUND.
           OPEN INPUT KnownIdFile.
           IF StatutKnownIdFile = "00"
               MOVE 'Y' TO WS-BK-FOUND
               MOVE 'N' TO WS-BK-EOF
               PERFORM UNTIL WS-BK-EOF = 'Y'
                   READ KnownIdFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BK-EOF
                       NOT AT END
                           MOVE SPACES TO WS-BK-LINE
                           MOVE KnownIdRecord TO WS-BK-LINE
                           PERFORM ACCUMULATE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE KnownIdFile
           END-IF.

      * Ajoute une ligne aux totaux de controle : nombre
      * d'enregistrements, nombre de caracteres jusqu'au dernier non
      * blanc, et empreinte (chaque caractere puis la fin de ligne,
      * meme calcul que cBackupSet.cbl).
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

      * Ajoute une alerte a OPSALERTS.txt.
       WRITE-OPS-ALERT.
           OPEN EXTEND OpsAlertFile.
           IF StatutOpsAlertFile = "35"
               OPEN OUTPUT OpsAlertFile
           END-IF.
           MOVE SPACES TO OpsAlertRecord.
           MOVE "RestoreSet"        TO AL-PROGRAM.
           MOVE WS-SYS-TIMESTAMP    TO AL-TIMESTAMP.
           MOVE WS-ALERT-SEVERITY   TO AL-SEVERITY.
           MOVE WS-ALERT-MESSAGE    TO AL-MESSAGE.
           MOVE WS-SYS-TIMESTAMP(1:8) TO AL-PROC-DATE.
           WRITE OpsAlertRecord.
           CLOSE OpsAlertFile.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt,
      * celle qui vient d'etre restauree) : nom du programme,
      * horodatage, statut du manifeste, nb de fichiers restaures, et
      * la generation en note (AUD-NOTE).
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "RestoreSet"        TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutManifestFile  TO AUD-FILE-STATUS
           MOVE WS-FILES-RESTORED   TO AUD-RECORD-COUNT
           MOVE WS-MAN-BATCH-ID     TO AUD-BATCH-ID
           MOVE WS-SYS-TIMESTAMP(1:8) TO AUD-PROC-DATE
           IF GenerationName(1:11) = "SAUVEGARDE-"
               STRING "REST " DELIMITED BY SIZE
                       GenerationName(12:14) DELIMITED BY SIZE
                   INTO AUD-NOTE
           END-IF
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
