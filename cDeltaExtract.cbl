       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeltaExtract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Extrait des changements de NOUVEAU_FICHIER.txt pour
      * l'entrepot de donnees : l'equipe decisionnelle rechargeait
      * tout le fichier chaque nuit faute de savoir ce qui avait
      * change, et ratait ce qui n'est pas un chargement -
      * corrections et annulations de la maintenance, retraits de
      * run, extournes. Ce programme garde un filigrane (dernier
      * batch et horodatage livres, DELTA_WATERMARK.txt) et n'emet
      * a chaque passage que ce qui s'est passe depuis :
      *   - les corrections (U) et annulations (C) du journal des
      *     interventions NOUVEAU_FICHIER_MAINT_JOURNAL.txt, image
      *     avant et apres,
      *   - les suppressions (D) du journal de purge de cRollbackRun
      *     (NOUVEAU_FICHIER_PURGE.txt),
      *   - les insertions (I, R pour une extourne) des runs charges
      *     depuis le dernier batch livre.
      * Un changement sur un run pas encore livre n'est pas emis a
      * part : l'insertion porte deja l'image courante (et un run
      * retire avant d'avoir ete livre n'a rien a supprimer).
      * Chaque ligne porte son code operation et le batch de
      * l'enregistrement (gisement DELTAREC). DELTA_MODE=F demande un
      * rechargement complet (premier chargement, entrepot
      * reconstruit) : toutes les lignes de donnees du fichier en
      * insertions ; c'est aussi le mode retenu quand le filigrane
      * n'existe pas encore. Les insertions sont prises dans le
      * segment ouvert et dans les segments clos du catalogue qui
      * portent des runs posterieurs au filigrane (tous en
      * rechargement complet, voir cSplitNouveauFichier.cbl).
      * L'extrait est inscrit au registre des transmissions comme nos
      * autres livraisons.
       FILE-CONTROL.
       SELECT NouveauFichier ASSIGN TO DYNAMIC WS-NF-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOfMyFile.
      * Journal permanent des interventions visees (cApproveChanges)
       SELECT MaintJournalFile
           ASSIGN TO "NOUVEAU_FICHIER_MAINT_JOURNAL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutMaintJournalFile.
      * Journal de purge permanent de cRollbackRun
       SELECT PurgeFile ASSIGN TO "NOUVEAU_FICHIER_PURGE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPurgeFile.
      * Catalogue des segments de NOUVEAU_FICHIER (voir
      * copybooks/NFCATREC.cpy).
       SELECT SegmentCatalogueFile
           ASSIGN TO "NOUVEAU_FICHIER_CATALOGUE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSegmentCatalogueFile.
      * Filigrane du dernier extrait livre
       SELECT WatermarkFile ASSIGN TO "DELTA_WATERMARK.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutWatermarkFile.
      * Extrait livre, nom surchargeable via DELTA_FILE.
       SELECT DeltaFile ASSIGN TO DYNAMIC WS-DELTA-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutDeltaFile.
      * Registre des transmissions sortantes : un manifeste est
      * inscrit pour chaque extrait produit, verifiable apres coup
      * par cVerifyTransmission.cbl.
       SELECT TransmissionRegFile ASSIGN TO "TRANSMISSION_REGISTER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutTransmissionRegFile.
      * Identifiant du batch courant publie par cOpenBatch.cbl
       SELECT BatchCurrentFile ASSIGN TO "BATCH_CURRENT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutBatchCurrentFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuditTrailFile.

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.

      * !!!! Section déclarant les fichiers utilisés par le programme
       FILE SECTION.
           FD  NouveauFichier.
           01  NouveauFichierRecord.
      * Gisement transaction commun plus le numero de run ajoute par
      * modifCreated.
               COPY TRANREC.
           05  NF-RunCounter PIC 9(5).

      * Une ligne de journal par image : horodatage, action demandee,
      * phase (AVANT = image lue, APRES = image reecrite), image brute
      * de l'enregistrement (meme gisement que cApproveChanges).
           FD  SegmentCatalogueFile.
           01  SegmentCatalogueRecord.
      * Gisement du catalogue des segments (voir
      * copybooks/NFCATREC.cpy).
               COPY NFCATREC.

           FD  MaintJournalFile.
           01  MaintJournalRecord.
               05  MJ-TIMESTAMP   PIC 9(14).
               05  FILLER         PIC X(1).
               05  MJ-ACTION      PIC X(1).
               05  FILLER         PIC X(1).
               05  MJ-PHASE       PIC X(5).
               05  FILLER         PIC X(1).
               05  MJ-IMAGE       PIC X(85).

      * Une ligne d'en-tete de purge ("*** PURGE DU " horodatage
      * " - RUN " run " ***"), puis les enregistrements retires tels
      * quels (meme gisement que cRollbackRun).
           FD  PurgeFile.
           01  PurgeRecord PIC X(85).

           FD  WatermarkFile.
           01  WatermarkRecord.
      * Gisement du filigrane (voir copybooks/DLTWMREC.cpy).
               COPY DLTWMREC.

           FD  DeltaFile.
           01  DeltaRecord.
      * Gisement de l'extrait des changements (voir
      * copybooks/DELTAREC.cpy).
               COPY DELTAREC.

           FD  TransmissionRegFile.
           01  TransmissionRegRecord.
      * Gisement du registre des transmissions (voir
      * copybooks/MANIFREC.cpy).
               COPY MANIFREC.

           FD  BatchCurrentFile.
           01  BatchCurrentRecord PIC 9(5).

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutOfMyFile PIC X(2) VALUE '00'.
           01  StatutMaintJournalFile PIC X(2) VALUE '00'.
           01  StatutPurgeFile PIC X(2) VALUE '00'.
           01  StatutWatermarkFile PIC X(2) VALUE '00'.
           01  StatutDeltaFile PIC X(2) VALUE '00'.
           01  StatutTransmissionRegFile PIC X(2) VALUE '00'.
           01  StatutBatchCurrentFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  WS-NF-FILENAME PIC X(100) VALUE "NOUVEAU_FICHIER.txt".
           01  WS-DELTA-FILENAME PIC X(100) VALUE SPACES.
      * Horodatage systeme : horodatage de l'extrait, nouveau
      * filigrane des journaux.
           01  WS-SYS-DATETIME.
               05 WS-SYS-TIMESTAMP PIC 9(14).
               05 FILLER           PIC X(7).
           01  WS-CURRENT-BATCH-ID PIC 9(5) VALUE 0.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Mode demande (DELTA_MODE) : D = changements, F = rechargement
      * complet.
           01  WS-DELTA-MODE PIC X(1) VALUE 'D'.
               88  FULL-REFRESH VALUE 'F'.
      * Filigrane lu (point de depart) et filigrane livre
           01  WS-FROM-BATCH PIC 9(5) VALUE 0.
           01  WS-FROM-TS PIC 9(14) VALUE 0.
           01  WS-TO-BATCH PIC 9(5) VALUE 0.
           01  WS-WATERMARK-FOUND PIC X(1) VALUE 'N'.
      * Image de travail au gisement NOUVEAU_FICHIER, pour lire le
      * run, le montant et les marques d'une image de journal.
           01  WS-IMAGE-RECORD.
               COPY TRANREC REPLACING ==TRAN-DATE== BY ==WI-TRAN-DATE==
                                       ==TRAN-ID== BY ==WI-TRAN-ID==
                                       ==TRAN-AMOUNT==
                                           BY ==WI-TRAN-AMOUNT==
                                       ==TRAN-DESCRIPTION==
                                           BY ==WI-TRAN-DESCRIPTION==
                                       ==TRAN-TYPE-CODE==
                                           BY ==WI-TRAN-TYPE-CODE==
                                       ==TRAN-CANCEL-FLAG==
                                           BY ==WI-TRAN-CANCEL-FLAG==
                                       ==TRAN-RESUBMIT-COUNT==
                                           BY ==WI-TRAN-RESUBMIT-COUNT==
                                       ==TRAN-REVERSAL-FLAG==
                                           BY ==WI-TRAN-REVERSAL-FLAG==
                                       ==TRAN-REVERSED-ID==
                                           BY ==WI-TRAN-REVERSED-ID==
                                       ==TRAN-FEED-ID==
                                           BY ==WI-TRAN-FEED-ID==
                                       ==TRAN-CURRENCY-CODE==
                                           BY ==WI-TRAN-CURRENCY-CODE==
                                       ==TRAN-ACCOUNT-ID==
                                           BY ==WI-TRAN-ACCOUNT-ID==.
               05  WI-RunCounter PIC 9(5).
      * Paire AVANT/APRES du journal en cours de reconstitution
           01  WS-PENDING-BEFORE PIC X(85) VALUE SPACES.
           01  WS-PENDING-ACTION PIC X(1) VALUE SPACE.
           01  WS-PENDING-TS PIC 9(14) VALUE 0.
           01  WS-BEFORE-RUN PIC 9(5) VALUE 0.
           01  WS-BEFORE-AMOUNT PIC S9(9)V99 VALUE 0.
      * Lot de purge courant : horodatage de l'en-tete et lot a
      * livrer ou non
           01  WS-PURGE-TS-X PIC X(14) VALUE SPACES.
           01  WS-PURGE-TS PIC 9(14) VALUE 0.
           01  WS-PURGE-WANTED PIC X(1) VALUE 'N'.
      * Bilan de l'extrait
           01  WS-ROW-COUNT PIC 9(7) VALUE 0.
           01  WS-INSERT-COUNT PIC 9(7) VALUE 0.
           01  WS-UPDATE-COUNT PIC 9(7) VALUE 0.
           01  WS-DELETE-COUNT PIC 9(7) VALUE 0.
           01  WS-NET-AMOUNT PIC S9(13)V99 VALUE 0.
           01  WS-MANIFEST-COUNT PIC 9(7) VALUE 0.
      * Segments clos de NOUVEAU_FICHIER inscrits au catalogue (la
      * derniere ligne d'un mois l'emporte), avec leur dernier run :
      * seuls ceux qui portent des runs posterieurs au filigrane sont
      * relus (tous en rechargement complet).
           01  StatutSegmentCatalogueFile PIC X(2) VALUE '00'.
           01  WS-SEG-MAX PIC 9(3) COMP VALUE 600.
           01  WS-SEG-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-SEG-TABLE.
               05  WS-SEG-ENTRY OCCURS 600 TIMES.
                   10  WS-SEG-MONTH      PIC 9(6).
                   10  WS-SEG-STATUS     PIC X(1).
                   10  WS-SEG-FILENAME   PIC X(40).
                   10  WS-SEG-LAST-RUN   PIC 9(5).
           01  WS-SEG-IDX PIC 9(3) COMP VALUE 0.
           01  WS-SEG-FOUND PIC X(1) VALUE 'N'.
           01  WS-SEG-EOF PIC X(1) VALUE 'N'.
           01  WS-SEG-WANTED PIC X(1) VALUE 'N'.
           01  WS-ACTIVE-NF-FILENAME PIC X(100) VALUE SPACES.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = extrait livre avec des changements, 2 = NouveauFichier
      *   absent, 4 = extrait livre sans aucun changement, 8 = erreur
      *   d'E/S irrecuperable (filigrane inchange)
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
           ACCEPT WS-DELTA-MODE FROM ENVIRONMENT "DELTA_MODE"
               ON EXCEPTION
                   MOVE 'D' TO WS-DELTA-MODE
           END-ACCEPT.
           IF WS-DELTA-MODE NOT = 'F'
               MOVE 'D' TO WS-DELTA-MODE
           END-IF.
           ACCEPT WS-DELTA-FILENAME FROM ENVIRONMENT "DELTA_FILE"
               ON EXCEPTION
                   MOVE SPACES TO WS-DELTA-FILENAME
           END-ACCEPT.
           IF WS-DELTA-FILENAME = SPACES
               STRING "NF_DELTA-" DELIMITED BY SIZE
                       WS-SYS-TIMESTAMP DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-DELTA-FILENAME
           END-IF.

           PERFORM READ-WATERMARK.
           PERFORM READ-CURRENT-BATCH-ID.
           PERFORM LOAD-SEGMENT-CATALOGUE.

      * Le fichier source doit etre lisible avant toute ecriture de
      * l'extrait ; un premier passage releve le dernier run charge,
      * filigrane d'arrivee porte des l'en-tete (le dernier run d'un
      * segment clos compte si le segment ouvert est encore vide).
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
               IF WS-SEG-STATUS(WS-SEG-IDX) = 'C'
                       AND WS-SEG-LAST-RUN(WS-SEG-IDX) > WS-TO-BATCH
                   MOVE WS-SEG-LAST-RUN(WS-SEG-IDX) TO WS-TO-BATCH
               END-IF
           END-PERFORM.
           OPEN INPUT NouveauFichier.
           EVALUATE StatutOfMyFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ NouveauFichier
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF NF-RunCounter IS NUMERIC
                                   AND NF-RunCounter > WS-TO-BATCH
                               MOVE NF-RunCounter TO WS-TO-BATCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NouveauFichier
               PERFORM PRODUCE-DELTA
           WHEN "35"
               MOVE 2 TO FileStatusReturnCode
               DISPLAY FUNCTION TRIM(WS-NF-FILENAME)
                   " introuvable (statut " StatutOfMyFile ")."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND DeltaExtract - erreur d'E/S "
                   "irrecuperable sur " FUNCTION TRIM(WS-NF-FILENAME)
                   " (statut " StatutOfMyFile ")."
           END-EVALUATE.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Filigrane du dernier extrait livre ; absent : rechargement
      * complet.
       READ-WATERMARK.
           OPEN INPUT WatermarkFile.
           IF StatutWatermarkFile = "00"
               READ WatermarkFile
                   NOT AT END
                       IF WM-BATCH-ID IS NUMERIC
                               AND WM-TIMESTAMP IS NUMERIC
                           MOVE 'Y' TO WS-WATERMARK-FOUND
                           MOVE WM-BATCH-ID TO WS-FROM-BATCH
                           MOVE WM-TIMESTAMP TO WS-FROM-TS
                       END-IF
               END-READ
               CLOSE WatermarkFile
           END-IF.
           IF WS-WATERMARK-FOUND = 'N' AND NOT FULL-REFRESH
               MOVE 'F' TO WS-DELTA-MODE
               DISPLAY "Aucun filigrane d'extrait livre - "
                   "rechargement complet."
           END-IF.
           IF FULL-REFRESH
               MOVE 0 TO WS-FROM-BATCH
               MOVE 0 TO WS-FROM-TS
           END-IF.
           MOVE WS-FROM-BATCH TO WS-TO-BATCH.

      * Ecrit l'extrait : en-tete, changements des journaux (mode D),
      * insertions, fin de fichier ; puis manifeste et nouveau
      * filigrane.
       PRODUCE-DELTA.
           OPEN OUTPUT DeltaFile.
           IF StatutDeltaFile NOT = "00"
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND DeltaExtract - extrait "
                   FUNCTION TRIM(WS-DELTA-FILENAME)
                   " impossible a creer (statut " StatutDeltaFile ")."
           ELSE
               MOVE SPACES TO DeltaRecord
               MOVE 'H' TO DX-OP-CODE
               MOVE WS-CURRENT-BATCH-ID TO DX-BATCH-ID
               MOVE WS-SYS-TIMESTAMP TO DX-TIMESTAMP
               MOVE WS-DELTA-MODE TO DX-MODE
               MOVE WS-FROM-BATCH TO DX-FROM-BATCH
               MOVE WS-FROM-TS TO DX-FROM-TS
               MOVE WS-TO-BATCH TO DX-TO-BATCH
               MOVE WS-SYS-TIMESTAMP TO DX-TO-TS
               WRITE DeltaRecord
               IF NOT FULL-REFRESH
                   PERFORM EXTRACT-MAINT-CHANGES
                   PERFORM EXTRACT-PURGED-RECORDS
               END-IF
               PERFORM EXTRACT-INSERTS
               MOVE SPACES TO DeltaRecord
               MOVE 'T' TO DX-OP-CODE
               MOVE WS-CURRENT-BATCH-ID TO DX-BATCH-ID
               MOVE WS-SYS-TIMESTAMP TO DX-TIMESTAMP
               MOVE WS-ROW-COUNT TO DX-ROW-COUNT
               MOVE WS-NET-AMOUNT TO DX-NET-AMOUNT
               MOVE WS-INSERT-COUNT TO DX-INSERT-COUNT
               MOVE WS-UPDATE-COUNT TO DX-UPDATE-COUNT
               MOVE WS-DELETE-COUNT TO DX-DELETE-COUNT
               WRITE DeltaRecord
               CLOSE DeltaFile
               IF FileStatusReturnCode = 0
                   PERFORM WRITE-TRANSMISSION-MANIFEST
                   PERFORM WRITE-WATERMARK
                   DISPLAY "Extrait livre : "
                       FUNCTION TRIM(WS-DELTA-FILENAME) " (mode "
                       WS-DELTA-MODE ", batchs " WS-FROM-BATCH
                       " -> " WS-TO-BATCH ")."
                   DISPLAY "Insertions " WS-INSERT-COUNT
                       ", corrections/annulations " WS-UPDATE-COUNT
                       ", suppressions " WS-DELETE-COUNT
                       ", ecart net " WS-NET-AMOUNT "."
                   IF WS-ROW-COUNT = 0
                       MOVE 4 TO FileStatusReturnCode
                       DISPLAY "Aucun changement depuis le dernier "
                           "extrait livre."
                   END-IF
               ELSE
                   DISPLAY "*** Extrait incomplet - filigrane "
                       "inchange, relancer apres correction."
               END-IF
           END-IF.

      * Corrections et annulations visees depuis le filigrane : une
      * ligne par paire AVANT/APRES du journal des interventions.
       EXTRACT-MAINT-CHANGES.
           OPEN INPUT MaintJournalFile.
           EVALUATE StatutMaintJournalFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ MaintJournalFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           PERFORM TAKE-ONE-JOURNAL-LINE
                   END-READ
               END-PERFORM
               CLOSE MaintJournalFile
           WHEN "35"
               CONTINUE
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** Erreur d'E/S sur "
                   "NOUVEAU_FICHIER_MAINT_JOURNAL.txt (statut "
                   StatutMaintJournalFile ")."
           END-EVALUATE.

       TAKE-ONE-JOURNAL-LINE.
           IF MJ-TIMESTAMP IS NUMERIC
                   AND MJ-TIMESTAMP > WS-FROM-TS
                   AND MJ-TIMESTAMP <= WS-SYS-TIMESTAMP
               EVALUATE MJ-PHASE
               WHEN "AVANT"
                   MOVE MJ-IMAGE TO WS-PENDING-BEFORE
                   MOVE MJ-ACTION TO WS-PENDING-ACTION
                   MOVE MJ-TIMESTAMP TO WS-PENDING-TS
               WHEN "APRES"
                   IF WS-PENDING-TS = MJ-TIMESTAMP
                       PERFORM WRITE-MAINT-CHANGE
                   END-IF
                   MOVE 0 TO WS-PENDING-TS
               END-EVALUATE
           END-IF.

      * Ligne U ou C ; ignoree si l'enregistrement vient d'un run pas
      * encore livre (son insertion porte l'image courante).
       WRITE-MAINT-CHANGE.
           MOVE WS-PENDING-BEFORE TO WS-IMAGE-RECORD.
           MOVE WI-RunCounter TO WS-BEFORE-RUN.
           MOVE 0 TO WS-BEFORE-AMOUNT.
           IF WI-TRAN-AMOUNT IS NUMERIC
               MOVE WI-TRAN-AMOUNT TO WS-BEFORE-AMOUNT
           END-IF.
           MOVE MJ-IMAGE TO WS-IMAGE-RECORD.
           IF WS-BEFORE-RUN IS NUMERIC
                   AND WS-BEFORE-RUN <= WS-FROM-BATCH
               MOVE SPACES TO DeltaRecord
               IF WS-PENDING-ACTION = 'S'
                   MOVE 'C' TO DX-OP-CODE
               ELSE
                   MOVE 'U' TO DX-OP-CODE
               END-IF
               MOVE WS-BEFORE-RUN TO DX-BATCH-ID
               MOVE MJ-TIMESTAMP TO DX-TIMESTAMP
               MOVE WS-PENDING-BEFORE TO DX-BEFORE-IMAGE
               MOVE MJ-IMAGE TO DX-AFTER-IMAGE
               WRITE DeltaRecord
               ADD 1 TO WS-ROW-COUNT
               ADD 1 TO WS-UPDATE-COUNT
               IF WI-TRAN-AMOUNT IS NUMERIC
                   ADD WI-TRAN-AMOUNT TO WS-NET-AMOUNT
               END-IF
               SUBTRACT WS-BEFORE-AMOUNT FROM WS-NET-AMOUNT
           END-IF.

      * Enregistrements retires par cRollbackRun depuis le filigrane,
      * pour les runs deja livres ; fins de fichier ignorees.
       EXTRACT-PURGED-RECORDS.
           OPEN INPUT PurgeFile.
           EVALUATE StatutPurgeFile
           WHEN "00"
               MOVE 'N' TO WS-PURGE-WANTED
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ PurgeFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           PERFORM TAKE-ONE-PURGE-LINE
                   END-READ
               END-PERFORM
               CLOSE PurgeFile
           WHEN "35"
               CONTINUE
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** Erreur d'E/S sur "
                   "NOUVEAU_FICHIER_PURGE.txt (statut "
                   StatutPurgeFile ")."
           END-EVALUATE.

       TAKE-ONE-PURGE-LINE.
           IF PurgeRecord(1:13) = "*** PURGE DU "
               MOVE PurgeRecord(14:14) TO WS-PURGE-TS-X
               MOVE 'N' TO WS-PURGE-WANTED
               IF WS-PURGE-TS-X IS NUMERIC
                   MOVE WS-PURGE-TS-X TO WS-PURGE-TS
                   IF WS-PURGE-TS > WS-FROM-TS
                           AND WS-PURGE-TS <= WS-SYS-TIMESTAMP
                       MOVE 'Y' TO WS-PURGE-WANTED
                   END-IF
               END-IF
           ELSE
               IF WS-PURGE-WANTED = 'Y'
                   MOVE PurgeRecord TO WS-IMAGE-RECORD
                   IF FUNCTION TRIM(WI-TRAN-DESCRIPTION)
                               NOT = "TRAILER RECORD"
                           AND FUNCTION TRIM(WI-TRAN-DESCRIPTION)
                               NOT = "HEADER RECORD - BATCH ID"
                           AND WI-RunCounter IS NUMERIC
                           AND WI-RunCounter <= WS-FROM-BATCH
                       MOVE SPACES TO DeltaRecord
                       MOVE 'D' TO DX-OP-CODE
                       MOVE WI-RunCounter TO DX-BATCH-ID
                       MOVE WS-PURGE-TS TO DX-TIMESTAMP
                       MOVE PurgeRecord TO DX-BEFORE-IMAGE
                       WRITE DeltaRecord
                       ADD 1 TO WS-ROW-COUNT
                       ADD 1 TO WS-DELETE-COUNT
                       IF WI-TRAN-AMOUNT IS NUMERIC
                           SUBTRACT WI-TRAN-AMOUNT FROM WS-NET-AMOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Insertions : enregistrements de donnees des runs posterieurs
      * au filigrane (tous en rechargement complet) ; en-tetes de
      * CreateFile et fins de fichier ignores. Segments clos concernes
      * d'abord, segment ouvert ensuite.
       EXTRACT-INSERTS.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT + 1
               PERFORM POINT-NEXT-SEGMENT
               IF WS-SEG-WANTED = 'Y'
                   PERFORM EXTRACT-ONE-NF-SEGMENT
               END-IF
           END-PERFORM.
           MOVE WS-ACTIVE-NF-FILENAME TO WS-NF-FILENAME.

      * Insertions d'un segment (WS-NF-FILENAME) ; segment illisible :
      * erreur d'E/S, le filigrane n'avance pas.
       EXTRACT-ONE-NF-SEGMENT.
           OPEN INPUT NouveauFichier.
           IF StatutOfMyFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ NouveauFichier
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           PERFORM TAKE-ONE-NF-RECORD
                   END-READ
               END-PERFORM
               CLOSE NouveauFichier
           ELSE
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** Erreur d'E/S sur "
                   FUNCTION TRIM(WS-NF-FILENAME) " (statut "
                   StatutOfMyFile ")."
           END-IF.

      * Releve les segments clos du catalogue (la derniere ligne d'un
      * mois l'emporte). Catalogue absent : NOUVEAU_FICHIER.txt n'a
      * jamais ete decoupe, il porte toute l'histoire.
       LOAD-SEGMENT-CATALOGUE.
           MOVE WS-NF-FILENAME TO WS-ACTIVE-NF-FILENAME.
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
                       MOVE NC-LAST-RUN TO WS-SEG-LAST-RUN(WS-SEG-IDX)
                   END-IF
               END-PERFORM
               IF WS-SEG-FOUND = 'N' AND WS-SEG-COUNT < WS-SEG-MAX
                   ADD 1 TO WS-SEG-COUNT
                   MOVE NC-MONTH TO WS-SEG-MONTH(WS-SEG-COUNT)
                   MOVE NC-STATUS TO WS-SEG-STATUS(WS-SEG-COUNT)
                   MOVE NC-FILENAME TO WS-SEG-FILENAME(WS-SEG-COUNT)
                   MOVE NC-LAST-RUN TO WS-SEG-LAST-RUN(WS-SEG-COUNT)
               END-IF
           END-IF.

      * Designe le fichier du rang WS-SEG-IDX : un segment clos qui
      * porte des runs posterieurs au filigrane, puis, apres le
      * dernier rang, le segment ouvert.
       POINT-NEXT-SEGMENT.
           MOVE 'N' TO WS-SEG-WANTED.
           IF WS-SEG-IDX > WS-SEG-COUNT
               MOVE WS-ACTIVE-NF-FILENAME TO WS-NF-FILENAME
               MOVE 'Y' TO WS-SEG-WANTED
           ELSE
               IF WS-SEG-STATUS(WS-SEG-IDX) = 'C'
                       AND WS-SEG-LAST-RUN(WS-SEG-IDX) > WS-FROM-BATCH
                   MOVE WS-SEG-FILENAME(WS-SEG-IDX) TO WS-NF-FILENAME
                   MOVE 'Y' TO WS-SEG-WANTED
               END-IF
           END-IF.

       TAKE-ONE-NF-RECORD.
           IF NF-RunCounter IS NUMERIC
                   AND NF-RunCounter > WS-FROM-BATCH
                   AND FUNCTION TRIM(TRAN-DESCRIPTION)
                       NOT = "TRAILER RECORD"
                   AND FUNCTION TRIM(TRAN-DESCRIPTION)
                       NOT = "HEADER RECORD - BATCH ID"
               MOVE SPACES TO DeltaRecord
               IF TRAN-REVERSAL-FLAG = 'R'
                   MOVE 'R' TO DX-OP-CODE
               ELSE
                   MOVE 'I' TO DX-OP-CODE
               END-IF
               MOVE NF-RunCounter TO DX-BATCH-ID
               MOVE WS-SYS-TIMESTAMP TO DX-TIMESTAMP
               MOVE NouveauFichierRecord TO DX-AFTER-IMAGE
               WRITE DeltaRecord
               ADD 1 TO WS-ROW-COUNT
               ADD 1 TO WS-INSERT-COUNT
               IF TRAN-AMOUNT IS NUMERIC
                   ADD TRAN-AMOUNT TO WS-NET-AMOUNT
               END-IF
           END-IF.

      * Inscrit le manifeste de l'extrait livre au registre des
      * transmissions : nom, comptage de toutes les lignes (en-tete
      * et fin de fichier compris), ecart net des montants, batch,
      * horodatage.
       WRITE-TRANSMISSION-MANIFEST.
           COMPUTE WS-MANIFEST-COUNT = WS-ROW-COUNT + 2.
           OPEN EXTEND TransmissionRegFile.
           IF StatutTransmissionRegFile = "35"
               OPEN OUTPUT TransmissionRegFile
           END-IF.
           MOVE SPACES TO TransmissionRegRecord.
           MOVE WS-DELTA-FILENAME(1:40) TO MF-FILENAME.
           MOVE WS-MANIFEST-COUNT TO MF-RECORD-COUNT.
           MOVE WS-NET-AMOUNT TO MF-HASH-TOTAL.
           MOVE WS-CURRENT-BATCH-ID TO MF-BATCH-ID.
           MOVE WS-SYS-TIMESTAMP TO MF-TIMESTAMP.
           WRITE TransmissionRegRecord.
           CLOSE TransmissionRegFile.

      * Nouveau filigrane : dernier batch livre et horodatage de cet
      * extrait.
       WRITE-WATERMARK.
           OPEN OUTPUT WatermarkFile.
           MOVE SPACES TO WatermarkRecord.
           MOVE WS-TO-BATCH TO WM-BATCH-ID.
           MOVE WS-SYS-TIMESTAMP TO WM-TIMESTAMP.
           MOVE WS-DELTA-MODE TO WM-MODE.
           MOVE WS-DELTA-FILENAME(1:40) TO WM-FILENAME.
           WRITE WatermarkRecord.
           CLOSE WatermarkFile.

      * Lit l'identifiant du batch courant publie par cOpenBatch.cbl
      * (0 si aucun batch ouvert : run hors batch).
       READ-CURRENT-BATCH-ID.
           OPEN INPUT BatchCurrentFile.
           IF StatutBatchCurrentFile = "00"
               READ BatchCurrentFile INTO WS-CURRENT-BATCH-ID
               CLOSE BatchCurrentFile
           ELSE
               MOVE 0 TO WS-CURRENT-BATCH-ID
           END-IF.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb de lignes
      * de changement livrees, mode.
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "DeltaExtract"      TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutOfMyFile      TO AUD-FILE-STATUS
           MOVE WS-ROW-COUNT        TO AUD-RECORD-COUNT
           MOVE WS-CURRENT-BATCH-ID TO AUD-BATCH-ID
           IF FULL-REFRESH
               MOVE "RECHARGEMENT COMPLET" TO AUD-NOTE
           ELSE
               MOVE "CHANGEMENTS" TO AUD-NOTE
           END-IF
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
