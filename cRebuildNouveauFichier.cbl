      * CONTENU est exactement celui de l'epoque, l'ordre physique
      * des segments peut differer - chaque segment reste verifiable
      * par sa propre fin de fichier.
      * L'etat courant de depart est l'histoire entiere : tous les
      * segments clos du catalogue, puis le segment ouvert (voir
      * cSplitNouveauFichier.cbl), comme cRangeReport. Un segment
      * clos introuvable arrete la reconstruction (code retour 8) :
      * l'etat rebati serait incomplet en silence.
       FILE-CONTROL.
       SELECT NouveauFichier ASSIGN TO DYNAMIC WS-NF-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       SELECT DeliveryRegFile ASSIGN TO "MODIFCREATED_DELIVERIES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutDeliveryRegFile.
      * Catalogue des segments de NOUVEAU_FICHIER (voir
      * copybooks/NFCATREC.cpy).
       SELECT SegmentCatalogueFile
           ASSIGN TO "NOUVEAU_FICHIER_CATALOGUE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSegmentCatalogueFile.
      * Fichier reconstruit produit (NOUVEAU_FICHIER_ASOF_<cible>).
       SELECT RebuiltFile ASSIGN TO DYNAMIC WS-REBUILT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
      * copybooks/DELIVREC.cpy).
               COPY DELIVREC.

           FD  SegmentCatalogueFile.
           01  SegmentCatalogueRecord.
      * Gisement du catalogue des segments (voir
      * copybooks/NFCATREC.cpy).
               COPY NFCATREC.

           FD  RebuiltFile.
           01  RebuiltRecord PIC X(85).

           01  WS-SEGMENT-TOTAL PIC S9(9)V99 VALUE 0.
           01  WS-TRAILER-COUNT PIC 9(7) VALUE 0.
           01  WS-MISMATCH-COUNT PIC 9(7) VALUE 0.
      * Segments clos de NOUVEAU_FICHIER inscrits au catalogue (la
      * derniere ligne d'un mois l'emporte), tous charges avant le
      * segment ouvert.
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
           01  WS-SEG-WANTED PIC X(1) VALUE 'N'.
           01  WS-SEG-READ-COUNT PIC 9(3) VALUE 0.
           01  WS-ACTIVE-NF-FILENAME PIC X(100) VALUE SPACES.
      * Bilan de la reconstruction
           01  WS-UNDONE-COUNT PIC 9(5) VALUE 0.
           01  WS-REINSERTED-COUNT PIC 9(7) VALUE 0.
      * Code retour : 0 = fichier reconstruit et certifie, 2 =
      * NOUVEAU_FICHIER.txt absent, 4 = saisie invalide, 6 = fichier
      * reconstruit mais fins de fichier en DESACCORD (certification
      * refusee), 8 = erreur d'E/S irrecuperable ou segment clos
      * introuvable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

      * !!!! COMMANDE D'EXUCUTIONS DU PROGRAMME:
               MOVE "Mode inconnu (attendu D ou R)" TO EditReason
           END-EVALUATE.

      * Charge l'etat courant en memoire : les segments clos du
      * catalogue, puis le segment ouvert NOUVEAU_FICHIER.txt.
       LOAD-CURRENT-STATE.
           MOVE 0 TO WS-STATE-COUNT.
           PERFORM LOAD-SEGMENT-CATALOGUE.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT + 1
                       OR FileStatusReturnCode NOT = 0
               PERFORM POINT-NEXT-SEGMENT
               IF WS-SEG-WANTED = 'Y'
                   PERFORM LOAD-ONE-NF-SEGMENT
               END-IF
           END-PERFORM.
           MOVE WS-ACTIVE-NF-FILENAME TO WS-NF-FILENAME.
           IF WS-SEG-READ-COUNT > 0
               DISPLAY "Segments clos charges . . . : "
                   WS-SEG-READ-COUNT
           END-IF.

      * Charge un segment (WS-NF-FILENAME) a la suite de l'etat.
       LOAD-ONE-NF-SEGMENT.
           OPEN INPUT NouveauFichier.
           EVALUATE StatutOfMyFile
           WHEN "00"
                   END-READ
               END-PERFORM
               CLOSE NouveauFichier
               IF WS-SEG-IDX NOT > WS-SEG-COUNT
                   ADD 1 TO WS-SEG-READ-COUNT
               END-IF
           WHEN "35"
               IF WS-SEG-IDX > WS-SEG-COUNT
                   MOVE 2 TO FileStatusReturnCode
                   DISPLAY FUNCTION TRIM(WS-NF-FILENAME)
                       " introuvable (statut " StatutOfMyFile ")."
               ELSE
                   MOVE 8 TO FileStatusReturnCode
                   DISPLAY "*** ABEND Rebuild - segment clos "
                       FUNCTION TRIM(WS-NF-FILENAME)
                       " introuvable - reconstruction refusee, "
                       "l'etat serait incomplet."
               END-IF
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND Rebuild - erreur d'E/S sur "
                   " (statut " StatutOfMyFile ")."
           END-EVALUATE.

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
                   END-IF
               END-PERFORM
               IF WS-SEG-FOUND = 'N' AND WS-SEG-COUNT < WS-SEG-MAX
                   ADD 1 TO WS-SEG-COUNT
                   MOVE NC-MONTH TO WS-SEG-MONTH(WS-SEG-COUNT)
                   MOVE NC-STATUS TO WS-SEG-STATUS(WS-SEG-COUNT)
                   MOVE NC-FILENAME TO WS-SEG-FILENAME(WS-SEG-COUNT)
               END-IF
           END-IF.

      * Designe le fichier du rang WS-SEG-IDX : chaque segment clos
      * du catalogue, puis, apres le dernier rang, le segment ouvert.
       POINT-NEXT-SEGMENT.
           MOVE 'N' TO WS-SEG-WANTED.
           IF WS-SEG-IDX > WS-SEG-COUNT
               MOVE WS-ACTIVE-NF-FILENAME TO WS-NF-FILENAME
               MOVE 'Y' TO WS-SEG-WANTED
           ELSE
               IF WS-SEG-STATUS(WS-SEG-IDX) = 'C'
                   MOVE WS-SEG-FILENAME(WS-SEG-IDX) TO WS-NF-FILENAME
                   MOVE 'Y' TO WS-SEG-WANTED
               END-IF
           END-IF.

      * Borne de run du mode D : releve dans le registre des
      * deliveries le plus grand numero de run charge au plus tard a
      * la date cible - les runs charges APRES la cible n'existaient
