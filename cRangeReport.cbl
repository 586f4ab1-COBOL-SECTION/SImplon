      * utilises dans NOUVEAU_FICHIER.txt, plus haut identifiant
      * atteint, taux de consommation - pour voir venir l'epuisement
      * avant qu'une source ne deborde sur la plage d'une autre.
      * Les identifiants utilises sont releves dans tous les segments
      * clos du catalogue puis dans le segment ouvert (voir
      * cSplitNouveauFichier.cbl) : une plage se consomme depuis
      * l'origine, pas depuis le dernier decoupage.
       FILE-CONTROL.
       SELECT RangeFile ASSIGN TO "TRANID_RANGES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
           ASSIGN TO DYNAMIC WS-CREATEFILE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutCreateFileOutput.
      * Catalogue des segments de NOUVEAU_FICHIER (voir
      * copybooks/NFCATREC.cpy).
       SELECT SegmentCatalogueFile
           ASSIGN TO "NOUVEAU_FICHIER_CATALOGUE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSegmentCatalogueFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
                                       ==TRAN-DESCRIPTION==
                                           BY ==CF-TRAN-DESCRIPTION==.

           FD  SegmentCatalogueFile.
           01  SegmentCatalogueRecord.
      * Gisement du catalogue des segments (voir
      * copybooks/NFCATREC.cpy).
               COPY NFCATREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.
           01  WS-RANGE-SIZE PIC 9(7) VALUE 0.
           01  WS-RATE PIC 9(3)V99 VALUE 0.
           01  WS-RATE-EDITED PIC ZZ9.99.
      * Segments clos de NOUVEAU_FICHIER inscrits au catalogue (la
      * derniere ligne d'un mois l'emporte), tous relus avant le
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
           01  WS-SEG-MISSING-COUNT PIC 9(3) VALUE 0.
           01  WS-ACTIVE-NF-FILENAME PIC X(100) VALUE SPACES.
      * Code retour : 0 = rapport edite, 2 = registre des plages
      * absent, 4 = registre vide, 8 = erreur d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.
                       TO WS-CREATEFILE-FILENAME
           END-ACCEPT.

           PERFORM LOAD-SEGMENT-CATALOGUE.
           PERFORM LOAD-RANGE-REGISTER.
           IF FileStatusReturnCode = 0
               PERFORM TALLY-RANGE-USAGE
                   StatutRangeFile ")."
           END-EVALUATE.

      * Parcourt les segments de NOUVEAU_FICHIER et ventile chaque
      * TRAN-ID charge dans sa plage (fins de fichier exclues) ; les
      * identifiants hors de toute plage sont comptes a part.
       TALLY-RANGE-USAGE.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT + 1
               PERFORM POINT-NEXT-SEGMENT
               IF WS-SEG-WANTED = 'Y'
                   PERFORM TALLY-ONE-NF-SEGMENT
               END-IF
           END-PERFORM.
           MOVE WS-ACTIVE-NF-FILENAME TO WS-NF-FILENAME.

      * Ventile un segment (WS-NF-FILENAME) ; un segment clos
      * introuvable est signale et compte.
       TALLY-ONE-NF-SEGMENT.
           OPEN INPUT NouveauFichier.
           IF StatutOfMyFile NOT = "00"
                   AND WS-SEG-IDX NOT > WS-SEG-COUNT
               ADD 1 TO WS-SEG-MISSING-COUNT
               DISPLAY "*** Segment " FUNCTION TRIM(WS-NF-FILENAME)
                   " introuvable (statut " StatutOfMyFile ")."
           END-IF.
           IF StatutOfMyFile = "00"
               IF WS-SEG-IDX NOT > WS-SEG-COUNT
                   ADD 1 TO WS-SEG-READ-COUNT
               END-IF
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ NouveauFichier
               CLOSE CreateFileOutput
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

       TALLY-ONE-TRAN-ID.
           MOVE 'N' TO WS-IN-A-RANGE.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
               WS-CF-RECORDS-READ.
           DISPLAY "Identifiants hors plage . . . . . . . : "
               WS-OUTSIDE-COUNT.
           DISPLAY "Segments clos relus . . . . . . . . . : "
               WS-SEG-READ-COUNT.
           IF WS-SEG-MISSING-COUNT > 0
               DISPLAY "*** RAPPORT INCOMPLET : "
                   WS-SEG-MISSING-COUNT
                   " segment(s) clos introuvable(s)."
           END-IF.

       PRINT-ONE-RANGE.
           COMPUTE WS-RANGE-SIZE = WS-RG-HIGH(WS-RG-IDX)
