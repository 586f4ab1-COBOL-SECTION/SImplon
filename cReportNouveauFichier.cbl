      * Rapport de synthese sur NOUVEAU_FICHIER.txt : nombre
      * d'enregistrements et total general du montant, dans une
      * presentation paginee a remettre telle quelle aux finances.
      * Par defaut le rapport porte sur le segment ouvert,
      * NOUVEAU_FICHIER.txt (mois de chargement courant) ; NF_FROM_MONTH
      * et/ou NF_TO_MONTH (AAAAMM) y ajoutent les segments clos de ces
      * mois inscrits au catalogue (voir cSplitNouveauFichier.cbl), le
      * segment ouvert restant compris tant que son mois ne depasse
      * pas NF_TO_MONTH. Les mois couverts sont imprimes en tete de
      * chaque page.
       FILE-CONTROL.
      * Nom resolu a l'execution (meme variable d'environnement que
      * cWriteCreatedFile.cbl et cConsolidateMaster.cbl) pour pouvoir
       SELECT SpoolIndexFile ASSIGN TO "SPOOL_INDEX.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSpoolIndexFile.
      * Catalogue des segments de NOUVEAU_FICHIER (voir
      * copybooks/NFCATREC.cpy).
       SELECT SegmentCatalogueFile
           ASSIGN TO "NOUVEAU_FICHIER_CATALOGUE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSegmentCatalogueFile.

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.
      * Gisement de l'index du spool (voir copybooks/SPOOLREC.cpy).
               COPY SPOOLREC.

           FD  SegmentCatalogueFile.
           01  SegmentCatalogueRecord.
      * Gisement du catalogue des segments (voir
      * copybooks/NFCATREC.cpy).
               COPY NFCATREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutOfMyFile PIC X(2) VALUE '00'.
           01  WS-SPOOL-FILENAME PIC X(100) VALUE SPACES.
           01  WS-SPOOL-LINE PIC X(132) VALUE SPACES.
           01  WS-SPOOL-OPEN PIC X(1) VALUE 'N'.
      * Segments clos de NOUVEAU_FICHIER inscrits au catalogue (la
      * derniere ligne d'un mois l'emporte) et plage de mois demandee
      * (NF_FROM_MONTH / NF_TO_MONTH, 0 = pas de borne ; aucune des
      * deux = segment ouvert seul) ; mois du segment ouvert (ligne
      * 'O' la plus recente du catalogue, 0 si inconnu) ; premier et
      * dernier mois couverts (historique complet si le segment ouvert
      * n'a jamais ete decoupe).
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
           01  WS-SEG-FROM-X PIC X(6) VALUE SPACES.
           01  WS-SEG-TO-X PIC X(6) VALUE SPACES.
           01  WS-SEG-FROM-MONTH PIC 9(6) VALUE 0.
           01  WS-SEG-TO-MONTH PIC 9(6) VALUE 0.
           01  WS-SEG-OPEN-MONTH PIC 9(6) VALUE 0.
           01  WS-SEG-READ-COUNT PIC 9(3) VALUE 0.
           01  WS-SEG-MISSING-COUNT PIC 9(3) VALUE 0.
           01  WS-SEG-COVER-FIRST PIC 9(6) VALUE 0.
           01  WS-SEG-COVER-LAST PIC 9(6) VALUE 0.
           01  WS-SEG-COVER-MONTH PIC 9(6) VALUE 0.
           01  WS-SEG-WHOLE-FILE PIC X(1) VALUE 'N'.
           01  WS-SEG-COVER-TEXT PIC X(40) VALUE SPACES.
           01  WS-ACTIVE-NF-FILENAME PIC X(100) VALUE SPACES.
      * Lignes formatees pour l'affichage du rapport
           01  WS-DETAIL-LINE.
               05 WS-DL-TRAN-ID      PIC Z(6)9.
               ON EXCEPTION
                   MOVE "NOUVEAU_FICHIER.txt" TO WS-OUTPUT-FILENAME
           END-ACCEPT.
           ACCEPT WS-SEG-FROM-X FROM ENVIRONMENT "NF_FROM_MONTH"
               ON EXCEPTION
                   MOVE SPACES TO WS-SEG-FROM-X
           END-ACCEPT.
           IF WS-SEG-FROM-X IS NUMERIC
               MOVE WS-SEG-FROM-X TO WS-SEG-FROM-MONTH
           END-IF.
           ACCEPT WS-SEG-TO-X FROM ENVIRONMENT "NF_TO_MONTH"
               ON EXCEPTION
                   MOVE SPACES TO WS-SEG-TO-X
           END-ACCEPT.
           IF WS-SEG-TO-X IS NUMERIC
               MOVE WS-SEG-TO-X TO WS-SEG-TO-MONTH
           END-IF.
           PERFORM LOAD-SEGMENT-CATALOGUE.
           OPEN INPUT NouveauFichier.
           IF StatutOfMyFile NOT = "00"
               DISPLAY "Impossible de lire "
                   FUNCTION TRIM(WS-OUTPUT-FILENAME)
                   " - statut " StatutOfMyFile
           ELSE
               CLOSE NouveauFichier
               PERFORM NOTE-MONTHS-COVERED
               PERFORM BUILD-COVER-TEXT
               PERFORM OPEN-REPORT-SPOOL
               PERFORM PRINT-REPORT-HEADER
               PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                       UNTIL WS-SEG-IDX > WS-SEG-COUNT + 1
                   PERFORM POINT-NEXT-SEGMENT
                   IF WS-SEG-WANTED = 'Y'
                       PERFORM REPORT-ONE-NF-SEGMENT
                   END-IF
               END-PERFORM
               MOVE WS-ACTIVE-NF-FILENAME TO WS-OUTPUT-FILENAME
               PERFORM PRINT-REPORT-FOOTER
               PERFORM CLOSE-REPORT-SPOOL
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.

           STOP RUN.

      * Edite un segment (WS-OUTPUT-FILENAME) ; un segment clos
      * introuvable est signale et compte.
       REPORT-ONE-NF-SEGMENT.
           OPEN INPUT NouveauFichier.
           IF StatutOfMyFile = "00"
               IF WS-SEG-IDX NOT > WS-SEG-COUNT
                   ADD 1 TO WS-SEG-READ-COUNT
               END-IF
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ NouveauFichier
                       AT END
                   END-READ
               END-PERFORM
               CLOSE NouveauFichier
           ELSE
               ADD 1 TO WS-SEG-MISSING-COUNT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** Segment " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-OUTPUT-FILENAME)
                           DELIMITED BY SIZE
                       " introuvable (statut " DELIMITED BY SIZE
                       StatutOfMyFile DELIMITED BY SIZE
                       ")." DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.

      * Releve les segments clos du catalogue (la derniere ligne d'un
      * mois l'emporte) et le mois du segment ouvert. Catalogue
      * absent : NOUVEAU_FICHIER.txt n'a jamais ete decoupe, il porte
      * toute l'histoire.
       LOAD-SEGMENT-CATALOGUE.
           MOVE WS-OUTPUT-FILENAME TO WS-ACTIVE-NF-FILENAME.
           MOVE 0 TO WS-SEG-COUNT.
           MOVE 0 TO WS-SEG-OPEN-MONTH.
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
               IF NC-STATUS = 'O' AND NC-MONTH > WS-SEG-OPEN-MONTH
                   MOVE NC-MONTH TO WS-SEG-OPEN-MONTH
               END-IF
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

      * Designe le fichier du rang WS-SEG-IDX : un segment clos dans
      * la plage de mois demandee, ou, apres le dernier rang du
      * catalogue, le segment ouvert s'il n'est pas au-dela de
      * NF_TO_MONTH.
       POINT-NEXT-SEGMENT.
           MOVE 'N' TO WS-SEG-WANTED.
           IF WS-SEG-IDX > WS-SEG-COUNT
               MOVE WS-ACTIVE-NF-FILENAME TO WS-OUTPUT-FILENAME
               IF WS-SEG-TO-MONTH = 0 OR WS-SEG-OPEN-MONTH = 0
                       OR WS-SEG-OPEN-MONTH NOT > WS-SEG-TO-MONTH
                   MOVE 'Y' TO WS-SEG-WANTED
               END-IF
           ELSE
               IF WS-SEG-STATUS(WS-SEG-IDX) = 'C'
                       AND (WS-SEG-FROM-MONTH > 0
                           OR WS-SEG-TO-MONTH > 0)
                       AND WS-SEG-MONTH(WS-SEG-IDX)
                           NOT < WS-SEG-FROM-MONTH
                       AND (WS-SEG-TO-MONTH = 0
                           OR WS-SEG-MONTH(WS-SEG-IDX)
                               NOT > WS-SEG-TO-MONTH)
                   MOVE WS-SEG-FILENAME(WS-SEG-IDX)
                       TO WS-OUTPUT-FILENAME
                   MOVE 'Y' TO WS-SEG-WANTED
               END-IF
           END-IF.

      * Releve les mois couverts par les segments retenus, avant la
      * lecture, pour l'entete.
       NOTE-MONTHS-COVERED.
           MOVE 0 TO WS-SEG-COVER-FIRST.
           MOVE 0 TO WS-SEG-COVER-LAST.
           MOVE 'N' TO WS-SEG-WHOLE-FILE.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT + 1
               PERFORM POINT-NEXT-SEGMENT
               IF WS-SEG-WANTED = 'Y'
                   PERFORM NOTE-ONE-MONTH-COVERED
               END-IF
           END-PERFORM.
           MOVE WS-ACTIVE-NF-FILENAME TO WS-OUTPUT-FILENAME.

      * Etend les mois couverts au segment retenu du rang WS-SEG-IDX.
       NOTE-ONE-MONTH-COVERED.
           IF WS-SEG-IDX > WS-SEG-COUNT AND WS-SEG-OPEN-MONTH = 0
               MOVE 'Y' TO WS-SEG-WHOLE-FILE
           ELSE
               IF WS-SEG-IDX > WS-SEG-COUNT
                   MOVE WS-SEG-OPEN-MONTH TO WS-SEG-COVER-MONTH
               ELSE
                   MOVE WS-SEG-MONTH(WS-SEG-IDX) TO WS-SEG-COVER-MONTH
               END-IF
               IF WS-SEG-COVER-FIRST = 0
                       OR WS-SEG-COVER-MONTH < WS-SEG-COVER-FIRST
                   MOVE WS-SEG-COVER-MONTH TO WS-SEG-COVER-FIRST
               END-IF
               IF WS-SEG-COVER-MONTH > WS-SEG-COVER-LAST
                   MOVE WS-SEG-COVER-MONTH TO WS-SEG-COVER-LAST
               END-IF
           END-IF.

      * Libelle des mois couverts, pour l'entete.
       BUILD-COVER-TEXT.
           MOVE SPACES TO WS-SEG-COVER-TEXT.
           EVALUATE TRUE
           WHEN WS-SEG-WHOLE-FILE = 'Y'
               MOVE "historique complet (fichier non decoupe)"
                   TO WS-SEG-COVER-TEXT
           WHEN WS-SEG-COVER-FIRST = 0
               MOVE "aucun (plage hors catalogue)"
                   TO WS-SEG-COVER-TEXT
           WHEN WS-SEG-COVER-FIRST = WS-SEG-COVER-LAST
               MOVE WS-SEG-COVER-FIRST TO WS-SEG-COVER-TEXT
           WHEN OTHER
               STRING WS-SEG-COVER-FIRST DELIMITED BY SIZE
                       " a " DELIMITED BY SIZE
                       WS-SEG-COVER-LAST DELIMITED BY SIZE
                   INTO WS-SEG-COVER-TEXT
           END-EVALUATE.

      * Ouvre le fichier de spool date du rapport et y ecrit le
      * bandeau commun (programme, date de traitement, batch,
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "*** RAPPORT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ACTIVE-NF-FILENAME)
                       DELIMITED BY SIZE
                   " - PAGE " DELIMITED BY SIZE
                   WS-PAGE-NUMBER DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Mois couverts : " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEG-COVER-TEXT) DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "TRAN-ID  TRAN-DATE    MONTANT       DESCRIPTION"
               TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
                   CancelledCount DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-SEG-READ-COUNT > 0
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "Segments clos relus. . . . . . . . . . . . : "
                           DELIMITED BY SIZE
                       WS-SEG-READ-COUNT DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF WS-SEG-MISSING-COUNT > 0
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** RAPPORT INCOMPLET : " DELIMITED BY SIZE
                       WS-SEG-MISSING-COUNT DELIMITED BY SIZE
                       " segment(s) clos introuvable(s)."
                           DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF WS-CUR-BREAK-COUNT > 0
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "Ventilation par devise (montants en devise "
                   TO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF WS-SEG-MISSING-COUNT > 0
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE "rapport incomplet : segment(s) clos introuvable(s)"
                   TO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.

      * Une ligne de la ventilation par devise.
       PRINT-ONE-CURRENCY-BREAK.
