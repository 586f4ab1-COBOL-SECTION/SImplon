      * fichier et les annules sont exclus comme dans le rapport
      * existant. C'est le dossier de chiffres refait a la main chaque
      * lundi.
      * Par defaut le rapport porte sur le segment ouvert,
      * NOUVEAU_FICHIER.txt (mois de chargement courant) ; NF_FROM_MONTH
      * et/ou NF_TO_MONTH (AAAAMM) y ajoutent les segments clos de ces
      * mois inscrits au catalogue (voir cSplitNouveauFichier.cbl), le
      * segment ouvert restant compris tant que son mois ne depasse
      * pas NF_TO_MONTH.
       FILE-CONTROL.
       SELECT NouveauFichier ASSIGN TO DYNAMIC WS-NF-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuditTrailFile.
      * Catalogue des segments de NOUVEAU_FICHIER (voir
      * copybooks/NFCATREC.cpy).
       SELECT SegmentCatalogueFile
           ASSIGN TO "NOUVEAU_FICHIER_CATALOGUE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSegmentCatalogueFile.

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.
           01  AuditTrailRecord.
               COPY AUDITREC.

           FD  SegmentCatalogueFile.
           01  SegmentCatalogueRecord.
      * Gisement du catalogue des segments (voir
      * copybooks/NFCATREC.cpy).
               COPY NFCATREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutOfMyFile PIC X(2) VALUE '00'.
           01  WS-ABS-AMOUNT PIC 9(9)V99 VALUE 0.
      * Montant edite pour l'affichage
           01  WS-AMOUNT-EDITED PIC -(8)9.99.
      * Segments clos de NOUVEAU_FICHIER inscrits au catalogue (la
      * derniere ligne d'un mois l'emporte) et plage de mois demandee
      * (NF_FROM_MONTH / NF_TO_MONTH, 0 = pas de borne ; aucune des
      * deux = segment ouvert seul) ; mois du segment ouvert (ligne
      * 'O' la plus recente du catalogue, 0 si inconnu).
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
           01  WS-ACTIVE-NF-FILENAME PIC X(100) VALUE SPACES.
      * Code retour : 0 = rapport edite, 2 = fichier source absent,
      * 4 = source lue mais aucune transaction a editer,
      * 8 = erreur d'E/S irrecuperable
               ON EXCEPTION
                   MOVE "NOUVEAU_FICHIER.txt" TO WS-NF-FILENAME
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
           EVALUATE StatutOfMyFile

      * Procedure d'entree du tri : seules les transactions actives
      * partent au tri, comme dans le rapport existant (fins de
      * fichier et annules exclus), segment par segment.
       FILTER-ACTIVE-RECORDS.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT + 1
               PERFORM POINT-NEXT-SEGMENT
               IF WS-SEG-WANTED = 'Y'
                   PERFORM FILTER-ONE-NF-SEGMENT
               END-IF
           END-PERFORM.
           MOVE WS-ACTIVE-NF-FILENAME TO WS-NF-FILENAME.

      * Releve un segment (WS-NF-FILENAME) ; un segment clos
      * introuvable est signale et compte.
       FILTER-ONE-NF-SEGMENT.
           OPEN INPUT NouveauFichier.
           IF StatutOfMyFile = "00"
               IF WS-SEG-IDX NOT > WS-SEG-COUNT
                   ADD 1 TO WS-SEG-READ-COUNT
               END-IF
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ NouveauFichier
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF FUNCTION TRIM(TRAN-DESCRIPTION)
                                   = "TRAILER RECORD"
                                   OR TRAN-CANCEL-FLAG = 'A'
                               ADD 1 TO WS-EXCLUDED-COUNT
                           ELSE
                               MOVE NouveauFichierRecord
                                   TO ActivitySortRecord
                               RELEASE ActivitySortRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NouveauFichier
           ELSE
               ADD 1 TO WS-SEG-MISSING-COUNT
               DISPLAY "*** Segment " FUNCTION TRIM(WS-NF-FILENAME)
                   " introuvable (statut " StatutOfMyFile ")."
           END-IF.

      * Releve les segments clos du catalogue (la derniere ligne d'un
      * mois l'emporte) et le mois du segment ouvert. Catalogue
      * absent : NOUVEAU_FICHIER.txt n'a jamais ete decoupe, il porte
      * toute l'histoire.
       LOAD-SEGMENT-CATALOGUE.
           MOVE WS-NF-FILENAME TO WS-ACTIVE-NF-FILENAME.
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
               MOVE WS-ACTIVE-NF-FILENAME TO WS-NF-FILENAME
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
                   MOVE WS-SEG-FILENAME(WS-SEG-IDX) TO WS-NF-FILENAME
                   MOVE 'Y' TO WS-SEG-WANTED
               END-IF
           END-IF.

      * Edition avec ruptures : journee puis run dans la journee.
       PRINT-ACTIVITY-REPORT.
           DISPLAY "*** RAPPORT D'ACTIVITE "
               FUNCTION TRIM(WS-NF-FILENAME) " ***".
           IF WS-SEG-READ-COUNT > 0
               DISPLAY "Segments clos relus (mois " WS-SEG-FROM-MONTH
                   " a " WS-SEG-TO-MONTH ") : " WS-SEG-READ-COUNT
           END-IF.
           IF WS-SEG-MISSING-COUNT > 0
               DISPLAY "*** RAPPORT INCOMPLET : "
                   WS-SEG-MISSING-COUNT
                   " segment(s) clos introuvable(s)."
           END-IF.
           OPEN INPUT ActivitySorted.
           MOVE 'N' TO EndOfFileSwitch.
           PERFORM UNTIL EndOfFileSwitch = 'Y'
