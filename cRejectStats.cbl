      * flux d'origine (avec le taux de rejet contre les
      * enregistrements charges du meme flux), tendance par run, et
      * issue du cycle de correction/resoumission (etats et cycles).
      * Les chargements sont comptes dans le segment ouvert
      * NOUVEAU_FICHIER.txt (mois de chargement courant), plus les
      * segments clos des mois NF_FROM_MONTH a NF_TO_MONTH (AAAAMM)
      * s'ils sont demandes (voir cSplitNouveauFichier.cbl) ; les
      * rejets sont alors retenus sur la meme plage de runs, pour que
      * les taux rapprochent des grandeurs comparables.
       FILE-CONTROL.
       SELECT RejectFile ASSIGN TO "NOUVEAU_FICHIER_REJETS.txt"
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
           01  StatutRejectFile PIC X(2) VALUE '00'.
           01  WS-RATE PIC 9(3)V99 VALUE 0.
           01  WS-RATE-EDITED PIC ZZ9.99.
           01  WS-DENOMINATOR PIC 9(9) VALUE 0.
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
      * Plage des runs des segments lus (0 = pas de borne) : les
      * rejets hors plage ne sont pas agreges ; rejets ecartes.
           01  WS-RUN-FROM PIC 9(5) VALUE 0.
           01  WS-RUN-TO PIC 9(5) VALUE 0.
           01  WS-REJECTS-OUT-OF-RANGE PIC 9(7) VALUE 0.
      * Code retour : 0 = scorecard edite, 2 = liste de rejets
      * absente (aucun rejet depuis la creation du systeme),
      * 4 = liste vide, 8 = erreur d'E/S irrecuperable
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

           INITIALIZE WS-FEED-STAT-TABLE.
           PERFORM COUNT-LOADED-BY-FEED.
           STOP RUN.

      * Compte les enregistrements charges par flux d'origine dans
      * les segments retenus (fins de fichier exclues), denominateur
      * des taux de rejet. L'indice 21 recueille les flux hors plage.
      * Une fois le fichier decoupe, la plage des runs lus borne les
      * rejets agreges (pas de borne haute si le segment ouvert est
      * lu : ses runs les plus recents peuvent n'avoir que des rejets).
       COUNT-LOADED-BY-FEED.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT + 1
               PERFORM POINT-NEXT-SEGMENT
               IF WS-SEG-WANTED = 'Y'
                   PERFORM COUNT-ONE-NF-SEGMENT
               END-IF
           END-PERFORM.
           MOVE WS-ACTIVE-NF-FILENAME TO WS-NF-FILENAME.
           IF WS-SEG-COUNT = 0
               MOVE 0 TO WS-RUN-FROM
               MOVE 0 TO WS-RUN-TO
           END-IF.

      * Compte les chargements d'un segment (WS-NF-FILENAME) ; un
      * segment clos introuvable est signale et compte.
       COUNT-ONE-NF-SEGMENT.
           OPEN INPUT NouveauFichier.
           IF StatutOfMyFile NOT = "00"
                   AND WS-SEG-IDX NOT > WS-SEG-COUNT
               ADD 1 TO WS-SEG-MISSING-COUNT
               DISPLAY "*** Segment " FUNCTION TRIM(WS-NF-FILENAME)
                   " introuvable (statut " StatutOfMyFile ")."
           END-IF.
           IF WS-SEG-IDX > WS-SEG-COUNT
               MOVE 0 TO WS-RUN-TO
           END-IF.
           IF StatutOfMyFile = "00"
               IF WS-SEG-IDX NOT > WS-SEG-COUNT
                   ADD 1 TO WS-SEG-READ-COUNT
               END-IF
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ NouveauFichier
                       NOT AT END
                           IF FUNCTION TRIM(TRAN-DESCRIPTION)
                                   NOT = "TRAILER RECORD"
                               PERFORM NOTE-RUN-RANGE
                               IF TRAN-FEED-ID IS NUMERIC
                                       AND TRAN-FEED-ID > 0
                                       AND TRAN-FEED-ID <= 20
               CLOSE NouveauFichier
           END-IF.

      * Elargit la plage des runs lus au run de l'enregistrement ; la
      * borne haute n'est tenue que pour les segments clos.
       NOTE-RUN-RANGE.
           IF NF-RunCounter IS NUMERIC
               IF WS-RUN-FROM = 0 OR NF-RunCounter < WS-RUN-FROM
                   MOVE NF-RunCounter TO WS-RUN-FROM
               END-IF
               IF WS-SEG-IDX NOT > WS-SEG-COUNT
                       AND NF-RunCounter > WS-RUN-TO
                   MOVE NF-RunCounter TO WS-RUN-TO
               END-IF
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

      * Agrege la liste de rejets : par motif, par flux d'origine,
      * par run, et par etat/cycle de resoumission.
       TALLY-REJECT-LIST.
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF RJ-RUN < WS-RUN-FROM
                                   OR (WS-RUN-TO > 0
                                       AND RJ-RUN > WS-RUN-TO)
                               ADD 1 TO WS-REJECTS-OUT-OF-RANGE
                           ELSE
                               PERFORM TALLY-ONE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RejectFile
      * Edite le scorecard.
       PRINT-SCORECARD.
           DISPLAY "*** QUALITE DES FLUX - SCORECARD DES REJETS ***".
           IF WS-SEG-READ-COUNT > 0
               DISPLAY "Segments clos relus (mois " WS-SEG-FROM-MONTH
                   " a " WS-SEG-TO-MONTH ") : " WS-SEG-READ-COUNT
           END-IF.
           IF WS-RUN-FROM > 0
               DISPLAY "Runs retenus a partir du run " WS-RUN-FROM
                   " (jusqu'au run " WS-RUN-TO ", 00000 = dernier)"
               DISPLAY "Rejets hors plage ecartes : "
                   WS-REJECTS-OUT-OF-RANGE
           END-IF.
           IF WS-SEG-MISSING-COUNT > 0
               DISPLAY "*** SCORECARD INCOMPLET : "
                   WS-SEG-MISSING-COUNT
                   " segment(s) clos introuvable(s)."
           END-IF.
           DISPLAY " ".
           DISPLAY "Rejets par motif :".
           PERFORM PRINT-ONE-REASON
