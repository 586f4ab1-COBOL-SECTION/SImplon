      * TRAN-DATE, plage de TRAN-AMOUNT, numero de run, sous-chaine de
      * description, nom du fichier extrait - et ecrit les
      * enregistrements retenus avec leur compte et leur total.
      * Les mois de chargement termines sont ranges dans des segments
      * clos (voir cSplitNouveauFichier.cbl) : seuls les segments du
      * catalogue dont les plages de TRAN-DATE et de runs peuvent
      * repondre aux criteres sont relus, puis le segment ouvert.
       FILE-CONTROL.
      * Fichier de parametres : un seul enregistrement au gisement
      * fixe decrit dans la FILE SECTION ; un critere a blanc (ou a
       SELECT ExtractFile ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutExtractFile.
      * Catalogue des segments de NOUVEAU_FICHIER (voir
      * copybooks/NFCATREC.cpy).
       SELECT SegmentCatalogueFile
           ASSIGN TO "NOUVEAU_FICHIER_CATALOGUE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSegmentCatalogueFile.
      * Journal permanent des acces aux donnees clients : une ligne
      * par extraction, avec ses criteres (voir
      * copybooks/ACCESSREC.cpy).
       SELECT AccessLogFile ASSIGN TO "ACCESSLOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAccessLogFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
           FD  ExtractFile.
           01  ExtractRecord PIC X(85).

           FD  SegmentCatalogueFile.
           01  SegmentCatalogueRecord.
      * Gisement du catalogue des segments (voir
      * copybooks/NFCATREC.cpy).
               COPY NFCATREC.

           FD  AccessLogFile.
           01  AccessLogRecord.
      * Gisement du journal des acces (voir copybooks/ACCESSREC.cpy).
               COPY ACCESSREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.
           01  StatutOfMyFile PIC X(2) VALUE '00'.
           01  StatutExtractFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutAccessLogFile PIC X(2) VALUE '00'.
      * Identifiant de l'operateur (RUN_ID), inscrit au journal des
      * acces avec les criteres de selection et le nombre
      * d'enregistrements extraits.
           01  WS-RUN-ID PIC X(10) VALUE SPACES.
           01  WS-ACCESS-CRITERIA PIC X(80) VALUE SPACES.
           01  WS-NF-FILENAME PIC X(100) VALUE "NOUVEAU_FICHIER.txt".
           01  WS-EXTRACT-FILENAME PIC X(100) VALUE SPACES.
      * Horodatage systeme pour la piste d'audit
           01  WS-SELECTED-COUNT PIC 9(7) VALUE 0.
           01  WS-SELECTED-TOTAL PIC S9(11)V99 VALUE 0.
           01  WS-READ-COUNT PIC 9(7) VALUE 0.
      * Segments clos de NOUVEAU_FICHIER inscrits au catalogue (la
      * derniere ligne d'un mois l'emporte), avec leurs plages de
      * runs et de TRAN-DATE ; un segment catalogue introuvable rend
      * l'extrait incomplet (code retour 2).
           01  StatutSegmentCatalogueFile PIC X(2) VALUE '00'.
           01  WS-SEG-MAX PIC 9(3) COMP VALUE 600.
           01  WS-SEG-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-SEG-TABLE.
               05  WS-SEG-ENTRY OCCURS 600 TIMES.
                   10  WS-SEG-MONTH      PIC 9(6).
                   10  WS-SEG-STATUS     PIC X(1).
                   10  WS-SEG-FILENAME   PIC X(40).
                   10  WS-SEG-FIRST-RUN  PIC 9(5).
                   10  WS-SEG-LAST-RUN   PIC 9(5).
                   10  WS-SEG-FIRST-DATE PIC 9(8).
                   10  WS-SEG-LAST-DATE  PIC 9(8).
           01  WS-SEG-IDX PIC 9(3) COMP VALUE 0.
           01  WS-SEG-FOUND PIC X(1) VALUE 'N'.
           01  WS-SEG-EOF PIC X(1) VALUE 'N'.
           01  WS-SEG-WANTED PIC X(1) VALUE 'N'.
           01  WS-SEG-READ-COUNT PIC 9(3) VALUE 0.
           01  WS-SEG-MISSING-COUNT PIC 9(3) VALUE 0.
           01  WS-ACTIVE-NF-FILENAME PIC X(100) VALUE SPACES.
      * Code retour : 0 = extrait produit, 2 = parametres ou fichier
      * source absents (ou segment clos introuvable : extrait
      * incomplet), 4 = aucun enregistrement retenu,
      * 8 = erreur d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

               ON EXCEPTION
                   MOVE "NOUVEAU_FICHIER.txt" TO WS-NF-FILENAME
           END-ACCEPT.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "RUN_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-ID
           END-ACCEPT.

           PERFORM READ-SELECTION-PARAMS.
           IF FileStatusReturnCode = 0
               END-IF
           END-IF.

      * Parcourt les segments de NOUVEAU_FICHIER retenus et le
      * segment ouvert, et ecrit les enregistrements retenus (hors
      * fins de fichier et annules) dans l'extrait.
       RUN-EXTRACTION.
           OPEN INPUT NouveauFichier.
           IF StatutOfMyFile NOT = "00"
               DISPLAY FUNCTION TRIM(WS-NF-FILENAME)
                   " introuvable (statut " StatutOfMyFile ")."
           ELSE
               CLOSE NouveauFichier
               PERFORM LOAD-SEGMENT-CATALOGUE
               OPEN OUTPUT ExtractFile
               PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                       UNTIL WS-SEG-IDX > WS-SEG-COUNT + 1
                   PERFORM POINT-NEXT-SEGMENT
                   IF WS-SEG-WANTED = 'Y'
                       PERFORM EXTRACT-ONE-NF-SEGMENT
                   END-IF
               END-PERFORM
               MOVE WS-ACTIVE-NF-FILENAME TO WS-NF-FILENAME
               CLOSE ExtractFile
               IF WS-SEG-READ-COUNT > 0
                   DISPLAY "Segments clos relus  . . . : "
                       WS-SEG-READ-COUNT
               END-IF
               IF WS-SEG-MISSING-COUNT > 0
                   MOVE 2 TO FileStatusReturnCode
                   DISPLAY "*** EXTRAIT INCOMPLET : "
                       WS-SEG-MISSING-COUNT " segment(s) clos "
                       "introuvable(s)."
               END-IF
               DISPLAY "Enregistrements lus  . . . : " WS-READ-COUNT
               DISPLAY "Enregistrements retenus  . : "
                   WS-SELECTED-COUNT
                   WS-SELECTED-TOTAL
               DISPLAY "Extrait ecrit : "
                   FUNCTION TRIM(WS-EXTRACT-FILENAME)
               PERFORM WRITE-ACCESS-LOG
               IF WS-SELECTED-COUNT = 0
                       AND FileStatusReturnCode = 0
                   MOVE 4 TO FileStatusReturnCode
               END-IF
           END-IF.

      * Parcourt un segment (WS-NF-FILENAME) ; un segment clos
      * introuvable est compte.
       EXTRACT-ONE-NF-SEGMENT.
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
                           ADD 1 TO WS-READ-COUNT
                           PERFORM SELECT-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE NouveauFichier
           ELSE
               ADD 1 TO WS-SEG-MISSING-COUNT
               DISPLAY "*** Segment " FUNCTION TRIM(WS-NF-FILENAME)
                   " introuvable (statut " StatutOfMyFile ")."
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
                   END-IF
               END-PERFORM
      * L'index a depasse d'un rang la ligne trouvee.
               IF WS-SEG-FOUND = 'Y'
                   SUBTRACT 1 FROM WS-SEG-IDX
                   PERFORM STORE-ONE-SEGMENT
               ELSE
                   IF WS-SEG-COUNT < WS-SEG-MAX
                       ADD 1 TO WS-SEG-COUNT
                       MOVE WS-SEG-COUNT TO WS-SEG-IDX
                       PERFORM STORE-ONE-SEGMENT
                   END-IF
               END-IF
           END-IF.

       STORE-ONE-SEGMENT.
           MOVE NC-MONTH TO WS-SEG-MONTH(WS-SEG-IDX).
           MOVE NC-STATUS TO WS-SEG-STATUS(WS-SEG-IDX).
           MOVE NC-FILENAME TO WS-SEG-FILENAME(WS-SEG-IDX).
           MOVE NC-FIRST-RUN TO WS-SEG-FIRST-RUN(WS-SEG-IDX).
           MOVE NC-LAST-RUN TO WS-SEG-LAST-RUN(WS-SEG-IDX).
           MOVE NC-FIRST-DATE TO WS-SEG-FIRST-DATE(WS-SEG-IDX).
           MOVE NC-LAST-DATE TO WS-SEG-LAST-DATE(WS-SEG-IDX).

      * Designe le fichier du rang WS-SEG-IDX : un segment clos dont
      * les plages de TRAN-DATE et de runs rencontrent les criteres,
      * ou, apres le dernier rang du catalogue, le segment ouvert.
       POINT-NEXT-SEGMENT.
           MOVE 'N' TO WS-SEG-WANTED.
           IF WS-SEG-IDX > WS-SEG-COUNT
               MOVE WS-ACTIVE-NF-FILENAME TO WS-NF-FILENAME
               MOVE 'Y' TO WS-SEG-WANTED
           ELSE
               IF WS-SEG-STATUS(WS-SEG-IDX) = 'C'
                       AND WS-SEG-LAST-DATE(WS-SEG-IDX) >= WS-DATE-MIN
                       AND WS-SEG-FIRST-DATE(WS-SEG-IDX) <= WS-DATE-MAX
                       AND (WS-RUN-FILTER-ON = 'N'
                           OR (WS-SEG-FIRST-RUN(WS-SEG-IDX)
                                   <= WS-RUN-FILTER
                               AND WS-SEG-LAST-RUN(WS-SEG-IDX)
                                   >= WS-RUN-FILTER))
                   MOVE WS-SEG-FILENAME(WS-SEG-IDX) TO WS-NF-FILENAME
                   MOVE 'Y' TO WS-SEG-WANTED
               END-IF
           END-IF.

      * Applique les criteres a l'enregistrement courant.
       SELECT-ONE-RECORD.
           IF FUNCTION TRIM(TRAN-DESCRIPTION) = "TRAILER RECORD"
               END-PERFORM
           END-IF.

      * Inscrit l'extraction au journal des acces (ACCESSLOG.txt) :
      * operateur, criteres de selection tels que saisis dans
      * EXTRACT_PARAMS.txt (dates, montants, run, sous-chaine),
      * nombre d'enregistrements extraits.
       WRITE-ACCESS-LOG.
           MOVE SPACES TO WS-ACCESS-CRITERIA.
           STRING "DATES " DELIMITED BY SIZE
                   WS-DATE-MIN DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-DATE-MAX DELIMITED BY SIZE
                   " RUN " DELIMITED BY SIZE
                   XP-RUN-X DELIMITED BY SIZE
                   " MT " DELIMITED BY SIZE
                   FUNCTION TRIM(XP-AMOUNT-MIN-X) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(XP-AMOUNT-MAX-X) DELIMITED BY SIZE
                   " DESC " DELIMITED BY SIZE
                   FUNCTION TRIM(XP-DESC-SUBSTR) DELIMITED BY SIZE
               INTO WS-ACCESS-CRITERIA.
           OPEN EXTEND AccessLogFile.
           IF StatutAccessLogFile = "35"
               OPEN OUTPUT AccessLogFile
           END-IF.
           MOVE SPACES TO AccessLogRecord.
           MOVE WS-SYS-TIMESTAMP TO AX-TIMESTAMP.
           MOVE WS-RUN-ID TO AX-OPERATOR.
           MOVE "SelectiveExtract" TO AX-PROGRAM.
           MOVE 'E' TO AX-KIND.
           MOVE WS-SELECTED-COUNT TO AX-RECORD-COUNT.
           MOVE WS-ACCESS-CRITERIA TO AX-CRITERIA.
           WRITE AccessLogRecord.
           CLOSE AccessLogFile.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb enreg.
       WRITE-AUDIT-TRAIL.
