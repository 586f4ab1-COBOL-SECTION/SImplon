      * signe explicites, et les enregistrements techniques (en-tete de
      * CreateFile, fins de fichier de modifCreated, annules) exclus -
      * c'est precisement ce qu'une conversion shell ne sait pas faire.
      * Au gisement NOUVEAU_FICHIER, l'export porte par defaut sur le
      * segment ouvert (mois de chargement courant) ; NF_FROM_MONTH
      * et/ou NF_TO_MONTH (AAAAMM) y ajoutent les segments clos de ces
      * mois inscrits au catalogue (voir cSplitNouveauFichier.cbl),
      * comme cReportNouveauFichier. Les mois couverts sont affiches
      * et portes au journal des acces ; la premiere ligne du fichier
      * delimite reste celle des noms de champs.
       FILE-CONTROL.
      * Fichier source, lu en lignes brutes ; le gisement applique
      * depend du mode d'export (voir WS-EXPORT-LAYOUT).
       SELECT BatchCurrentFile ASSIGN TO "BATCH_CURRENT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutBatchCurrentFile.
      * Journal permanent des acces aux donnees clients : une ligne
      * par export en mode CLAIR, le mode MASQUE ne montrant pas de
      * donnees clients (voir copybooks/ACCESSREC.cpy).
       SELECT AccessLogFile ASSIGN TO "ACCESSLOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAccessLogFile.
      * Piste d'audit commune a tous les programmes du batch
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

      * !!!! Section déclarant les fichiers utilisés par le programme
       FILE SECTION.
      * Ligne brute du fichier source : 102 octets couvrent les deux
      * gisements possibles (maitre 102, NOUVEAU_FICHIER 85, complete
      * d'espaces a la lecture).
           FD  SourceFile.
           01  SourceRecord PIC X(102).

           FD  CsvFile.
           01  CsvRecord PIC X(120).
           FD  BatchCurrentFile.
           01  BatchCurrentRecord PIC 9(5).

           FD  AccessLogFile.
           01  AccessLogRecord.
      * Gisement du journal des acces (voir copybooks/ACCESSREC.cpy).
               COPY ACCESSREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

           FD  SegmentCatalogueFile.
           01  SegmentCatalogueRecord.
      * Gisement du catalogue des segments (voir
      * copybooks/NFCATREC.cpy).
               COPY NFCATREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutSourceFile PIC X(2) VALUE '00'.
           01  StatutCsvFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutAccessLogFile PIC X(2) VALUE '00'.
      * Identifiant de l'operateur (RUN_ID), inscrit au journal des
      * acces avec le fichier exporte et le nombre d'enregistrements
      * exportes en clair.
           01  WS-RUN-ID PIC X(10) VALUE SPACES.
           01  WS-ACCESS-CRITERIA PIC X(80) VALUE SPACES.
      * Nom du fichier source, surchargeable via EXPORT_INPUT_FILE
      * (par defaut NOUVEAU_FICHIER.txt, comme le rapport).
           01  WS-INPUT-FILENAME PIC X(100)
           01  WS-CURRENT-BATCH-ID PIC 9(5) VALUE 0.
           01  WS-MANIFEST-COUNT PIC 9(7) VALUE 0.
           01  WS-MANIFEST-HASH PIC S9(13)V99 VALUE 0.
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
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = run normal, 2 = fichier source absent, 4 = fichier
      *   source trouve mais aucun enregistrement exporte,
      *   8 = erreur d'E/S irrecuperable ou segment clos demande
      *   introuvable (export incomplet)
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

      * !!!! COMMANDE D'EXUCUTIONS DU PROGRAMME:
               ON EXCEPTION
                   MOVE "NOUVEAU_FICHIER.txt" TO WS-INPUT-FILENAME
           END-ACCEPT.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "RUN_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-ID
           END-ACCEPT.
           ACCEPT WS-CSV-FILENAME FROM ENVIRONMENT "EXPORT_CSV_FILE"
               ON EXCEPTION
                   MOVE "EXPORT_FINANCE.csv" TO WS-CSV-FILENAME
               END-IF
               PERFORM LOAD-MASK-RULES
           END-IF.
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
           IF WS-EXPORT-LAYOUT = "NF"
               PERFORM LOAD-SEGMENT-CATALOGUE
           ELSE
               MOVE WS-INPUT-FILENAME TO WS-ACTIVE-NF-FILENAME
           END-IF.

           OPEN INPUT SourceFile.
           EVALUATE StatutSourceFile
           WHEN "00"
               CLOSE SourceFile
               PERFORM NOTE-MONTHS-COVERED
               PERFORM BUILD-COVER-TEXT
               OPEN OUTPUT CsvFile
               PERFORM WRITE-CSV-HEADER
               PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                       UNTIL WS-SEG-IDX > WS-SEG-COUNT + 1
                   PERFORM POINT-NEXT-SEGMENT
                   IF WS-SEG-WANTED = 'Y'
                       PERFORM EXPORT-ONE-SOURCE-SEGMENT
                   END-IF
               END-PERFORM
               MOVE WS-ACTIVE-NF-FILENAME TO WS-INPUT-FILENAME
               CLOSE CsvFile
               PERFORM WRITE-TRANSMISSION-MANIFEST
               IF WS-MASK-MODE = "CLAIR"
                   IF WS-EXPORT-LAYOUT = "NF"
                       STRING "CLAIR " DELIMITED BY SIZE
                               WS-INPUT-FILENAME DELIMITED BY SPACE
                               " -> " DELIMITED BY SIZE
                               WS-CSV-FILENAME DELIMITED BY SPACE
                               " mois " DELIMITED BY SIZE
                               WS-SEG-COVER-TEXT DELIMITED BY SIZE
                           INTO WS-ACCESS-CRITERIA
                   ELSE
                       STRING "CLAIR " DELIMITED BY SIZE
                               WS-INPUT-FILENAME DELIMITED BY SPACE
                               " -> " DELIMITED BY SIZE
                               WS-CSV-FILENAME DELIMITED BY SPACE
                           INTO WS-ACCESS-CRITERIA
                   END-IF
                   PERFORM WRITE-ACCESS-LOG
               END-IF
               EVALUATE TRUE
               WHEN WS-SEG-MISSING-COUNT > 0
                   MOVE 8 TO FileStatusReturnCode
                   DISPLAY "*** EXPORT INCOMPLET : "
                       WS-SEG-MISSING-COUNT
                       " segment(s) clos introuvable(s)."
               WHEN RecordsExported = 0
                   MOVE 4 TO FileStatusReturnCode
               WHEN OTHER
                   MOVE 0 TO FileStatusReturnCode
               END-EVALUATE
           WHEN "35"
               MOVE 2 TO FileStatusReturnCode
               DISPLAY FUNCTION TRIM(WS-INPUT-FILENAME)
                   " (statut " StatutSourceFile ")."
           END-EVALUATE.

           IF WS-EXPORT-LAYOUT = "NF"
               DISPLAY "Mois couverts : "
                   FUNCTION TRIM(WS-SEG-COVER-TEXT)
               IF WS-SEG-READ-COUNT > 0
                   DISPLAY "Segments clos relus : " WS-SEG-READ-COUNT
               END-IF
           END-IF.
           DISPLAY "Enregistrements exportes : " RecordsExported.
           DISPLAY "Enregistrements techniques exclus : "
               RecordsExcluded.

           STOP RUN.

      * Exporte un segment (WS-INPUT-FILENAME) ; un segment clos
      * introuvable est signale et compte.
       EXPORT-ONE-SOURCE-SEGMENT.
           OPEN INPUT SourceFile.
           IF StatutSourceFile = "00"
               IF WS-SEG-IDX NOT > WS-SEG-COUNT
                   ADD 1 TO WS-SEG-READ-COUNT
               END-IF
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ SourceFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           PERFORM EXPORT-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SourceFile
           ELSE
               ADD 1 TO WS-SEG-MISSING-COUNT
               DISPLAY "*** Segment " FUNCTION TRIM(WS-INPUT-FILENAME)
                   " introuvable (statut " StatutSourceFile ")."
           END-IF.

      * Releve les segments clos du catalogue (la derniere ligne d'un
      * mois l'emporte) et le mois du segment ouvert. Catalogue
      * absent : NOUVEAU_FICHIER.txt n'a jamais ete decoupe, il porte
      * toute l'histoire.
       LOAD-SEGMENT-CATALOGUE.
           MOVE WS-INPUT-FILENAME TO WS-ACTIVE-NF-FILENAME.
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
               MOVE WS-ACTIVE-NF-FILENAME TO WS-INPUT-FILENAME
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
                       TO WS-INPUT-FILENAME
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
           MOVE WS-ACTIVE-NF-FILENAME TO WS-INPUT-FILENAME.

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

      * Ligne d'en-tete nommant les champs, selon le gisement exporte.
       WRITE-CSV-HEADER.
           MOVE SPACES TO CsvRecord.
      * maintenance), puis construction de la ligne delimitee.
       EXPORT-ONE-RECORD.
           IF WS-EXPORT-LAYOUT = "MASTER"
               MOVE SourceRecord(1:102) TO WS-MASTER-RECORD
               PERFORM EXPORT-MASTER-RECORD
           ELSE
               MOVE SourceRecord TO WS-NF-RECORD
           WRITE TransmissionRegRecord.
           CLOSE TransmissionRegFile.

      * Inscrit l'export en clair au journal des acces
      * (ACCESSLOG.txt) : operateur, fichier source et fichier
      * produit, nombre d'enregistrements exportes.
       WRITE-ACCESS-LOG.
           OPEN EXTEND AccessLogFile.
           IF StatutAccessLogFile = "35"
               OPEN OUTPUT AccessLogFile
           END-IF.
           MOVE SPACES TO AccessLogRecord.
           MOVE WS-SYS-TIMESTAMP TO AX-TIMESTAMP.
           MOVE WS-RUN-ID TO AX-OPERATOR.
           MOVE "ExportCsv" TO AX-PROGRAM.
           MOVE 'E' TO AX-KIND.
           MOVE RecordsExported TO AX-RECORD-COUNT.
           MOVE WS-ACCESS-CRITERIA TO AX-CRITERIA.
           WRITE AccessLogRecord.
           CLOSE AccessLogFile.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb enreg.
       WRITE-AUDIT-TRAIL.
