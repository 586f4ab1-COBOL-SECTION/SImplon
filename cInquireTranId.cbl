      * cle, et affiche l'enregistrement complet - avec un "non
      * trouve" explicite quand la cle est absente. Le numero de run
      * n'est pas porte par les extracts indexes (gisement TRANREC
      * nu) : il est recherche dans NOUVEAU_FICHIER.txt, segments
      * clos du catalogue compris (voir cSplitNouveauFichier.cbl).
       FILE-CONTROL.
      * Variante indexee a consulter, surchargeable via INQUIRY_IDX
      * (par defaut MUNABTP_IDX.dat, cle sur TRAN-ID comme les deux
       SELECT NouveauFichier ASSIGN TO DYNAMIC WS-NF-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOfMyFile.
      * Catalogue des segments de NOUVEAU_FICHIER (voir
      * copybooks/NFCATREC.cpy).
       SELECT SegmentCatalogueFile
           ASSIGN TO "NOUVEAU_FICHIER_CATALOGUE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSegmentCatalogueFile.
      * Journal permanent des acces aux donnees clients : une ligne
      * par TRAN-ID consulte (voir copybooks/ACCESSREC.cpy).
       SELECT AccessLogFile ASSIGN TO "ACCESSLOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAccessLogFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
               COPY TRANREC.
           05  NF-RunCounter PIC 9(5).

           FD  AccessLogFile.
           01  AccessLogRecord.
      * Gisement du journal des acces (voir copybooks/ACCESSREC.cpy).
               COPY ACCESSREC.

           FD  SegmentCatalogueFile.
           01  SegmentCatalogueRecord.
      * Gisement du catalogue des segments (voir
      * copybooks/NFCATREC.cpy).
               COPY NFCATREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.
           01  StatutIndexedFile PIC X(2) VALUE '00'.
           01  StatutOfMyFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutAccessLogFile PIC X(2) VALUE '00'.
      * Identifiant de l'operateur (RUN_ID), inscrit au journal des
      * acces avec le TRAN-ID consulte et le resultat.
           01  WS-RUN-ID PIC X(10) VALUE SPACES.
           01  WS-ACCESS-COUNT PIC 9(7) VALUE 0.
           01  WS-ACCESS-DATETIME.
               05 WS-ACCESS-TIMESTAMP PIC 9(14).
               05 FILLER              PIC X(7).
      * Nom de la variante indexee consultee, surchargeable via
      * INQUIRY_IDX.
           01  WS-IDX-FILENAME PIC X(100) VALUE "MUNABTP_IDX.dat".
      * Nom de NOUVEAU_FICHIER.txt, surchargeable via la meme variable
      * d'environnement que les autres programmes.
           01  WS-NF-FILENAME PIC X(100) VALUE "NOUVEAU_FICHIER.txt".
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
           01  WS-ACTIVE-NF-FILENAME PIC X(100) VALUE SPACES.
      * Horodatage systeme pour la piste d'audit
           01  WS-SYS-DATETIME.
               05 WS-SYS-TIMESTAMP PIC 9(14).
               ON EXCEPTION
                   MOVE "NOUVEAU_FICHIER.txt" TO WS-NF-FILENAME
           END-ACCEPT.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "RUN_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-ID
           END-ACCEPT.
           PERFORM LOAD-SEGMENT-CATALOGUE.

           OPEN INPUT IndexedFile.
           IF StatutIndexedFile = "00"
      * variante indexee si elle est disponible, sinon parcours
      * sequentiel de NOUVEAU_FICHIER.txt en secours.
       LOOKUP-ONE-TRAN-ID.
           MOVE 'N' TO WS-FOUND.
           IF WS-INDEXED-AVAILABLE = 'Y'
               PERFORM LOOKUP-BY-KEY
           ELSE
               PERFORM LOOKUP-SEQUENTIAL
           END-IF.
           IF WS-FOUND = 'Y'
               MOVE 1 TO WS-ACCESS-COUNT
           ELSE
               MOVE 0 TO WS-ACCESS-COUNT
           END-IF.
           PERFORM WRITE-ACCESS-LOG.

      * Lecture directe par cle dans la variante indexee, puis
      * recherche du numero de run dans NOUVEAU_FICHIER.txt (les
                       " : NON TROUVE dans "
                       FUNCTION TRIM(WS-IDX-FILENAME) "."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
                   MOVE IDX-TRAN-AMOUNT TO WS-AMOUNT-EDITED
                   DISPLAY "TRAN-ID " IDX-TRAN-ID " :"
                   DISPLAY "  Date  . . . . : " IDX-TRAN-DATE
           END-READ.

      * Consultation de secours : parcours sequentiel de
      * NOUVEAU_FICHIER.txt et de ses segments clos quand la variante
      * indexee est indisponible.
       LOOKUP-SEQUENTIAL.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT + 1
                       OR WS-FOUND = 'Y'
               PERFORM POINT-NEXT-SEGMENT
               IF WS-SEG-WANTED = 'Y'
                   PERFORM SEEK-ONE-NF-SEGMENT
               END-IF
           END-PERFORM.
           MOVE WS-ACTIVE-NF-FILENAME TO WS-NF-FILENAME.
           IF WS-FOUND NOT = 'Y'
               ADD 1 TO NotFoundCount
               DISPLAY "TRAN-ID " InquiryTranId " : NON TROUVE dans "
                   FUNCTION TRIM(WS-NF-FILENAME) " ni ses segments "
                   "clos."
           END-IF.

      * Recherche le TRAN-ID dans un segment (WS-NF-FILENAME) et
      * l'affiche ; un segment clos introuvable est signale.
       SEEK-ONE-NF-SEGMENT.
           OPEN INPUT NouveauFichier.
           IF StatutOfMyFile NOT = "00"
                   AND WS-SEG-IDX NOT > WS-SEG-COUNT
               DISPLAY "*** Segment " FUNCTION TRIM(WS-NF-FILENAME)
                   " introuvable (statut " StatutOfMyFile ")."
           END-IF.
           IF StatutOfMyFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
               END-PERFORM
               CLOSE NouveauFichier
           END-IF.

      * Recherche le numero de run de l'enregistrement affiche dans
      * NOUVEAU_FICHIER.txt et ses segments clos (absent des extracts
      * indexes).
       LOOKUP-RUN-NUMBER.
           MOVE 'N' TO WS-RUN-FOUND.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT + 1
                       OR WS-RUN-FOUND = 'Y'
               PERFORM POINT-NEXT-SEGMENT
               IF WS-SEG-WANTED = 'Y'
                   PERFORM SEEK-RUN-IN-NF-SEGMENT
               END-IF
           END-PERFORM.
           MOVE WS-ACTIVE-NF-FILENAME TO WS-NF-FILENAME.
           IF WS-RUN-FOUND NOT = 'Y'
               DISPLAY "  Numero de run : absent de "
                   FUNCTION TRIM(WS-NF-FILENAME) " et de ses "
                   "segments clos."
           END-IF.

      * Recherche le numero de run dans un segment (WS-NF-FILENAME).
       SEEK-RUN-IN-NF-SEGMENT.
           OPEN INPUT NouveauFichier.
           IF StatutOfMyFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               END-PERFORM
               CLOSE NouveauFichier
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

      * Inscrit la consultation au journal des acces (ACCESSLOG.txt) :
      * operateur, TRAN-ID demande, 1 si l'enregistrement a ete
      * affiche, 0 s'il n'a pas ete trouve.
       WRITE-ACCESS-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-ACCESS-DATETIME.
           OPEN EXTEND AccessLogFile.
           IF StatutAccessLogFile = "35"
               OPEN OUTPUT AccessLogFile
           END-IF.
           MOVE SPACES TO AccessLogRecord.
           MOVE WS-ACCESS-TIMESTAMP TO AX-TIMESTAMP.
           MOVE WS-RUN-ID TO AX-OPERATOR.
           MOVE "InquireTranId" TO AX-PROGRAM.
           MOVE 'C' TO AX-KIND.
           MOVE WS-ACCESS-COUNT TO AX-RECORD-COUNT.
           STRING "TRAN-ID " DELIMITED BY SIZE
                   InquiryTranId DELIMITED BY SIZE
               INTO AX-CRITERIA.
           WRITE AccessLogRecord.
           CLOSE AccessLogFile.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb enreg.
