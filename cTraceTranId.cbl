      * etape de la chaine : liste de rejets, NOUVEAU_FICHIER.txt,
      * journal de maintenance, journal de purge, puis les fichiers
      * maitres des journees consolidees (datees d'apres les lignes
      * ConsolidateMaster de la piste d'audit). Le fichier charge est
      * parcouru segment par segment : tous les segments clos du
      * catalogue puis le segment ouvert (voir
      * cSplitNouveauFichier.cbl).
       FILE-CONTROL.
       SELECT RejectFile ASSIGN TO "NOUVEAU_FICHIER_REJETS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       SELECT MasterFile ASSIGN TO DYNAMIC WS-MASTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutMasterFile.
      * Journal permanent des acces aux donnees clients : une ligne
      * par trace editee (voir copybooks/ACCESSREC.cpy).
       SELECT AccessLogFile ASSIGN TO "ACCESSLOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAccessLogFile.
      * Catalogue des segments de NOUVEAU_FICHIER (voir
      * copybooks/NFCATREC.cpy).
       SELECT SegmentCatalogueFile
           ASSIGN TO "NOUVEAU_FICHIER_CATALOGUE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSegmentCatalogueFile.
      * Piste d'audit commune, relue pour dater les consolidations.
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
      * Gisement maitre commun (voir copybooks/MASTERREC.cpy).
               COPY MASTERREC.

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
           01  StatutPurgeFile PIC X(2) VALUE '00'.
           01  StatutMasterFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutAccessLogFile PIC X(2) VALUE '00'.
      * Identifiant de l'operateur (RUN_ID), inscrit au journal des
      * acces avec le TRAN-ID trace et le nombre d'evenements
      * restitues.
           01  WS-RUN-ID PIC X(10) VALUE SPACES.
           01  WS-ACCESS-CRITERIA PIC X(80) VALUE SPACES.
           01  WS-NF-FILENAME PIC X(100) VALUE "NOUVEAU_FICHIER.txt".
           01  WS-MASTER-FILENAME PIC X(100) VALUE SPACES.
      * Horodatage systeme pour la piste d'audit
           01  WS-TOTAL-HITS PIC 9(7) VALUE 0.
      * Montant edite pour l'affichage
           01  WS-AMOUNT-EDITED PIC -(8)9.99.
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
      * Code retour : 0 = trace editee, 4 = TRAN-ID introuvable dans
      * toutes les sources (ou saisie invalide), 8 = erreur d'E/S
      * irrecuperable
               ON EXCEPTION
                   MOVE "NOUVEAU_FICHIER.txt" TO WS-NF-FILENAME
           END-ACCEPT.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "RUN_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-ID
           END-ACCEPT.
           DISPLAY "TRAN-ID a tracer (7 chiffres) :".
           ACCEPT TraceTranId-X.
           IF TraceTranId-X IS NOT NUMERIC OR TraceTranId-X = "0000000"
                   DISPLAY "=> " WS-TOTAL-HITS " evenement(s) "
                       "retrouve(s) pour ce TRAN-ID."
               END-IF
               STRING "TRAN-ID " DELIMITED BY SIZE
                       TraceTranId DELIMITED BY SIZE
                   INTO WS-ACCESS-CRITERIA
               PERFORM WRITE-ACCESS-LOG
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
               DISPLAY "  (aucun rejet pour ce TRAN-ID)"
           END-IF.

      * Etape 2 : NOUVEAU_FICHIER.txt et ses segments clos -
      * l'enregistrement charge (run, flux d'origine, cycles de
      * resoumission, annulation), et toute extourne qui le vise.
       TRACE-NOUVEAU-FICHIER.
           DISPLAY " ".
           DISPLAY "2. Fichier charge ("
               FUNCTION TRIM(WS-NF-FILENAME) " et segments clos) :".
           PERFORM LOAD-SEGMENT-CATALOGUE.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT + 1
               PERFORM POINT-NEXT-SEGMENT
               IF WS-SEG-WANTED = 'Y'
                   PERFORM TRACE-ONE-NF-SEGMENT
               END-IF
           END-PERFORM.
           MOVE WS-ACTIVE-NF-FILENAME TO WS-NF-FILENAME.
           IF WS-SEG-MISSING-COUNT > 0
               DISPLAY "  *** Trace incomplete : "
                   WS-SEG-MISSING-COUNT
                   " segment(s) clos introuvable(s)."
           END-IF.
           IF WS-NF-HITS = 0 AND WS-REVERSAL-HITS = 0
               DISPLAY "  (absent du fichier charge)"
           END-IF.

      * Parcourt un segment (WS-NF-FILENAME) ; un segment clos
      * introuvable est signale et compte.
       TRACE-ONE-NF-SEGMENT.
           OPEN INPUT NouveauFichier.
           IF StatutOfMyFile NOT = "00"
                   AND WS-SEG-IDX NOT > WS-SEG-COUNT
               ADD 1 TO WS-SEG-MISSING-COUNT
               DISPLAY "  *** Segment " FUNCTION TRIM(WS-NF-FILENAME)
                   " introuvable (statut " StatutOfMyFile ")."
           END-IF.
           IF StatutOfMyFile = "00"
               IF WS-SEG-IDX NOT > WS-SEG-COUNT
                   ADD 1 TO WS-SEG-READ-COUNT
               END-IF
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ NouveauFichier
               END-PERFORM
               CLOSE NouveauFichier
           END-IF.

       TRACE-ONE-NF-RECORD.
           IF FUNCTION TRIM(TRAN-DESCRIPTION) = "TRAILER RECORD"
                       " (flux " TRAN-FEED-ID ") le " TRAN-DATE
                       ", montant " WS-AMOUNT-EDITED " "
                       TRAN-CURRENCY-CODE
                   DISPLAY "    Range dans "
                       FUNCTION TRIM(WS-NF-FILENAME)
                   IF TRAN-RESUBMIT-COUNT IS NUMERIC
                           AND TRAN-RESUBMIT-COUNT > 0
                       DISPLAY "    Resoumis " TRAN-RESUBMIT-COUNT
               END-IF
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

      * Etape 3 : le journal de maintenance - chaque intervention
      * (image avant/apres) dont l'image porte le TRAN-ID.
       TRACE-MAINT-JOURNAL.
               CLOSE MasterFile
           END-IF.

      * Inscrit la trace au journal des acces (ACCESSLOG.txt) :
      * operateur, TRAN-ID trace, nombre d'evenements restitues.
       WRITE-ACCESS-LOG.
           OPEN EXTEND AccessLogFile.
           IF StatutAccessLogFile = "35"
               OPEN OUTPUT AccessLogFile
           END-IF.
           MOVE SPACES TO AccessLogRecord.
           MOVE WS-SYS-TIMESTAMP TO AX-TIMESTAMP.
           MOVE WS-RUN-ID TO AX-OPERATOR.
           MOVE "TraceTranId" TO AX-PROGRAM.
           MOVE 'C' TO AX-KIND.
           MOVE WS-TOTAL-HITS TO AX-RECORD-COUNT.
           MOVE WS-ACCESS-CRITERIA TO AX-CRITERIA.
           WRITE AccessLogRecord.
           CLOSE AccessLogFile.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb d'evenements
      * retrouves.
