      * NOUVEAU_FICHIER.txt, et imprime un certificat equilibre /
      * desequilibre en nommant l'etape ou des enregistrements se sont
      * perdus.
      * NOUVEAU_FICHIER.txt ne porte que le mois de chargement
      * courant (voir cSplitNouveauFichier.cbl) : le rapport compte
      * ce segment ouvert, le fichier maitre porte l'exercice - les
      * segments clos de l'annee, inscrits au catalogue, sont relus
      * comme le fait ConsolidateMaster.
       FILE-CONTROL.
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       SELECT NouveauFichier ASSIGN TO DYNAMIC WS-NF-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOfMyFile.
      * Catalogue des segments de NOUVEAU_FICHIER (voir
      * copybooks/NFCATREC.cpy).
       SELECT SegmentCatalogueFile
           ASSIGN TO "NOUVEAU_FICHIER_CATALOGUE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSegmentCatalogueFile.
      * Alertes d'exploitation codees par gravite (voir
      * copybooks/ALERTREC.cpy), restituees par cExceptionSummary.
       SELECT OpsAlertFile ASSIGN TO "OPSALERTS.txt"
               COPY TRANREC.
           05  NF-RunCounter PIC 9(5).

           FD  SegmentCatalogueFile.
           01  SegmentCatalogueRecord.
      * Gisement du catalogue des segments (voir
      * copybooks/NFCATREC.cpy).
               COPY NFCATREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.
           01  WS-NF-CANCELLED-COUNT PIC 9(9) VALUE 0.
           01  WS-NF-TAIL-COUNT PIC 9(9) VALUE 0.
           01  WS-SEGMENT-COUNT PIC 9(9) VALUE 0.
      * Actifs du seul segment ouvert, ce que compte le rapport (les
      * comptages ci-dessus portent sur l'exercice, comme le maitre).
           01  WS-NF-OPEN-ACTIVE-COUNT PIC 9(9) VALUE 0.
      * Segments clos de NOUVEAU_FICHIER inscrits au catalogue (la
      * derniere ligne d'un mois l'emporte), relus avant le segment
      * ouvert s'ils sont de l'exercice de la journee certifiee
      * (mois a partir de WS-SEG-FROM-MONTH).
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
           01  WS-SEG-FROM-MONTH PIC 9(6) VALUE 0.
           01  WS-SEG-READ-COUNT PIC 9(3) VALUE 0.
           01  WS-ACTIVE-NF-FILENAME PIC X(100) VALUE SPACES.
      * Compensation des extournes, a l'image de ConsolidateMaster :
      * les extournes et leurs originales apparieees sont comptees
      * dans les actifs de NOUVEAU_FICHIER.txt mais n'entrent pas au
           END-IF.

      * Releve les enregistrements de fin de fichier et les comptages
      * directs dans NOUVEAU_FICHIER (segments de l'exercice) : total
      * des fins de fichier datees du jour (ce que les runs du jour
      * declarent avoir ecrit), total de toutes les fins de fichier,
      * enregistrements actifs et annules, et queue non cloturee.
       COLLECT-TRAILER-COUNTS.
           ACCEPT WS-NF-FILENAME
               FROM ENVIRONMENT "NOUVEAU_FICHIER_FILE"
               ON EXCEPTION
                   MOVE "NOUVEAU_FICHIER.txt" TO WS-NF-FILENAME
           END-ACCEPT.
           PERFORM LOAD-SEGMENT-CATALOGUE.
           PERFORM PRELOAD-REVERSALS.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT + 1
               PERFORM POINT-NEXT-SEGMENT
               IF WS-SEG-WANTED = 'Y'
                   PERFORM COLLECT-ONE-NF-SEGMENT
               END-IF
           END-PERFORM.

      * Releve les comptages d'un segment (WS-NF-FILENAME).
       COLLECT-ONE-NF-SEGMENT.
           OPEN INPUT NouveauFichier.
           IF StatutOfMyFile = "00"
               IF WS-SEG-IDX NOT > WS-SEG-COUNT
                   ADD 1 TO WS-SEG-READ-COUNT
               END-IF
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ NouveauFichier
               WHEN TRAN-REVERSAL-FLAG = 'R'
                   ADD 1 TO WS-NF-ACTIVE-COUNT
                   ADD 1 TO WS-NF-REVERSAL-COUNT
                   PERFORM COUNT-OPEN-SEGMENT-ACTIVE
               WHEN OTHER
                   ADD 1 TO WS-NF-ACTIVE-COUNT
                   PERFORM COUNT-OPEN-SEGMENT-ACTIVE
                   PERFORM CHECK-RECORD-REVERSED
                   IF WS-REV-FOUND = 'Y'
                       ADD 1 TO WS-NF-NETTED-COUNT
               END-EVALUATE
           END-IF.

      * Actif lu dans le segment ouvert (dernier rang de la boucle).
       COUNT-OPEN-SEGMENT-ACTIVE.
           IF WS-SEG-IDX > WS-SEG-COUNT
               ADD 1 TO WS-NF-OPEN-ACTIVE-COUNT
           END-IF.

      * Pre-lecture des segments relus : releve les cibles des
      * extournes actives, pour apparier les originales compensees
      * quelle que soit leur position relative dans le fichier.
       PRELOAD-REVERSALS.
           MOVE 0 TO WS-REV-COUNT.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT + 1
               PERFORM POINT-NEXT-SEGMENT
               IF WS-SEG-WANTED = 'Y'
                   PERFORM PRELOAD-ONE-NF-SEGMENT
               END-IF
           END-PERFORM.

      * Releve les extournes d'un segment (WS-NF-FILENAME).
       PRELOAD-ONE-NF-SEGMENT.
           OPEN INPUT NouveauFichier.
           IF StatutOfMyFile = "00"
               MOVE 'N' TO WS-REV-PRELOAD-EOF
               CLOSE NouveauFichier
           END-IF.

      * Releve les segments clos du catalogue (la derniere ligne d'un
      * mois l'emporte) et le mois de debut de l'exercice de la
      * journee certifiee. Catalogue absent : NOUVEAU_FICHIER.txt n'a
      * jamais ete decoupe, il porte toute l'histoire.
       LOAD-SEGMENT-CATALOGUE.
           MOVE WS-NF-FILENAME TO WS-ACTIVE-NF-FILENAME.
           MOVE WS-BALANCE-DATE(1:6) TO WS-SEG-FROM-MONTH.
           MOVE "01" TO WS-SEG-FROM-MONTH(5:2).
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

      * Designe le fichier du rang WS-SEG-IDX : un segment clos de
      * l'exercice, ou, apres le dernier rang du catalogue, le
      * segment ouvert.
       POINT-NEXT-SEGMENT.
           MOVE 'N' TO WS-SEG-WANTED.
           IF WS-SEG-IDX > WS-SEG-COUNT
               MOVE WS-ACTIVE-NF-FILENAME TO WS-NF-FILENAME
               MOVE 'Y' TO WS-SEG-WANTED
           ELSE
               IF WS-SEG-STATUS(WS-SEG-IDX) = 'C'
                       AND WS-SEG-MONTH(WS-SEG-IDX)
                           NOT < WS-SEG-FROM-MONTH
                   MOVE WS-SEG-FILENAME(WS-SEG-IDX) TO WS-NF-FILENAME
                   MOVE 'Y' TO WS-SEG-WANTED
               END-IF
           END-IF.

      * L'enregistrement courant est-il vise par une extourne non
      * encore apparieee ? (une extourne ne compense qu'une
      * originale, comme dans ConsolidateMaster)
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "  Actifs dans NOUVEAU_FICHIER.txt . . . . : "
                       DELIMITED BY SIZE
                   WS-NF-OPEN-ACTIVE-COUNT DELIMITED BY SIZE
                   " (segment ouvert)." DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "  Actifs de l'exercice  . . . . . . . . . : "
                       DELIMITED BY SIZE
                   WS-NF-ACTIVE-COUNT DELIMITED BY SIZE
                   " (annules : " DELIMITED BY SIZE
                   WS-NF-CANCELLED-COUNT DELIMITED BY SIZE
                   ", segments clos relus : " DELIMITED BY SIZE
                   WS-SEG-READ-COUNT DELIMITED BY SIZE
                   ")." DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
                       "rapprochement saute." DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
           ELSE
               IF WS-REPORT-LAST = WS-NF-OPEN-ACTIVE-COUNT
                   MOVE 'Y' TO WS-CHECK2
                   STRING "Etape 2 - comptage du rapport vs fichier "
                               DELIMITED BY SIZE
                           ": ECART (" DELIMITED BY SIZE
                           WS-REPORT-LAST DELIMITED BY SIZE
                           " au rapport contre " DELIMITED BY SIZE
                           WS-NF-OPEN-ACTIVE-COUNT DELIMITED BY SIZE
                           " actifs)." DELIMITED BY SIZE
                       INTO WS-SPOOL-LINE
               END-IF
