      * Remplace l'identifiant de lot que CreateFile derivait de
      * l'heure systeme (deux runs dans la meme seconde se
      * heurtaient, et l'identifiant ne disait rien de la sequence).
      * Avant toute delivrance, les scelles des fichiers permanents
      * (registre SEALS.txt, liste copybooks/SEALLIST.cpy, plus les
      * segments clos de NOUVEAU_FICHIER inscrits a leur catalogue)
      * sont recalcules : un fichier modifie hors des programmes qui le
      * reecrivent bloque l'ouverture jusqu'au rescellement
      * superviseur (cResealFiles.cbl).
       FILE-CONTROL.
       SELECT BatchRegisterFile ASSIGN TO "BATCH_REGISTER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuditTrailFile.
      * Alertes d'exploitation codees par gravite (voir
      * copybooks/ALERTREC.cpy), restituees par cExceptionSummary.
       SELECT OpsAlertFile ASSIGN TO "OPSALERTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpsAlertFile.
      * Catalogue des segments de NOUVEAU_FICHIER (voir
      * copybooks/NFCATREC.cpy) : chaque segment clos est scelle par
      * cSplitNouveauFichier.cbl et controle comme la liste.
       SELECT SegmentCatalogueFile
           ASSIGN TO "NOUVEAU_FICHIER_CATALOGUE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSegmentCatalogueFile.
      * Registre des scelles des fichiers permanents (voir
      * copybooks/SEALREC.cpy), et relecture du fichier scelle pour
      * en recalculer le scelle.
       SELECT SealSourceFile ASSIGN TO DYNAMIC WS-SEAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSealSourceFile.
       SELECT SealRegisterFile ASSIGN TO "SEALS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSealRegisterFile.

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.
           01  AuditTrailRecord.
               COPY AUDITREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.

           FD  SegmentCatalogueFile.
           01  SegmentCatalogueRecord.
               COPY NFCATREC.

      * Ligne brute du fichier scelle (250 octets couvrent le plus
      * long des gisements scelles).
           FD  SealSourceFile.
           01  SealSourceRecord PIC X(250).

           FD  SealRegisterFile.
           01  SealRegisterRecord.
      * Gisement du registre des scelles (voir copybooks/SEALREC.cpy).
               COPY SEALREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutBatchRegisterFile PIC X(2) VALUE '00'.
           01  WS-CCY-IDX PIC 9(2) VALUE 0.
           01  WS-CCY-FOUND PIC X(1) VALUE 'N'.
           01  WS-MISSING-RATE-COUNT PIC 9(2) VALUE 0.
      * Controle des scelles des fichiers permanents : liste des
      * fichiers scelles, scelle courant de chacun releve au registre
      * (derniere ligne pour ce fichier), scelle recalcule.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
           01  StatutSealSourceFile PIC X(2) VALUE '00'.
           01  StatutSealRegisterFile PIC X(2) VALUE '00'.
           01  WS-SEALED-FILE-VALUES.
               COPY SEALLIST.
           01  WS-SEALED-FILE-TABLE REDEFINES WS-SEALED-FILE-VALUES.
               05  WS-SEALED-FILE PIC X(40) OCCURS 10 TIMES.
           01  WS-SEALED-FILE-COUNT PIC 9(2) VALUE 10.
      * Fichiers a controler : la liste, puis les segments clos du
      * catalogue (la derniere ligne d'un mois l'emporte).
           01  WS-SEAL-MAX PIC 9(3) VALUE 610.
           01  WS-SEAL-CHECK-COUNT PIC 9(3) VALUE 0.
           01  WS-SEAL-CHECK-TABLE.
               05  WS-SEAL-CHECK-FILE PIC X(40) OCCURS 610 TIMES.
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
           01  WS-SEAL-REG-TABLE.
               05  WS-SEAL-REG-ENTRY OCCURS 610 TIMES.
                   10  WS-SEAL-REG-KNOWN PIC X(1).
                   10  WS-SEAL-REG-COUNT PIC 9(9).
                   10  WS-SEAL-REG-HASH  PIC 9(10).
           01  WS-SEAL-IDX PIC 9(3) VALUE 0.
           01  WS-SEAL-FILENAME PIC X(40) VALUE SPACES.
           01  WS-SEAL-COUNT PIC 9(9) VALUE 0.
           01  WS-SEAL-HASH PIC 9(10) VALUE 0.
           01  WS-SEAL-LEN PIC 9(3) VALUE 0.
           01  WS-SEAL-POS PIC 9(3) VALUE 0.
           01  WS-SEAL-EOF PIC X(1) VALUE 'N'.
           01  WS-BROKEN-SEAL-COUNT PIC 9(3) VALUE 0.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'S'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Code retour : 0 = batch ouvert, 6 = scelle rompu sur un
      * fichier permanent (batch NON ouvert, faire accepter la
      * modification par un superviseur - voir cResealFiles - et
      * relancer), 7 = couverture des taux
      * incomplete pour la date de traitement (batch NON ouvert,
      * completer CURRENCYRATES.txt - voir cImportCurrencyRates - et
      * relancer), 8 = registre inaccessible
               MOVE 1 TO WS-BATCH-CYCLE
           END-IF.

           ACCEPT WS-NF-FILENAME
               FROM ENVIRONMENT "NOUVEAU_FICHIER_FILE"
               ON EXCEPTION
                   MOVE "NOUVEAU_FICHIER.txt" TO WS-NF-FILENAME
           END-ACCEPT.

           PERFORM VERIFY-FILE-SEALS.
           IF FileStatusReturnCode = 0
               PERFORM CHECK-RATE-COVERAGE
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM FIND-HIGHEST-BATCH-ID
           END-IF.
      * couvrir, la porte passe.
       CHECK-RATE-COVERAGE.
           MOVE 0 TO WS-CCY-COUNT.
           OPEN INPUT NouveauFichier.
           IF StatutOfMyFile = "00"
               MOVE 'N' TO EndOfFileSwitch
           WRITE BatchCurrentRecord.
           CLOSE BatchCurrentFile.

      * Porte des scelles : recalcule le scelle de chaque fichier
      * permanent et le compare au scelle courant du registre. Un
      * fichier dont le contenu ne correspond plus a son scelle, ou
      * present sans avoir jamais ete scelle, empeche l'ouverture du
      * batch (code retour 6), avec une alerte severe par fichier.
      * Fichier absent et jamais scelle : rien a controler.
       VERIFY-FILE-SEALS.
           MOVE 0 TO WS-BROKEN-SEAL-COUNT.
           PERFORM BUILD-SEAL-CHECK-LIST.
           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                   UNTIL WS-SEAL-IDX > WS-SEAL-CHECK-COUNT
               MOVE 'N' TO WS-SEAL-REG-KNOWN(WS-SEAL-IDX)
               MOVE 0 TO WS-SEAL-REG-COUNT(WS-SEAL-IDX)
               MOVE 0 TO WS-SEAL-REG-HASH(WS-SEAL-IDX)
           END-PERFORM.
           OPEN INPUT SealRegisterFile.
           IF StatutSealRegisterFile = "00"
               MOVE 'N' TO WS-SEAL-EOF
               PERFORM UNTIL WS-SEAL-EOF = 'Y'
                   READ SealRegisterFile
                       AT END
                           MOVE 'Y' TO WS-SEAL-EOF
                       NOT AT END
                           PERFORM NOTE-ONE-SEAL
                   END-READ
               END-PERFORM
               CLOSE SealRegisterFile
           END-IF.
           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                   UNTIL WS-SEAL-IDX > WS-SEAL-CHECK-COUNT
               PERFORM CHECK-ONE-SEAL
           END-PERFORM.
           IF WS-BROKEN-SEAL-COUNT > 0
               MOVE 6 TO FileStatusReturnCode
               DISPLAY "*** BATCH NON OUVERT : " WS-BROKEN-SEAL-COUNT
                   " fichier(s) permanent(s) au scelle rompu - faire "
                   "accepter la modification (cResealFiles) et "
                   "relancer."
           END-IF.

      * Fichiers a controler : ceux de la liste (NOUVEAU_FICHIER.txt
      * sous son nom surcharge), puis chaque segment catalogue clos.
       BUILD-SEAL-CHECK-LIST.
           MOVE 0 TO WS-SEAL-CHECK-COUNT.
           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                   UNTIL WS-SEAL-IDX > WS-SEALED-FILE-COUNT
               ADD 1 TO WS-SEAL-CHECK-COUNT
               IF WS-SEALED-FILE(WS-SEAL-IDX) = "NOUVEAU_FICHIER.txt"
                   MOVE WS-NF-FILENAME
                       TO WS-SEAL-CHECK-FILE(WS-SEAL-CHECK-COUNT)
               ELSE
                   MOVE WS-SEALED-FILE(WS-SEAL-IDX)
                       TO WS-SEAL-CHECK-FILE(WS-SEAL-CHECK-COUNT)
               END-IF
           END-PERFORM.
           PERFORM LOAD-SEGMENT-CATALOGUE.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
               IF WS-SEG-STATUS(WS-SEG-IDX) = 'C'
                       AND WS-SEAL-CHECK-COUNT < WS-SEAL-MAX
                   ADD 1 TO WS-SEAL-CHECK-COUNT
                   MOVE WS-SEG-FILENAME(WS-SEG-IDX)
                       TO WS-SEAL-CHECK-FILE(WS-SEAL-CHECK-COUNT)
               END-IF
           END-PERFORM.

      * Releve les segments du catalogue ; catalogue absent : aucun
      * segment clos.
       LOAD-SEGMENT-CATALOGUE.
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
               IF WS-SEG-FOUND = 'Y'
                   SUBTRACT 1 FROM WS-SEG-IDX
               ELSE
                   IF WS-SEG-COUNT < WS-SEG-MAX
                       ADD 1 TO WS-SEG-COUNT
                       MOVE WS-SEG-COUNT TO WS-SEG-IDX
                       MOVE 'Y' TO WS-SEG-FOUND
                   END-IF
               END-IF
               IF WS-SEG-FOUND = 'Y'
                   MOVE NC-MONTH TO WS-SEG-MONTH(WS-SEG-IDX)
                   MOVE NC-STATUS TO WS-SEG-STATUS(WS-SEG-IDX)
                   MOVE NC-FILENAME TO WS-SEG-FILENAME(WS-SEG-IDX)
               END-IF
           END-IF.

      * Retient la ligne du registre comme scelle courant du fichier
      * qu'elle designe (la derniere ligne d'un fichier l'emporte).
       NOTE-ONE-SEAL.
           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                   UNTIL WS-SEAL-IDX > WS-SEAL-CHECK-COUNT
               IF SG-FILENAME = WS-SEAL-CHECK-FILE(WS-SEAL-IDX)
                   MOVE 'Y' TO WS-SEAL-REG-KNOWN(WS-SEAL-IDX)
                   MOVE SG-RECORD-COUNT
                       TO WS-SEAL-REG-COUNT(WS-SEAL-IDX)
                   MOVE SG-HASH TO WS-SEAL-REG-HASH(WS-SEAL-IDX)
               END-IF
           END-PERFORM.

      * Recalcule le scelle d'un fichier de la liste et le compare au
      * scelle courant.
       CHECK-ONE-SEAL.
           MOVE WS-SEAL-CHECK-FILE(WS-SEAL-IDX) TO WS-SEAL-FILENAME.
           PERFORM COMPUTE-FILE-SEAL.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           IF WS-SEAL-REG-KNOWN(WS-SEAL-IDX) = 'Y'
               IF WS-SEAL-COUNT NOT = WS-SEAL-REG-COUNT(WS-SEAL-IDX)
                       OR WS-SEAL-HASH
                           NOT = WS-SEAL-REG-HASH(WS-SEAL-IDX)
                   STRING "Scelle rompu " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SEAL-FILENAME)
                               DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
                   DISPLAY "*** Scelle rompu : "
                       FUNCTION TRIM(WS-SEAL-FILENAME) " ("
                       WS-SEAL-COUNT " enreg, scelle pour "
                       WS-SEAL-REG-COUNT(WS-SEAL-IDX) " enreg)."
               END-IF
           ELSE
               IF StatutSealSourceFile NOT = "35"
                   STRING "Fichier non scelle " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SEAL-FILENAME)
                               DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
                   DISPLAY "*** Fichier non scelle : "
                       FUNCTION TRIM(WS-SEAL-FILENAME) "."
               END-IF
           END-IF.
           IF WS-ALERT-MESSAGE NOT = SPACES
               ADD 1 TO WS-BROKEN-SEAL-COUNT
               MOVE 'S' TO WS-ALERT-SEVERITY
               PERFORM WRITE-OPS-ALERT
           END-IF.

      * Recalcule le scelle de WS-SEAL-FILENAME : nombre de lignes et
      * empreinte du contenu (fichier absent : 0 et 0).
       COMPUTE-FILE-SEAL.
           MOVE 0 TO WS-SEAL-COUNT.
           MOVE 0 TO WS-SEAL-HASH.
           OPEN INPUT SealSourceFile.
           IF StatutSealSourceFile = "00"
               MOVE 'N' TO WS-SEAL-EOF
               PERFORM UNTIL WS-SEAL-EOF = 'Y'
                   READ SealSourceFile
                       AT END
                           MOVE 'Y' TO WS-SEAL-EOF
                       NOT AT END
                           PERFORM HASH-ONE-SEAL-LINE
                   END-READ
               END-PERFORM
               CLOSE SealSourceFile
           END-IF.

      * Ajoute une ligne a l'empreinte : chaque caractere jusqu'au
      * dernier non blanc, puis la fin de ligne.
       HASH-ONE-SEAL-LINE.
           ADD 1 TO WS-SEAL-COUNT.
           MOVE 0 TO WS-SEAL-LEN.
           PERFORM VARYING WS-SEAL-POS FROM 1 BY 1
                   UNTIL WS-SEAL-POS > 250
               IF SealSourceRecord(WS-SEAL-POS:1) NOT = SPACE
                   MOVE WS-SEAL-POS TO WS-SEAL-LEN
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SEAL-POS FROM 1 BY 1
                   UNTIL WS-SEAL-POS > WS-SEAL-LEN
               COMPUTE WS-SEAL-HASH = FUNCTION MOD(WS-SEAL-HASH * 31
                   + FUNCTION ORD(SealSourceRecord(WS-SEAL-POS:1)),
                   999999937)
           END-PERFORM.
           COMPUTE WS-SEAL-HASH = FUNCTION MOD(WS-SEAL-HASH * 31 + 10,
               999999937).

      * Ajoute une alerte a OPSALERTS.txt.
       WRITE-OPS-ALERT.
           OPEN EXTEND OpsAlertFile.
           IF StatutOpsAlertFile = "35"
               OPEN OUTPUT OpsAlertFile
           END-IF.
           MOVE SPACES TO OpsAlertRecord.
           MOVE "OpenBatch"          TO AL-PROGRAM.
           MOVE WS-SYS-TIMESTAMP     TO AL-TIMESTAMP.
           MOVE WS-ALERT-SEVERITY    TO AL-SEVERITY.
           MOVE WS-ALERT-MESSAGE     TO AL-MESSAGE.
           MOVE WS-PROC-DATE         TO AL-PROC-DATE.
           WRITE OpsAlertRecord.
           CLOSE OpsAlertFile.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb enreg.
       WRITE-AUDIT-TRAIL.
           MOVE WS-PROC-DATE        TO AUD-PROC-DATE
           MOVE WS-NEW-BATCH-ID     TO AUD-BATCH-ID
           MOVE WS-BATCH-CYCLE      TO AUD-CYCLE
           IF WS-BROKEN-SEAL-COUNT > 0
               STRING "SCELLES ROMPUS " DELIMITED BY SIZE
                       WS-BROKEN-SEAL-COUNT DELIMITED BY SIZE
                   INTO AUD-NOTE
           END-IF
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
