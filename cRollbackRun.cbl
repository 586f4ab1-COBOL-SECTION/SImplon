      * un journal de purge permanent), re-verifie les segments
      * restants contre leurs fins de fichier, et journalise le
      * retrait dans la piste d'audit.
      * Seul le segment ouvert NOUVEAU_FICHIER.txt est concerne : un
      * run range dans un segment clos du catalogue (voir
      * cSplitNouveauFichier.cbl, segment retrouve par la plage de
      * runs) est refuse avec le nom du segment, meme si
      * cMaintainPeriods a rouvert son mois - le segment clos est
      * fige, scelle et sauvegarde tel quel.
       FILE-CONTROL.
       SELECT NouveauFichier ASSIGN TO DYNAMIC WS-NF-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       SELECT OpsAlertFile ASSIGN TO "OPSALERTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpsAlertFile.
      * Registre des statuts de periode (voir
      * copybooks/PERIODREC.cpy) : un enregistrement date d'un mois
      * clos ou verrouille ne peut plus etre modifie.
       SELECT PeriodStatusFile ASSIGN TO "PERIOD_STATUS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPeriodStatusFile.
      * Catalogue des segments de NOUVEAU_FICHIER (voir
      * copybooks/NFCATREC.cpy).
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
           01  OpsAlertRecord.
               COPY ALERTREC.

           FD  PeriodStatusFile.
           01  PeriodStatusRecord.
      * Gisement du registre des statuts de periode (voir
      * copybooks/PERIODREC.cpy).
               COPY PERIODREC.

           FD  SegmentCatalogueFile.
           01  SegmentCatalogueRecord.
      * Gisement du catalogue des segments (voir
      * copybooks/NFCATREC.cpy).
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
           01  StatutOfMyFile PIC X(2) VALUE '00'.
      * defaut, la date systeme.
           01  WS-ALERT-DATE-X PIC X(8) VALUE SPACES.
           01  WS-ALERT-PROC-DATE PIC 9(8) VALUE 0.
      * Registre des statuts de periode (PERIOD_STATUS.txt) : statut
      * courant de chaque mois present (la derniere ligne d'un mois
      * l'emporte, un mois absent est ouvert), et resultat du
      * controle d'une date (mois, periode close ou non, motif).
           01  StatutPeriodStatusFile PIC X(2) VALUE '00'.
           01  WS-PERIOD-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-MAX-PERIODS PIC 9(3) COMP VALUE 600.
           01  WS-PERIOD-TABLE.
               05 WS-PERIOD-ENTRY OCCURS 600 TIMES.
                   10 WS-PT-PERIOD PIC 9(6).
                   10 WS-PT-STATUS PIC X(1).
           01  WS-PERIOD-IDX PIC 9(3) COMP VALUE 0.
           01  WS-PERIOD-FOUND PIC X(1) VALUE 'N'.
           01  WS-PERIOD-EOF PIC X(1) VALUE 'N'.
           01  WS-CHECK-DATE PIC 9(8) VALUE 0.
           01  WS-CHECK-PERIOD PIC 9(6) VALUE 0.
           01  WS-CHECK-STATUS PIC X(1) VALUE 'O'.
           01  WS-PERIOD-CLOSED PIC X(1) VALUE 'N'.
           01  WS-PERIOD-REASON PIC X(40) VALUE SPACES.
      * Enregistrements du run vise dates d'une periode close
      * (releves avant tout retrait), et le premier motif rencontre.
           01  WS-CLOSED-RECORDS PIC 9(7) VALUE 0.
           01  WS-FIRST-CLOSED-REASON PIC X(40) VALUE SPACES.
      * Segments clos de NOUVEAU_FICHIER inscrits au catalogue (la
      * derniere ligne d'un mois l'emporte) : un enregistrement range
      * dans un segment clos est fige (scelle, sauvegarde), il n'est
      * plus touche - le refus nomme le segment qui le porte.
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
           01  WS-SEG-IDX PIC 9(3) COMP VALUE 0.
           01  WS-SEG-FOUND PIC X(1) VALUE 'N'.
           01  WS-SEG-EOF PIC X(1) VALUE 'N'.
           01  WS-CLOSED-SEGMENT PIC X(40) VALUE SPACES.
      * Code retour : 0 = run retire et segments restants verifies,
      * 2 = NouveauFichier absent, 4 = run introuvable ou range dans
      * un segment clos, saisie invalide ou run touchant une periode
      * close (rien retire),
      * 6 = segments restants en desaccord apres retrait,
      * 8 = erreur d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

      * Scelle du fichier permanent reecrit (voir
      * copybooks/SEALREC.cpy) : scelle courant releve au registre,
      * controle du contenu avant la reecriture (une modification
      * faite hors programme ne doit pas etre blanchie par le nouveau
      * scelle : il n'est alors pas renouvele, et cOpenBatch bloquera
      * le batch jusqu'au rescellement superviseur), puis scelle
      * recalcule apres la reecriture.
           01  StatutSealSourceFile PIC X(2) VALUE '00'.
           01  StatutSealRegisterFile PIC X(2) VALUE '00'.
           01  WS-SEAL-FILENAME PIC X(40) VALUE SPACES.
           01  WS-SEAL-KNOWN PIC X(1) VALUE 'N'.
           01  WS-SEAL-REG-COUNT PIC 9(9) VALUE 0.
           01  WS-SEAL-REG-HASH PIC 9(10) VALUE 0.
           01  WS-SEAL-INTACT PIC X(1) VALUE 'N'.
           01  WS-SEAL-COUNT PIC 9(9) VALUE 0.
           01  WS-SEAL-HASH PIC 9(10) VALUE 0.
           01  WS-SEAL-LEN PIC 9(3) VALUE 0.
           01  WS-SEAL-POS PIC 9(3) VALUE 0.
           01  WS-SEAL-EOF PIC X(1) VALUE 'N'.

      * !!!! COMMANDE D'EXUCUTIONS DU PROGRAMME:
       PROCEDURE DIVISION.

               DISPLAY "Numero de run invalide : " RollbackRun-X
           ELSE
               MOVE RollbackRun-X TO RollbackRun
               PERFORM CHECK-RUN-PERIODS
               IF WS-CLOSED-RECORDS = 0
                   PERFORM REMOVE-TARGET-RUN
               ELSE
                   MOVE 4 TO FileStatusReturnCode
                   DISPLAY "Run " RollbackRun " non retire : "
                       WS-CLOSED-RECORDS " enregistrement(s) dates "
                       "d'une periode close - "
                       FUNCTION TRIM(WS-FIRST-CLOSED-REASON) "."
                   PERFORM SIGNAL-REFUSAL-ALERT
               END-IF
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM REVERIFY-REMAINING-SEGMENTS

           STOP RUN.

      * Passe prealable, avant tout retrait : un run dont un
      * enregistrement (donnee ou fin de fichier, datee du jour du
      * chargement) tombe dans un mois clos par la consolidation
      * mensuelle ne peut pas etre retire - le total certifie du mois
      * ne correspondrait plus au fichier. Fichier absent ou
      * illisible : laisse au diagnostic du retrait.
       CHECK-RUN-PERIODS.
           MOVE 0 TO WS-CLOSED-RECORDS.
           MOVE SPACES TO WS-FIRST-CLOSED-REASON.
           PERFORM LOAD-PERIOD-STATUS.
           OPEN INPUT NouveauFichier.
           IF StatutOfMyFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ NouveauFichier
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           PERFORM CHECK-ONE-RUN-RECORD
                   END-READ
               END-PERFORM
               CLOSE NouveauFichier
           END-IF.

      * Controle la periode d'un enregistrement du run vise.
       CHECK-ONE-RUN-RECORD.
           IF NF-RunCounter = RollbackRun AND TRAN-DATE IS NUMERIC
               MOVE TRAN-DATE TO WS-CHECK-DATE
               PERFORM CHECK-PERIOD-CLOSED
               IF WS-PERIOD-CLOSED = 'Y'
                   ADD 1 TO WS-CLOSED-RECORDS
                   IF WS-FIRST-CLOSED-REASON = SPACES
                       MOVE WS-PERIOD-REASON
                           TO WS-FIRST-CLOSED-REASON
                   END-IF
               END-IF
           END-IF.

      * Releve le statut courant de chaque mois present au registre
      * des periodes. Registre absent : tous les mois sont ouverts.
       LOAD-PERIOD-STATUS.
           MOVE 0 TO WS-PERIOD-COUNT.
           OPEN INPUT PeriodStatusFile.
           IF StatutPeriodStatusFile = "00"
               MOVE 'N' TO WS-PERIOD-EOF
               PERFORM UNTIL WS-PERIOD-EOF = 'Y'
                   READ PeriodStatusFile
                       AT END
                           MOVE 'Y' TO WS-PERIOD-EOF
                       NOT AT END
                           PERFORM NOTE-ONE-PERIOD
                   END-READ
               END-PERFORM
               CLOSE PeriodStatusFile
           ELSE
               IF StatutPeriodStatusFile NOT = "35"
                   DISPLAY "*** ATTENTION : PERIOD_STATUS.txt "
                       "illisible (statut " StatutPeriodStatusFile
                       ") - aucune periode close reconnue."
               END-IF
           END-IF.

      * Retient la ligne du registre comme statut courant du mois
      * qu'elle designe (la derniere ligne d'un mois l'emporte).
       NOTE-ONE-PERIOD.
           IF PS-PERIOD IS NUMERIC
               MOVE 'N' TO WS-PERIOD-FOUND
               PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                       UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
                           OR WS-PERIOD-FOUND = 'Y'
                   IF WS-PT-PERIOD(WS-PERIOD-IDX) = PS-PERIOD
                       MOVE 'Y' TO WS-PERIOD-FOUND
                       MOVE PS-STATUS
                           TO WS-PT-STATUS(WS-PERIOD-IDX)
                   END-IF
               END-PERFORM
               IF WS-PERIOD-FOUND = 'N'
                       AND WS-PERIOD-COUNT < WS-MAX-PERIODS
                   ADD 1 TO WS-PERIOD-COUNT
                   MOVE PS-PERIOD TO WS-PT-PERIOD(WS-PERIOD-COUNT)
                   MOVE PS-STATUS TO WS-PT-STATUS(WS-PERIOD-COUNT)
               END-IF
           END-IF.

      * Controle la date WS-CHECK-DATE contre le registre des
      * periodes : mois clos ('C') ou verrouille ('L') = periode
      * close, avec un motif qui nomme la periode.
       CHECK-PERIOD-CLOSED.
           MOVE 'N' TO WS-PERIOD-CLOSED.
           MOVE SPACES TO WS-PERIOD-REASON.
           MOVE WS-CHECK-DATE(1:6) TO WS-CHECK-PERIOD.
           MOVE 'O' TO WS-CHECK-STATUS.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
               IF WS-PT-PERIOD(WS-PERIOD-IDX) = WS-CHECK-PERIOD
                   MOVE WS-PT-STATUS(WS-PERIOD-IDX)
                       TO WS-CHECK-STATUS
               END-IF
           END-PERFORM.
           EVALUATE WS-CHECK-STATUS
           WHEN 'C'
               MOVE 'Y' TO WS-PERIOD-CLOSED
               STRING "Periode " DELIMITED BY SIZE
                       WS-CHECK-PERIOD DELIMITED BY SIZE
                       " close - refus" DELIMITED BY SIZE
                   INTO WS-PERIOD-REASON
           WHEN 'L'
               MOVE 'Y' TO WS-PERIOD-CLOSED
               STRING "Periode " DELIMITED BY SIZE
                       WS-CHECK-PERIOD DELIMITED BY SIZE
                       " verrouillee - refus" DELIMITED BY SIZE
                   INTO WS-PERIOD-REASON
           END-EVALUATE.

      * Recopie NouveauFichier dans le fichier de travail en ecartant
      * les enregistrements (donnees et fin de fichier) du run vise,
      * conserves dans le journal de purge, puis recopie sur
               END-IF
               IF WS-REMOVED-COUNT = 0 AND WS-REMOVED-TRAILERS = 0
                   MOVE 4 TO FileStatusReturnCode
                   PERFORM FIND-CLOSED-SEGMENT
                   IF WS-CLOSED-SEGMENT NOT = SPACES
                       DISPLAY "Run " RollbackRun " range dans le "
                           "segment clos "
                           FUNCTION TRIM(WS-CLOSED-SEGMENT)
                           " (fige, scelle) - retrait refuse."
                       PERFORM SIGNAL-SEGMENT-REFUSAL-ALERT
                   ELSE
                       DISPLAY "Run " RollbackRun " introuvable dans "
                           FUNCTION TRIM(WS-NF-FILENAME)
                           " - fichier laisse tel quel."
                   END-IF
               ELSE
                   PERFORM COPY-WORKFILE-BACK
                   DISPLAY "Run " RollbackRun " retire : "
                   " (statut " StatutOfMyFile ")."
           END-EVALUATE.

      * Segment clos du catalogue dont la plage de runs couvre le run
      * vise (un run n'est jamais coupe entre deux segments).
       FIND-CLOSED-SEGMENT.
           MOVE SPACES TO WS-CLOSED-SEGMENT.
           PERFORM LOAD-SEGMENT-CATALOGUE.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
               IF WS-SEG-STATUS(WS-SEG-IDX) = 'C'
                       AND WS-SEG-FIRST-RUN(WS-SEG-IDX) IS NUMERIC
                       AND WS-SEG-LAST-RUN(WS-SEG-IDX) IS NUMERIC
                       AND RollbackRun
                           NOT < WS-SEG-FIRST-RUN(WS-SEG-IDX)
                       AND RollbackRun
                           NOT > WS-SEG-LAST-RUN(WS-SEG-IDX)
                   MOVE WS-SEG-FILENAME(WS-SEG-IDX)
                       TO WS-CLOSED-SEGMENT
               END-IF
           END-PERFORM.

      * Releve les segments clos du catalogue (la derniere ligne d'un
      * mois l'emporte). Catalogue absent : NOUVEAU_FICHIER.txt n'a
      * jamais ete decoupe.
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
                       MOVE NC-STATUS TO WS-SEG-STATUS(WS-SEG-IDX)
                       MOVE NC-FILENAME TO WS-SEG-FILENAME(WS-SEG-IDX)
                       MOVE NC-FIRST-RUN
                           TO WS-SEG-FIRST-RUN(WS-SEG-IDX)
                       MOVE NC-LAST-RUN
                           TO WS-SEG-LAST-RUN(WS-SEG-IDX)
                   END-IF
               END-PERFORM
               IF WS-SEG-FOUND = 'N' AND WS-SEG-COUNT < WS-SEG-MAX
                   ADD 1 TO WS-SEG-COUNT
                   MOVE NC-MONTH TO WS-SEG-MONTH(WS-SEG-COUNT)
                   MOVE NC-STATUS TO WS-SEG-STATUS(WS-SEG-COUNT)
                   MOVE NC-FILENAME TO WS-SEG-FILENAME(WS-SEG-COUNT)
                   MOVE NC-FIRST-RUN
                       TO WS-SEG-FIRST-RUN(WS-SEG-COUNT)
                   MOVE NC-LAST-RUN
                       TO WS-SEG-LAST-RUN(WS-SEG-COUNT)
               END-IF
           END-IF.

      * Classe un enregistrement : retire (run vise, copie au journal
      * de purge) ou conserve (fichier de travail).
       SIFT-ONE-RECORD.
               ADD 1 TO WS-KEPT-COUNT
           END-IF.

      * Recopie le fichier de travail sur NouveauFichier, dont le
      * scelle est controle avant et renouvele apres la recopie.
       COPY-WORKFILE-BACK.
           MOVE WS-NF-FILENAME TO WS-SEAL-FILENAME.
           PERFORM CHECK-PRIOR-SEAL.
           OPEN INPUT WorkFile.
           OPEN OUTPUT NouveauFichier.
           MOVE 'N' TO EndOfFileSwitch.
           END-PERFORM.
           CLOSE WorkFile.
           CLOSE NouveauFichier.
           PERFORM RECORD-FILE-SEAL.

      * Re-verifie les segments restants contre leurs fins de fichier
      * (meme mecanique que cReportNouveauFichier) : le retrait d'un
                   WS-REMOVED-COUNT " enregistrement(s))"
                   DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE.
           PERFORM WRITE-OPS-ALERT.

      * Alerte d'exploitation : retrait refuse sur periode close.
       SIGNAL-REFUSAL-ALERT.
           MOVE 'W' TO WS-ALERT-SEVERITY.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           STRING "run " RollbackRun " non retire : "
                   DELIMITED BY SIZE
                   WS-FIRST-CLOSED-REASON DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE.
           PERFORM WRITE-OPS-ALERT.

      * Alerte d'exploitation : retrait refuse, run range dans un
      * segment clos.
       SIGNAL-SEGMENT-REFUSAL-ALERT.
           MOVE 'W' TO WS-ALERT-SEVERITY.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           STRING "run " RollbackRun " refuse : segment clos "
                   DELIMITED BY SIZE
                   WS-CLOSED-SEGMENT DELIMITED BY SPACE
               INTO WS-ALERT-MESSAGE.
           PERFORM WRITE-OPS-ALERT.

      * Ajoute une alerte a OPSALERTS.txt.
       WRITE-OPS-ALERT.
           OPEN EXTEND OpsAlertFile.
           IF StatutOpsAlertFile = "35"
               OPEN OUTPUT OpsAlertFile
           WRITE OpsAlertRecord.
           CLOSE OpsAlertFile.

      * Releve le scelle courant de WS-SEAL-FILENAME (derniere ligne
      * du registre pour ce fichier) et controle, avant la
      * reecriture, que le contenu actuel lui correspond encore.
      * Fichier jamais scelle : intact seulement s'il n'existe pas
      * encore.
       CHECK-PRIOR-SEAL.
           MOVE 'N' TO WS-SEAL-KNOWN.
           MOVE 0 TO WS-SEAL-REG-COUNT.
           MOVE 0 TO WS-SEAL-REG-HASH.
           OPEN INPUT SealRegisterFile.
           IF StatutSealRegisterFile = "00"
               MOVE 'N' TO WS-SEAL-EOF
               PERFORM UNTIL WS-SEAL-EOF = 'Y'
                   READ SealRegisterFile
                       AT END
                           MOVE 'Y' TO WS-SEAL-EOF
                       NOT AT END
                           IF SG-FILENAME = WS-SEAL-FILENAME
                               MOVE 'Y' TO WS-SEAL-KNOWN
                               MOVE SG-RECORD-COUNT
                                   TO WS-SEAL-REG-COUNT
                               MOVE SG-HASH TO WS-SEAL-REG-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SealRegisterFile
           END-IF.
           PERFORM COMPUTE-FILE-SEAL.
           MOVE 'N' TO WS-SEAL-INTACT.
           IF WS-SEAL-KNOWN = 'Y'
               IF WS-SEAL-COUNT = WS-SEAL-REG-COUNT
                       AND WS-SEAL-HASH = WS-SEAL-REG-HASH
                   MOVE 'Y' TO WS-SEAL-INTACT
               END-IF
           ELSE
               IF StatutSealSourceFile = "35"
                   MOVE 'Y' TO WS-SEAL-INTACT
               END-IF
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

      * Apres la reecriture : pose le nouveau scelle au registre si le
      * contenu etait intact avant, sinon laisse le scelle rompu en
      * l'etat pour que cOpenBatch bloque le prochain batch.
       RECORD-FILE-SEAL.
           IF WS-SEAL-INTACT = 'Y'
               PERFORM COMPUTE-FILE-SEAL
               OPEN EXTEND SealRegisterFile
               IF StatutSealRegisterFile = "35"
                   OPEN OUTPUT SealRegisterFile
               END-IF
               MOVE SPACES TO SealRegisterRecord
               MOVE WS-SEAL-FILENAME     TO SG-FILENAME
               MOVE WS-SEAL-COUNT        TO SG-RECORD-COUNT
               MOVE WS-SEAL-HASH         TO SG-HASH
               MOVE WS-SYS-TIMESTAMP     TO SG-TIMESTAMP
               MOVE "RollbackRun"        TO SG-PROGRAM
               MOVE 'P'                  TO SG-KIND
               WRITE SealRegisterRecord
               CLOSE SealRegisterFile
           ELSE
               DISPLAY "*** Scelle de " FUNCTION TRIM(WS-SEAL-FILENAME)
                   " non renouvele : contenu modifie hors programme "
                   "avant cette ecriture (rescellement superviseur "
                   "requis, cResealFiles)."
           END-IF.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb
      * d'enregistrements retires.
