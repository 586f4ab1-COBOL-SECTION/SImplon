       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResealFiles.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Rescellement superviseur des fichiers permanents : cOpenBatch
      * refuse d'ouvrir le batch tant qu'un fichier de la liste
      * (copybooks/SEALLIST.cpy) ou un segment clos de
      * NOUVEAU_FICHIER inscrit a son catalogue ne correspond plus a
      * son scelle courant dans SEALS.txt (modification faite hors des
      * programmes qui le reecrivent, par exemple une limite changee
      * a l'editeur dans LOADLIMITS.txt), ou existe sans avoir jamais
      * ete scelle. Ce programme permet a un superviseur d'accepter
      * la modification : le scelle du contenu actuel est ajoute au
      * registre (scelle 'S', avec son identifiant et le motif), et
      * chaque rescellement est journalise dans la piste d'audit et
      * les alertes d'exploitation. Nom de fichier "*" : tous les
      * fichiers de la liste et tous les segments clos dont le scelle
      * est rompu ou absent (mise en place du registre).
       FILE-CONTROL.
      * Catalogue des segments de NOUVEAU_FICHIER (voir
      * copybooks/NFCATREC.cpy) : chaque segment clos est scelle par
      * cSplitNouveauFichier.cbl et peut etre rescelle comme la liste.
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
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuditTrailFile.
      * Alertes d'exploitation codees par gravite (voir
      * copybooks/ALERTREC.cpy), restituees par cExceptionSummary.
       SELECT OpsAlertFile ASSIGN TO "OPSALERTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpsAlertFile.

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.

      * !!!! Section déclarant les fichiers utilisés par le programme
       FILE SECTION.
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

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutSealSourceFile PIC X(2) VALUE '00'.
           01  StatutSealRegisterFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
      * Horodatage systeme pour le scelle et la piste d'audit
           01  WS-SYS-DATETIME.
               05 WS-SYS-TIMESTAMP PIC 9(14).
               05 FILLER           PIC X(7).
      * Date de traitement (BATCH_DATE) portee par l'alerte ; a
      * defaut, la date systeme.
           01  WS-ALERT-DATE-X PIC X(8) VALUE SPACES.
           01  WS-ALERT-PROC-DATE PIC 9(8) VALUE 0.
      * Nom de NouveauFichier, surchargeable via la variable
      * d'environnement NOUVEAU_FICHIER_FILE (meme variable que
      * cOpenBatch.cbl et cWriteCreatedFile.cbl).
           01  WS-NF-FILENAME PIC X(100) VALUE "NOUVEAU_FICHIER.txt".
      * Saisies du superviseur : fichier a resceller (ou "*"),
      * identifiant et motif, portes sur le scelle et journalises.
           01  ResealTarget PIC X(40) VALUE SPACES.
           01  SupervisorId PIC X(10) VALUE SPACES.
           01  ResealReason PIC X(40) VALUE SPACES.
      * Resultat du controle des saisies
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
      * Liste des fichiers scelles, scelle courant de chacun releve
      * au registre (derniere ligne pour ce fichier), scelle
      * recalcule.
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
           01  WS-SEAL-FOUND PIC X(1) VALUE 'N'.
           01  WS-SEAL-FILENAME PIC X(40) VALUE SPACES.
           01  WS-SEAL-COUNT PIC 9(9) VALUE 0.
           01  WS-SEAL-HASH PIC 9(10) VALUE 0.
           01  WS-SEAL-LEN PIC 9(3) VALUE 0.
           01  WS-SEAL-POS PIC 9(3) VALUE 0.
           01  WS-SEAL-EOF PIC X(1) VALUE 'N'.
           01  WS-RESEALED-COUNT PIC 9(3) VALUE 0.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'W'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Code retour : 0 = scelle(s) renouvele(s), 4 = rien a faire
      * (saisie invalide, fichier hors liste, ou scelles deja a
      * jour), 8 = erreur d'E/S irrecuperable sur le registre
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

      * !!!! COMMANDE D'EXUCUTIONS DU PROGRAMME:
       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.
           ACCEPT WS-ALERT-DATE-X FROM ENVIRONMENT "BATCH_DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-ALERT-DATE-X
           END-ACCEPT.
           IF WS-ALERT-DATE-X IS NUMERIC
               MOVE WS-ALERT-DATE-X TO WS-ALERT-PROC-DATE
           ELSE
               MOVE WS-SYS-TIMESTAMP(1:8) TO WS-ALERT-PROC-DATE
           END-IF.
           ACCEPT WS-NF-FILENAME
               FROM ENVIRONMENT "NOUVEAU_FICHIER_FILE"
               ON EXCEPTION
                   MOVE "NOUVEAU_FICHIER.txt" TO WS-NF-FILENAME
           END-ACCEPT.
           PERFORM BUILD-SEAL-CHECK-LIST.

           PERFORM ACCEPT-SUPERVISOR-INPUT.
           IF EditValid = 'Y'
               PERFORM LOAD-CURRENT-SEALS
               PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                       UNTIL WS-SEAL-IDX > WS-SEAL-CHECK-COUNT
                           OR FileStatusReturnCode = 8
                   IF ResealTarget = "*"
                           OR ResealTarget
                               = WS-SEAL-CHECK-FILE(WS-SEAL-IDX)
                       PERFORM RESEAL-ONE-FILE
                   END-IF
               END-PERFORM
           END-IF.
           IF EditValid = 'Y' AND WS-RESEALED-COUNT = 0
                   AND FileStatusReturnCode = 0
               MOVE 'N' TO EditValid
               MOVE "Aucun scelle a renouveler" TO EditReason
           END-IF.
           IF EditValid = 'Y' AND FileStatusReturnCode = 0
               DISPLAY "Scelles renouveles . . . . . : "
                   WS-RESEALED-COUNT
           ELSE
               IF FileStatusReturnCode = 0
                   MOVE 4 TO FileStatusReturnCode
               END-IF
               DISPLAY "Aucun rescellement : "
                   FUNCTION TRIM(EditReason)
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Lit et controle les saisies du superviseur.
       ACCEPT-SUPERVISOR-INPUT.
           MOVE 'Y' TO EditValid.
           MOVE SPACES TO EditReason.
           DISPLAY "Fichier a resceller (nom, ou * pour tous) :".
           ACCEPT ResealTarget.
           DISPLAY "Identifiant du superviseur :".
           ACCEPT SupervisorId.
           DISPLAY "Motif du rescellement :".
           ACCEPT ResealReason.
           MOVE 'N' TO WS-SEAL-FOUND.
           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                   UNTIL WS-SEAL-IDX > WS-SEAL-CHECK-COUNT
                       OR WS-SEAL-FOUND = 'Y'
               IF ResealTarget = WS-SEAL-CHECK-FILE(WS-SEAL-IDX)
                   MOVE 'Y' TO WS-SEAL-FOUND
               END-IF
           END-PERFORM.
           EVALUATE TRUE
           WHEN ResealTarget = SPACES
               MOVE 'N' TO EditValid
               MOVE "Fichier a resceller non saisi" TO EditReason
           WHEN ResealTarget NOT = "*" AND WS-SEAL-FOUND NOT = 'Y'
               MOVE 'N' TO EditValid
               MOVE "Fichier hors de la liste des scelles"
                   TO EditReason
           WHEN SupervisorId = SPACES
               MOVE 'N' TO EditValid
               MOVE "Identifiant du superviseur non saisi"
                   TO EditReason
           WHEN ResealReason = SPACES
               MOVE 'N' TO EditValid
               MOVE "Motif du rescellement non saisi" TO EditReason
           END-EVALUATE.

      * Releve le scelle courant de chaque fichier de la liste.
       LOAD-CURRENT-SEALS.
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

      * Fichiers scelles : ceux de la liste (NOUVEAU_FICHIER.txt
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

      * Recalcule le scelle d'un fichier et, s'il differe du scelle
      * courant (ou si le fichier existe sans scelle), ajoute au
      * registre le scelle superviseur du contenu actuel, avec une
      * alerte d'avertissement. Scelle deja a jour ou fichier absent
      * jamais scelle : rien a faire.
       RESEAL-ONE-FILE.
           MOVE WS-SEAL-CHECK-FILE(WS-SEAL-IDX) TO WS-SEAL-FILENAME.
           PERFORM COMPUTE-FILE-SEAL.
           EVALUATE TRUE
           WHEN WS-SEAL-REG-KNOWN(WS-SEAL-IDX) = 'Y'
                   AND WS-SEAL-COUNT = WS-SEAL-REG-COUNT(WS-SEAL-IDX)
                   AND WS-SEAL-HASH = WS-SEAL-REG-HASH(WS-SEAL-IDX)
               DISPLAY FUNCTION TRIM(WS-SEAL-FILENAME)
                   " : scelle a jour."
           WHEN WS-SEAL-REG-KNOWN(WS-SEAL-IDX) NOT = 'Y'
                   AND StatutSealSourceFile = "35"
               DISPLAY FUNCTION TRIM(WS-SEAL-FILENAME)
                   " : fichier absent, rien a sceller."
           WHEN OTHER
               OPEN EXTEND SealRegisterFile
               IF StatutSealRegisterFile = "35"
                   OPEN OUTPUT SealRegisterFile
               END-IF
               IF StatutSealRegisterFile NOT = "00"
                   MOVE 8 TO FileStatusReturnCode
                   MOVE "Erreur d'E/S sur SEALS.txt" TO EditReason
               ELSE
                   MOVE SPACES TO SealRegisterRecord
                   MOVE WS-SEAL-FILENAME     TO SG-FILENAME
                   MOVE WS-SEAL-COUNT        TO SG-RECORD-COUNT
                   MOVE WS-SEAL-HASH         TO SG-HASH
                   MOVE WS-SYS-TIMESTAMP     TO SG-TIMESTAMP
                   MOVE "ResealFiles"        TO SG-PROGRAM
                   MOVE 'S'                  TO SG-KIND
                   MOVE SupervisorId         TO SG-SUPERVISOR
                   MOVE ResealReason         TO SG-REASON
                   WRITE SealRegisterRecord
                   CLOSE SealRegisterFile
                   ADD 1 TO WS-RESEALED-COUNT
                   DISPLAY FUNCTION TRIM(WS-SEAL-FILENAME)
                       " : rescelle (" WS-SEAL-COUNT " enreg, "
                       "ancien scelle " WS-SEAL-REG-COUNT(WS-SEAL-IDX)
                       " enreg)."
                   MOVE 'W' TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING FUNCTION TRIM(WS-SEAL-FILENAME)
                               DELIMITED BY SIZE
                           " rescelle par " DELIMITED BY SIZE
                           FUNCTION TRIM(SupervisorId)
                               DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
                   PERFORM WRITE-OPS-ALERT
               END-IF
           END-EVALUATE.

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
           MOVE "ResealFiles"        TO AL-PROGRAM.
           MOVE WS-SYS-TIMESTAMP     TO AL-TIMESTAMP.
           MOVE WS-ALERT-SEVERITY    TO AL-SEVERITY.
           MOVE WS-ALERT-MESSAGE     TO AL-MESSAGE.
           MOVE WS-ALERT-PROC-DATE   TO AL-PROC-DATE.
           WRITE OpsAlertRecord.
           CLOSE OpsAlertFile.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut du registre, nb de
      * fichiers rescelles, et l'identifiant du superviseur en note
      * (AUD-NOTE).
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "ResealFiles"       TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutSealRegisterFile TO AUD-FILE-STATUS
           MOVE WS-RESEALED-COUNT   TO AUD-RECORD-COUNT
           MOVE WS-ALERT-PROC-DATE  TO AUD-PROC-DATE
           IF SupervisorId NOT = SPACES
               STRING "RESCELLE " DELIMITED BY SIZE
                       FUNCTION TRIM(SupervisorId) DELIMITED BY SIZE
                   INTO AUD-NOTE
           END-IF
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
