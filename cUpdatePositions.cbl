      * cloture par type.
      * ATTENTION a la nature du maitre du jour : ConsolidateMaster
      * y ecrit une PHOTO COMPLETE des enregistrements actifs de
      * l'exercice - segments clos de l'annee et segment ouvert
      * NOUVEAU_FICHIER.txt (extournes et annulations deja
      * compensees), pas un delta. La cloture est donc RECALCULEE a
      * chaque run comme solde reporte d'exercice + totaux de la
      * Au tout premier run d'un exercice, un fichier de positions
      * absent est amorce depuis les soldes d'ouverture reportes par
      * la cloture d'exercice (OPENING-BALANCES-AAAA.txt, voir
      * cYearEndMaster.cbl) : la photo du jour ne relit que les
      * segments mensuels de l'exercice en cours (voir
      * cSplitNouveauFichier.cbl), l'exercice reporte n'y figure
      * donc plus des que son dernier mois a ete range dans son
      * segment.
       FILE-CONTROL.
      * Fichier maitre du jour (nom construit sur BATCH_DATE et le
      * cycle, comme le produit ConsolidateMaster).
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuditTrailFile.

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
           01  StatutMasterFile PIC X(2) VALUE '00'.
                   10  WS-PS-OPENING    PIC S9(13)V99.
                   10  WS-PS-SNAP-AMOUNT PIC S9(13)V99.
                   10  WS-PS-SNAP-COUNT PIC 9(7).
      * Photo du jour en devise d'origine (reevaluation de fin de
      * mois)
                   10  WS-PS-SNAP-ORIG  PIC S9(13)V99.
           01  WS-PS-IDX PIC 9(3) VALUE 0.
           01  WS-PS-FOUND PIC X(1) VALUE 'N'.
           01  WS-CLOSING PIC S9(13)V99 VALUE 0.
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

                                   TO WS-PS-SNAP-AMOUNT(WS-POS-COUNT)
                               MOVE 0
                                   TO WS-PS-SNAP-COUNT(WS-POS-COUNT)
                               MOVE 0
                                   TO WS-PS-SNAP-ORIG(WS-POS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                                   TO WS-PS-SNAP-AMOUNT(WS-POS-COUNT)
                               MOVE 0
                                   TO WS-PS-SNAP-COUNT(WS-POS-COUNT)
                               MOVE 0
                                   TO WS-PS-SNAP-ORIG(WS-POS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                   ADD MASTER-TRAN-AMOUNT
                       TO WS-PS-SNAP-AMOUNT(WS-PS-IDX)
                   ADD 1 TO WS-PS-SNAP-COUNT(WS-PS-IDX)
                   IF MASTER-ORIG-AMOUNT IS NUMERIC
                       ADD MASTER-ORIG-AMOUNT
                           TO WS-PS-SNAP-ORIG(WS-PS-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PS-FOUND NOT = 'Y'
                   MOVE MASTER-TRAN-AMOUNT
                       TO WS-PS-SNAP-AMOUNT(WS-POS-COUNT)
                   MOVE 1 TO WS-PS-SNAP-COUNT(WS-POS-COUNT)
                   IF MASTER-ORIG-AMOUNT IS NUMERIC
                       MOVE MASTER-ORIG-AMOUNT
                           TO WS-PS-SNAP-ORIG(WS-POS-COUNT)
                   ELSE
                       MOVE 0 TO WS-PS-SNAP-ORIG(WS-POS-COUNT)
                   END-IF
               ELSE
                   DISPLAY "*** ATTENTION : table des positions "
                       "pleine (100) - type " MASTER-TRAN-TYPE

      * Reecrit le grand livre : cloture recalculee du jour par
      * position, part de report a nouveau conservee, date de
      * traitement appliquee. Le scelle du grand livre est controle
      * avant et renouvele apres la reecriture.
       REWRITE-POSITIONS.
           MOVE "POSITIONS.txt" TO WS-SEAL-FILENAME.
           PERFORM CHECK-PRIOR-SEAL.
           OPEN OUTPUT PositionFile.
           PERFORM WRITE-ONE-POSITION
               VARYING WS-PS-IDX FROM 1 BY 1
               UNTIL WS-PS-IDX > WS-POS-COUNT.
           CLOSE PositionFile.
           PERFORM RECORD-FILE-SEAL.

       WRITE-ONE-POSITION.
           MOVE SPACES TO PositionRecord.
               + WS-PS-SNAP-COUNT(WS-PS-IDX).
           MOVE WS-PS-BASE(WS-PS-IDX) TO POS-BASE-AMOUNT.
           MOVE WS-PS-BASE-COUNT(WS-PS-IDX) TO POS-BASE-COUNT.
           MOVE WS-PS-SNAP-ORIG(WS-PS-IDX) TO POS-ORIG-AMOUNT.
           MOVE WS-PROC-DATE TO POS-LAST-DATE.
           WRITE PositionRecord.

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
               MOVE "UpdatePositions"    TO SG-PROGRAM
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
      * nom du programme, horodatage, statut fichier, nb enreg.
       WRITE-AUDIT-TRAIL.
