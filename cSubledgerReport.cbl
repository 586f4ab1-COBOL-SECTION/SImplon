       SELECT AccountFile ASSIGN TO "ACCOUNTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAccountFile.
      * Journal permanent des acces aux donnees clients : une ligne
      * par sous-grand-livre edite (voir copybooks/ACCESSREC.cpy).
       SELECT AccessLogFile ASSIGN TO "ACCESSLOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAccessLogFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL

      * !!!! Section déclarant les fichiers utilisés par le programme
       FILE SECTION.
      * Ligne brute du fichier source : 102 octets couvrent les deux
      * gisements possibles (maitre 102, NOUVEAU_FICHIER 85, complete
      * d'espaces a la lecture).
           FD  SourceFile.
           01  SourceRecord PIC X(102).

           FD  AccountFile.
           01  AccountRecord.
      * copybooks/ACCTREC.cpy).
               COPY ACCTREC.

           FD  AccessLogFile.
           01  AccessLogRecord.
      * Gisement du journal des acces (voir copybooks/ACCESSREC.cpy).
               COPY ACCESSREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.
           01  StatutSourceFile PIC X(2) VALUE '00'.
           01  StatutAccountFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutAccessLogFile PIC X(2) VALUE '00'.
      * Identifiant de l'operateur (RUN_ID), inscrit au journal des
      * acces avec le fichier edite et le nombre d'enregistrements
      * ventiles.
           01  WS-RUN-ID PIC X(10) VALUE SPACES.
           01  WS-ACCESS-CRITERIA PIC X(80) VALUE SPACES.
      * Nom du fichier source, surchargeable via SUBLEDGER_INPUT_FILE
      * (par defaut NOUVEAU_FICHIER.txt ; pour le gisement MASTER, le
      * maitre de la date de traitement est construit d'office).
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "RUN_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-ID
           END-ACCEPT.

           DISPLAY "*** SOUS-GRAND-LIVRE PAR COMPTE - "
               FUNCTION TRIM(WS-INPUT-FILENAME) " ***".
               END-PERFORM
               CLOSE SourceFile
               PERFORM PRINT-ACCOUNT-BREAKDOWN
               STRING "SOUS-GRAND-LIVRE " DELIMITED BY SIZE
                       WS-SUBLEDGER-LAYOUT DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-INPUT-FILENAME DELIMITED BY SPACE
                   INTO WS-ACCESS-CRITERIA
               PERFORM WRITE-ACCESS-LOG
               IF RecordCount = 0
                   MOVE 4 TO FileStatusReturnCode
               ELSE
      * fichier de modifCreated, annules), puis ventile par compte.
       TALLY-ONE-RECORD.
           IF WS-SUBLEDGER-LAYOUT = "MASTER"
               MOVE SourceRecord(1:102) TO WS-MASTER-RECORD
               MOVE MASTER-ACCOUNT-ID TO WS-CUR-ACCOUNT
               MOVE MASTER-TRAN-AMOUNT TO WS-CUR-AMOUNT
               PERFORM TALLY-ACCOUNT-BREAKDOWN
               END-IF
           END-IF.

      * Recherche le libelle du compte courant dans ACCOUNTS.txt, dans
      * sa version en vigueur a la date de traitement
      * (table absente ou compte inconnu : libelle a blanc).
       LOOKUP-ACCOUNT-LABEL.
           MOVE SPACES TO WS-LOOKUP-LABEL.
                           NOT AT END
                               IF ACC-ID = WS-CUR-ACCOUNT
                                       AND ACC-STATUS NOT = 'R'
                                       AND (ACC-VALID-FROM = SPACES
                                       OR ACC-VALID-FROM
                                           <= WS-PROC-DATE)
                                       AND (ACC-VALID-TO = SPACES
                                       OR ACC-VALID-TO >= WS-PROC-DATE)
                                   MOVE ACC-LABEL TO WS-LOOKUP-LABEL
                               END-IF
                       END-READ
               WS-AB-COUNT(WS-AB-IDX) "  "
               WS-AB-AMOUNT(WS-AB-IDX).

      * Inscrit l'edition au journal des acces (ACCESSLOG.txt) :
      * operateur, gisement et fichier edites, nombre
      * d'enregistrements ventiles.
       WRITE-ACCESS-LOG.
           OPEN EXTEND AccessLogFile.
           IF StatutAccessLogFile = "35"
               OPEN OUTPUT AccessLogFile
           END-IF.
           MOVE SPACES TO AccessLogRecord.
           MOVE WS-SYS-TIMESTAMP TO AX-TIMESTAMP.
           MOVE WS-RUN-ID TO AX-OPERATOR.
           MOVE "SubledgerReport" TO AX-PROGRAM.
           MOVE 'R' TO AX-KIND.
           MOVE RecordCount TO AX-RECORD-COUNT.
           MOVE WS-ACCESS-CRITERIA TO AX-CRITERIA.
           WRITE AccessLogRecord.
           CLOSE AccessLogFile.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb enreg.
       WRITE-AUDIT-TRAIL.
