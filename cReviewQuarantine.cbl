       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReviewQuarantine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Revue de la quarantaine de conformite : modifCreated ecrit
      * dans MODIFCREATED_QUARANTINE.txt (gisement QUARREC) chaque
      * enregistrement touche par la liste de surveillance
      * (WATCHLIST.txt), au lieu de le charger ou de le rejeter - seul
      * l'enregistrement suspect est retenu, le reste de la delivery
      * se charge normalement (a la difference du lot parque entier de
      * cReleasePendingRun). Ce programme permet au responsable
      * conformite :
      *   mode V : de consulter les enregistrements en attente ;
      *   mode L : de liberer un enregistrement (par TRAN-ID) ;
      *   mode B : de confirmer son blocage (il ne sera jamais
      *            charge) ;
      *   mode E : d'emettre les enregistrements liberes dans le flux
      *            de liberation MODIFCREATED_QRELEASED.txt (en-tete et
      *            trailer expediteur compris), a lister dans
      *            MODIFCREATED_FEEDLIST.txt pour le prochain run de
      *            modifCreated, qui ne le refiltre pas.
      * Chaque decision est portee sur l'entree de quarantaine avec
      * l'identifiant du responsable, la date et une note, et
      * journalisee dans la piste d'audit et les alertes
      * d'exploitation.
       FILE-CONTROL.
       SELECT QuarantineFile ASSIGN TO "MODIFCREATED_QUARANTINE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutQuarantineFile.
       SELECT WorkFile ASSIGN TO "MODIFCREATED_QUARANTINE_MAINT.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutWorkFile.
      * Flux de liberation produit en mode E, au gisement TRANREC, a
      * presenter a modifCreated comme flux d'entree.
       SELECT ReleasedFile ASSIGN TO "MODIFCREATED_QRELEASED.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutReleasedFile.
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
           FD  QuarantineFile.
           01  QuarantineRecord.
      * Gisement de la quarantaine (voir copybooks/QUARREC.cpy).
               COPY QUARREC.

      * Meme gisement, prefixe WK-, pour le fichier de travail.
           FD  WorkFile.
           01  WorkFileRecord.
               COPY QUARREC REPLACING ==QR-ORIGINAL== BY ==WK-ORIGINAL==
                                   ==QR-RULE-ID== BY ==WK-RULE-ID==
                                   ==QR-RULE-KIND== BY ==WK-RULE-KIND==
                                   ==QR-RULE-VALUE==
                                       BY ==WK-RULE-VALUE==
                                   ==QR-RUN== BY ==WK-RUN==
                                   ==QR-PROC-DATE== BY ==WK-PROC-DATE==
                                   ==QR-STATUS== BY ==WK-STATUS==
                                   ==QR-OFFICER-ID==
                                       BY ==WK-OFFICER-ID==
                                   ==QR-DECISION-DATE==
                                       BY ==WK-DECISION-DATE==
                                   ==QR-NOTE== BY ==WK-NOTE==.

           FD  ReleasedFile.
           01  ReleasedRecord PIC X(80).

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutQuarantineFile PIC X(2) VALUE '00'.
           01  StatutWorkFile PIC X(2) VALUE '00'.
           01  StatutReleasedFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
      * Horodatage systeme pour la piste d'audit
           01  WS-SYS-DATETIME.
               05 WS-SYS-TIMESTAMP PIC 9(14).
               05 FILLER           PIC X(7).
      * Date de traitement (BATCH_DATE) portee par la decision et
      * l'alerte ; a defaut, la date systeme.
           01  WS-ALERT-DATE-X PIC X(8) VALUE SPACES.
           01  WS-ALERT-PROC-DATE PIC 9(8) VALUE 0.
      * Saisies du responsable conformite : mode, et pour une
      * decision (L ou B) son identifiant, le TRAN-ID vise et la note
      * motivant la decision.
           01  MaintAction PIC X(1) VALUE SPACE.
           01  OfficerId PIC X(10) VALUE SPACES.
           01  MaintTranId-X PIC X(7) VALUE SPACES.
           01  MaintTranId PIC 9(7) VALUE 0.
           01  DecisionNote PIC X(40) VALUE SPACES.
      * Image TRANREC de l'entree de quarantaine en cours, pour en
      * lire les champs (identifiant, montant...).
           01  WS-QR-IMAGE.
               COPY TRANREC.
      * Resultat du controle des saisies
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Compteurs de la revue
           01  WS-DECIDED-COUNT PIC 9(7) VALUE 0.
           01  WS-WAITING-COUNT PIC 9(7) VALUE 0.
           01  WS-RELEASED-COUNT PIC 9(7) VALUE 0.
           01  WS-EMITTED-COUNT PIC 9(7) VALUE 0.
      * Controles expediteur du flux de liberation : total de
      * controle, et identifiant de lot expediteur = TRAN-ID du
      * premier enregistrement emis (un enregistrement n'est libere
      * qu'une fois, l'empreinte de chaque flux de liberation est donc
      * distincte au registre des deliveries de modifCreated).
           01  WS-RELEASED-TOTAL PIC S9(9)V99 VALUE 0.
           01  WS-SENDER-ID PIC 9(7) VALUE 0.
      * Montant edite pour la consultation
           01  WS-AMOUNT-EDITED PIC -(8)9.99.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'W'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = intervention appliquee, 2 = quarantaine absente,
      *   4 = rien a faire (saisie invalide, TRAN-ID introuvable en
      *   attente, rien a emettre ou a consulter),
      *   8 = erreur d'E/S irrecuperable
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

           PERFORM ACCEPT-OFFICER-INPUT.
           IF EditValid = 'Y'
               IF MaintAction = 'V'
                   PERFORM LIST-QUARANTINE
               ELSE
                   PERFORM PROCESS-QUARANTINE
               END-IF
           END-IF.
           IF EditValid = 'Y'
               MOVE 0 TO FileStatusReturnCode
               DISPLAY "Decisions enregistrees . : " WS-DECIDED-COUNT
               DISPLAY "Enregistrements emis . . : " WS-EMITTED-COUNT
               DISPLAY "Encore en attente de revue : "
                   WS-WAITING-COUNT
           ELSE
               IF FileStatusReturnCode = 0
                   MOVE 4 TO FileStatusReturnCode
               END-IF
               DISPLAY "Aucune intervention appliquee : " EditReason
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Lit et controle les saisies du responsable conformite.
       ACCEPT-OFFICER-INPUT.
           MOVE 'Y' TO EditValid.
           MOVE SPACES TO EditReason.
           DISPLAY "Mode (V=consulter, L=liberer, B=confirmer le "
               "blocage, E=emettre les liberes) :".
           ACCEPT MaintAction.
           EVALUATE MaintAction
           WHEN 'L'
           WHEN 'B'
               DISPLAY "Identifiant du responsable conformite :"
               ACCEPT OfficerId
               DISPLAY "TRAN-ID de l'enregistrement en quarantaine :"
               ACCEPT MaintTranId-X
               DISPLAY "Note motivant la decision :"
               ACCEPT DecisionNote
               EVALUATE TRUE
               WHEN OfficerId = SPACES
                   MOVE 'N' TO EditValid
                   MOVE "Identifiant du responsable non saisi"
                       TO EditReason
               WHEN MaintTranId-X IS NOT NUMERIC
                   MOVE 'N' TO EditValid
                   MOVE "TRAN-ID non numerique" TO EditReason
               WHEN DecisionNote = SPACES
                   MOVE 'N' TO EditValid
                   MOVE "Note de decision non saisie" TO EditReason
               WHEN OTHER
                   MOVE MaintTranId-X TO MaintTranId
               END-EVALUATE
           WHEN 'V'
           WHEN 'E'
               CONTINUE
           WHEN OTHER
               MOVE 'N' TO EditValid
               MOVE "Mode inconnu (attendu V, L, B ou E)"
                   TO EditReason
           END-EVALUATE.

      * Mode V : affiche les enregistrements en attente de revue,
      * avec la regle qui les a arretes.
       LIST-QUARANTINE.
           OPEN INPUT QuarantineFile.
           EVALUATE StatutQuarantineFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ QuarantineFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF QR-STATUS = SPACE
                               PERFORM DISPLAY-ONE-WAITING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QuarantineFile
               IF WS-WAITING-COUNT = 0
                   MOVE 'N' TO EditValid
                   MOVE "Aucun enregistrement en attente de revue"
                       TO EditReason
               END-IF
           WHEN "35"
               MOVE 'N' TO EditValid
               MOVE "Quarantaine introuvable" TO EditReason
               MOVE 2 TO FileStatusReturnCode
           WHEN OTHER
               MOVE 'N' TO EditValid
               MOVE "Erreur d'E/S sur la quarantaine" TO EditReason
               MOVE 8 TO FileStatusReturnCode
           END-EVALUATE.

       DISPLAY-ONE-WAITING.
           ADD 1 TO WS-WAITING-COUNT.
           IF WS-WAITING-COUNT = 1
               DISPLAY "TRAN-ID  DATE      COMPTE      MONTANT "
                   "DESCRIPTION                    REGLE  RUN"
           END-IF.
           MOVE QR-ORIGINAL TO WS-QR-IMAGE.
           IF TRAN-AMOUNT IS NUMERIC
               MOVE TRAN-AMOUNT TO WS-AMOUNT-EDITED
           ELSE
               MOVE 0 TO WS-AMOUNT-EDITED
           END-IF.
           DISPLAY TRAN-ID "  " TRAN-DATE "  " TRAN-ACCOUNT-ID " "
               WS-AMOUNT-EDITED " " TRAN-DESCRIPTION " " QR-RULE-ID
               " " QR-RUN.
           DISPLAY "         regle " QR-RULE-KIND " : "
               FUNCTION TRIM(QR-RULE-VALUE).

      * Modes L, B et E : parcourt la quarantaine vers le fichier de
      * travail en appliquant le mode demande, puis recopie la
      * quarantaine mise a jour. En mode E, le flux de liberation est
      * ouvert en parallele.
       PROCESS-QUARANTINE.
           OPEN INPUT QuarantineFile.
           EVALUATE StatutQuarantineFile
           WHEN "00"
               IF MaintAction = 'E'
                   PERFORM FIND-FIRST-RELEASED
               END-IF
           WHEN "35"
               MOVE 'N' TO EditValid
               MOVE "Quarantaine introuvable" TO EditReason
               MOVE 2 TO FileStatusReturnCode
           WHEN OTHER
               MOVE 'N' TO EditValid
               MOVE "Erreur d'E/S sur la quarantaine" TO EditReason
               MOVE 8 TO FileStatusReturnCode
           END-EVALUATE.
           IF EditValid = 'Y'
               OPEN OUTPUT WorkFile
               IF MaintAction = 'E'
                   OPEN OUTPUT ReleasedFile
                   PERFORM WRITE-SENDER-HEADER
               END-IF
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ QuarantineFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           PERFORM PROCESS-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE QuarantineFile
               CLOSE WorkFile
               IF MaintAction = 'E'
                   PERFORM WRITE-SENDER-TRAILER
                   CLOSE ReleasedFile
               END-IF
               IF MaintAction NOT = 'E' AND WS-DECIDED-COUNT = 0
                   MOVE 'N' TO EditValid
                   MOVE "TRAN-ID introuvable en attente de revue"
                       TO EditReason
               ELSE
                   PERFORM COPY-WORKFILE-BACK
                   PERFORM SIGNAL-DECISION-ALERT
               END-IF
           END-IF.

      * Mode E : releve le premier enregistrement libere (identifiant
      * de lot expediteur du flux de liberation), puis repositionne
      * la quarantaine au debut. Rien de libere : rien a emettre.
       FIND-FIRST-RELEASED.
           MOVE 'N' TO EndOfFileSwitch.
           PERFORM UNTIL EndOfFileSwitch = 'Y'
               READ QuarantineFile
                   AT END
                       MOVE 'Y' TO EndOfFileSwitch
                   NOT AT END
                       IF QR-STATUS = 'L'
                           ADD 1 TO WS-RELEASED-COUNT
                           IF WS-RELEASED-COUNT = 1
                               MOVE QR-ORIGINAL TO WS-QR-IMAGE
                               IF TRAN-ID IS NUMERIC
                                   MOVE TRAN-ID TO WS-SENDER-ID
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QuarantineFile.
           IF WS-RELEASED-COUNT = 0
               MOVE 'N' TO EditValid
               MOVE "Aucun enregistrement libere a emettre"
                   TO EditReason
           ELSE
               OPEN INPUT QuarantineFile
           END-IF.

      * Applique le mode demande a une entree de la quarantaine.
       PROCESS-ONE-ENTRY.
           MOVE QR-ORIGINAL TO WS-QR-IMAGE.
           EVALUATE TRUE
      * Modes L et B : decision sur la premiere entree en attente
      * portant le TRAN-ID demande.
           WHEN (MaintAction = 'L' OR MaintAction = 'B')
                   AND QR-STATUS = SPACE
                   AND TRAN-ID IS NUMERIC
                   AND TRAN-ID = MaintTranId
                   AND WS-DECIDED-COUNT = 0
               MOVE MaintAction TO QR-STATUS
               MOVE OfficerId TO QR-OFFICER-ID
               MOVE WS-ALERT-PROC-DATE TO QR-DECISION-DATE
               MOVE DecisionNote TO QR-NOTE
               ADD 1 TO WS-DECIDED-COUNT
      * Mode E : emet chaque entree liberee dans le flux de
      * liberation et la marque emise.
           WHEN MaintAction = 'E' AND QR-STATUS = 'L'
               MOVE QR-ORIGINAL TO ReleasedRecord
               WRITE ReleasedRecord
               MOVE 'T' TO QR-STATUS
               ADD 1 TO WS-EMITTED-COUNT
               IF TRAN-AMOUNT IS NUMERIC
                   ADD TRAN-AMOUNT TO WS-RELEASED-TOTAL
               END-IF
           END-EVALUATE.
           IF QR-STATUS = SPACE
               ADD 1 TO WS-WAITING-COUNT
           END-IF.
           MOVE QuarantineRecord TO WorkFileRecord.
           WRITE WorkFileRecord.

      * En-tete expediteur du flux de liberation, exige par
      * modifCreated en premiere position.
       WRITE-SENDER-HEADER.
           MOVE SPACES TO WS-QR-IMAGE.
           MOVE WS-ALERT-PROC-DATE TO TRAN-DATE.
           MOVE WS-SENDER-ID TO TRAN-ID.
           MOVE 0 TO TRAN-AMOUNT.
           MOVE "SENDER HEADER CONFORMITE" TO TRAN-DESCRIPTION.
           MOVE WS-QR-IMAGE TO ReleasedRecord.
           WRITE ReleasedRecord.

      * Trailer expediteur du flux de liberation : nombre
      * d'enregistrements et total de controle, exige par
      * modifCreated en derniere position.
       WRITE-SENDER-TRAILER.
           MOVE SPACES TO WS-QR-IMAGE.
           MOVE WS-ALERT-PROC-DATE TO TRAN-DATE.
           MOVE WS-EMITTED-COUNT TO TRAN-ID.
           MOVE WS-RELEASED-TOTAL TO TRAN-AMOUNT.
           MOVE "SENDER TRAILER" TO TRAN-DESCRIPTION.
           MOVE WS-QR-IMAGE TO ReleasedRecord.
           WRITE ReleasedRecord.

      * Recopie le fichier de travail sur la quarantaine.
       COPY-WORKFILE-BACK.
           OPEN INPUT WorkFile.
           OPEN OUTPUT QuarantineFile.
           MOVE 'N' TO EndOfFileSwitch.
           PERFORM UNTIL EndOfFileSwitch = 'Y'
               READ WorkFile
                   AT END
                       MOVE 'Y' TO EndOfFileSwitch
                   NOT AT END
                       MOVE WorkFileRecord TO QuarantineRecord
                       WRITE QuarantineRecord
               END-READ
           END-PERFORM.
           CLOSE WorkFile.
           CLOSE QuarantineFile.

      * Journalise la decision (ou l'emission) dans les alertes
      * d'exploitation, avec l'identifiant du responsable.
       SIGNAL-DECISION-ALERT.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           EVALUATE MaintAction
           WHEN 'L'
               MOVE 'W' TO WS-ALERT-SEVERITY
               STRING "quarantaine : TRAN-ID " DELIMITED BY SIZE
                       MaintTranId DELIMITED BY SIZE
                       " LIBERE par " DELIMITED BY SIZE
                       FUNCTION TRIM(OfficerId) DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
           WHEN 'B'
               MOVE 'W' TO WS-ALERT-SEVERITY
               STRING "quarantaine : TRAN-ID " DELIMITED BY SIZE
                       MaintTranId DELIMITED BY SIZE
                       " BLOQUE par " DELIMITED BY SIZE
                       FUNCTION TRIM(OfficerId) DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
           WHEN OTHER
               MOVE 'I' TO WS-ALERT-SEVERITY
               STRING WS-EMITTED-COUNT DELIMITED BY SIZE
                       " enregistrement(s) libere(s) emis dans "
                           DELIMITED BY SIZE
                       "QRELEASED" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
           END-EVALUATE.
           OPEN EXTEND OpsAlertFile.
           IF StatutOpsAlertFile = "35"
               OPEN OUTPUT OpsAlertFile
           END-IF.
           MOVE SPACES TO OpsAlertRecord.
           MOVE "ReviewQuarantine"   TO AL-PROGRAM.
           MOVE WS-SYS-TIMESTAMP     TO AL-TIMESTAMP.
           MOVE WS-ALERT-SEVERITY    TO AL-SEVERITY.
           MOVE WS-ALERT-MESSAGE     TO AL-MESSAGE.
           MOVE WS-ALERT-PROC-DATE   TO AL-PROC-DATE.
           WRITE OpsAlertRecord.
           CLOSE OpsAlertFile.
           IF MaintAction = 'E'
               DISPLAY "Flux de liberation MODIFCREATED_QRELEASED.txt "
                   "(" WS-EMITTED-COUNT " enregistrement(s)) - le "
                   "lister dans MODIFCREATED_FEEDLIST.txt pour le "
                   "prochain run."
           END-IF.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb
      * d'enregistrements decides ou emis, et la decision elle-meme
      * avec l'identifiant du responsable en note (AUD-NOTE).
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "ReviewQuarantine"   TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP     TO AUD-TIMESTAMP
           MOVE StatutQuarantineFile TO AUD-FILE-STATUS
           MOVE WS-ALERT-PROC-DATE   TO AUD-PROC-DATE
           IF MaintAction = 'E'
               MOVE WS-EMITTED-COUNT TO AUD-RECORD-COUNT
           ELSE
               MOVE WS-DECIDED-COUNT TO AUD-RECORD-COUNT
           END-IF
           IF FileStatusReturnCode = 0
               EVALUATE MaintAction
               WHEN 'L'
                   STRING "LIBERE " DELIMITED BY SIZE
                           FUNCTION TRIM(OfficerId)
                               DELIMITED BY SIZE
                       INTO AUD-NOTE
               WHEN 'B'
                   STRING "BLOQUE " DELIMITED BY SIZE
                           FUNCTION TRIM(OfficerId)
                               DELIMITED BY SIZE
                       INTO AUD-NOTE
               WHEN 'E'
                   MOVE "EMISSION LIBERES" TO AUD-NOTE
               END-EVALUATE
           END-IF
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
