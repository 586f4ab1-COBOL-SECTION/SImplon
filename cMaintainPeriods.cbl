       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintainPeriods.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Tenue superviseur du registre des statuts de periode
      * (PERIOD_STATUS.txt, voir copybooks/PERIODREC.cpy) : un mois
      * certifie par cMonthEndMaster y est declare clos, et chaque
      * programme qui modifie des donnees comptabilisees refuse
      * alors de toucher un enregistrement date de ce mois. Ce
      * programme permet de consulter les statuts (mode V), de clore
      * ou de verrouiller un mois (modes C et L), et de rouvrir un
      * mois clos (mode O) pour une correction assumee. Toute
      * intervention exige l'identifiant du superviseur et un motif,
      * portes sur la ligne du registre et journalises dans la piste
      * d'audit et les alertes d'exploitation. Un mois verrouille est
      * definitif et ne peut plus etre rouvert.
       FILE-CONTROL.
       SELECT PeriodStatusFile ASSIGN TO "PERIOD_STATUS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPeriodStatusFile.
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
           FD  PeriodStatusFile.
           01  PeriodStatusRecord.
      * Gisement du registre des statuts de periode (voir
      * copybooks/PERIODREC.cpy).
               COPY PERIODREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutPeriodStatusFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
      * Horodatage systeme pour le registre et la piste d'audit
           01  WS-SYS-DATETIME.
               05 WS-SYS-TIMESTAMP PIC 9(14).
               05 FILLER           PIC X(7).
      * Date de traitement (BATCH_DATE) portee par le registre et
      * l'alerte ; a defaut, la date systeme.
           01  WS-ALERT-DATE-X PIC X(8) VALUE SPACES.
           01  WS-ALERT-PROC-DATE PIC 9(8) VALUE 0.
      * Saisies du superviseur : mode, mois vise, identifiant et
      * motif, portes sur la ligne du registre et journalises.
           01  PeriodAction PIC X(1) VALUE SPACE.
           01  PeriodTarget-X PIC X(6) VALUE SPACES.
           01  PeriodTarget PIC 9(6) VALUE 0.
           01  SupervisorId PIC X(10) VALUE SPACES.
           01  PeriodReason PIC X(40) VALUE SPACES.
      * Resultat du controle des saisies
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
      * Statut courant de chaque mois present au registre (la
      * derniere ligne d'un mois l'emporte), et du mois vise.
           01  WS-PERIOD-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-MAX-PERIODS PIC 9(3) COMP VALUE 600.
           01  WS-PERIOD-TABLE.
               05 WS-PERIOD-ENTRY OCCURS 600 TIMES.
                   10 WS-PT-PERIOD     PIC 9(6).
                   10 WS-PT-STATUS     PIC X(1).
                   10 WS-PT-SUPERVISOR PIC X(10).
                   10 WS-PT-PROC-DATE  PIC 9(8).
           01  WS-PERIOD-IDX PIC 9(3) COMP VALUE 0.
           01  WS-PERIOD-FOUND PIC X(1) VALUE 'N'.
           01  WS-PERIOD-EOF PIC X(1) VALUE 'N'.
           01  WS-CURRENT-STATUS PIC X(1) VALUE 'O'.
           01  WS-STATUS-LABEL PIC X(12) VALUE SPACES.
           01  WS-ACTION-WORD PIC X(4) VALUE SPACES.
           01  WS-ACTION-LABEL PIC X(12) VALUE SPACES.
           01  WS-CHANGED-COUNT PIC 9(7) VALUE 0.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'I'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Code retour : 0 = statut change ou registre consulte,
      * 4 = rien a faire (saisie invalide ou changement de statut
      * refuse), 8 = erreur d'E/S irrecuperable sur le registre
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

           PERFORM LOAD-PERIOD-STATUS.
           IF FileStatusReturnCode = 0
               PERFORM ACCEPT-SUPERVISOR-INPUT
           END-IF.
           IF EditValid = 'Y' AND FileStatusReturnCode = 0
               IF PeriodAction = 'V'
                   PERFORM LIST-PERIOD-STATUS
               ELSE
                   PERFORM CHECK-STATUS-TRANSITION
                   IF EditValid = 'Y'
                       PERFORM APPEND-PERIOD-STATUS
                   END-IF
               END-IF
           END-IF.
           IF EditValid = 'Y' AND FileStatusReturnCode = 0
               IF PeriodAction NOT = 'V'
                   DISPLAY "Periode " PeriodTarget " : "
                       FUNCTION TRIM(WS-ACTION-LABEL) " par "
                       FUNCTION TRIM(SupervisorId) "."
               END-IF
           ELSE
               IF FileStatusReturnCode = 0
                   MOVE 4 TO FileStatusReturnCode
               END-IF
               DISPLAY "Aucun changement de statut : "
                   FUNCTION TRIM(EditReason)
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Releve le statut courant de chaque mois present au registre.
      * Registre absent : tous les mois sont ouverts.
       LOAD-PERIOD-STATUS.
           MOVE 0 TO WS-PERIOD-COUNT.
           OPEN INPUT PeriodStatusFile.
           EVALUATE StatutPeriodStatusFile
           WHEN "00"
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
           WHEN "35"
               CONTINUE
           WHEN OTHER
               MOVE 'N' TO EditValid
               MOVE "Erreur d'E/S sur PERIOD_STATUS.txt"
                   TO EditReason
               MOVE 8 TO FileStatusReturnCode
           END-EVALUATE.

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
                       MOVE PS-SUPERVISOR
                           TO WS-PT-SUPERVISOR(WS-PERIOD-IDX)
                       MOVE PS-PROC-DATE
                           TO WS-PT-PROC-DATE(WS-PERIOD-IDX)
                   END-IF
               END-PERFORM
               IF WS-PERIOD-FOUND = 'N'
                   IF WS-PERIOD-COUNT < WS-MAX-PERIODS
                       ADD 1 TO WS-PERIOD-COUNT
                       MOVE PS-PERIOD
                           TO WS-PT-PERIOD(WS-PERIOD-COUNT)
                       MOVE PS-STATUS
                           TO WS-PT-STATUS(WS-PERIOD-COUNT)
                       MOVE PS-SUPERVISOR
                           TO WS-PT-SUPERVISOR(WS-PERIOD-COUNT)
                       MOVE PS-PROC-DATE
                           TO WS-PT-PROC-DATE(WS-PERIOD-COUNT)
                   ELSE
                       DISPLAY "*** ATTENTION : table des periodes "
                           "pleine (600) - mois ignore : " PS-PERIOD
                   END-IF
               END-IF
           END-IF.

      * Lit et controle les saisies du superviseur.
       ACCEPT-SUPERVISOR-INPUT.
           MOVE 'Y' TO EditValid.
           MOVE SPACES TO EditReason.
           DISPLAY "Mode (V=consulter, C=clore, L=verrouiller, "
               "O=rouvrir) :".
           ACCEPT PeriodAction.
           IF PeriodAction NOT = 'V'
               DISPLAY "Mois vise (AAAAMM) :"
               ACCEPT PeriodTarget-X
               DISPLAY "Identifiant du superviseur :"
               ACCEPT SupervisorId
               DISPLAY "Motif :"
               ACCEPT PeriodReason
           END-IF.
           EVALUATE TRUE
           WHEN PeriodAction NOT = 'V' AND PeriodAction NOT = 'C'
                   AND PeriodAction NOT = 'L'
                   AND PeriodAction NOT = 'O'
               MOVE 'N' TO EditValid
               MOVE "Mode inconnu (attendu V, C, L ou O)"
                   TO EditReason
           WHEN PeriodAction = 'V'
               CONTINUE
           WHEN PeriodTarget-X IS NOT NUMERIC
               MOVE 'N' TO EditValid
               MOVE "Mois non numerique (AAAAMM attendu)"
                   TO EditReason
           WHEN PeriodTarget-X(5:2) < "01"
                   OR PeriodTarget-X(5:2) > "12"
               MOVE 'N' TO EditValid
               MOVE "Mois invalide (AAAAMM attendu)" TO EditReason
           WHEN SupervisorId = SPACES
               MOVE 'N' TO EditValid
               MOVE "Identifiant du superviseur non saisi"
                   TO EditReason
           WHEN PeriodReason = SPACES
               MOVE 'N' TO EditValid
               MOVE "Motif non saisi" TO EditReason
           END-EVALUATE.
           IF EditValid = 'Y' AND PeriodAction NOT = 'V'
               MOVE PeriodTarget-X TO PeriodTarget
           END-IF.

      * Changements de statut admis : clore un mois ouvert,
      * verrouiller un mois clos, rouvrir un mois clos. Un mois
      * verrouille est definitif.
       CHECK-STATUS-TRANSITION.
           MOVE 'O' TO WS-CURRENT-STATUS.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
               IF WS-PT-PERIOD(WS-PERIOD-IDX) = PeriodTarget
                   MOVE WS-PT-STATUS(WS-PERIOD-IDX)
                       TO WS-CURRENT-STATUS
               END-IF
           END-PERFORM.
           EVALUATE TRUE
           WHEN WS-CURRENT-STATUS = 'L'
               MOVE 'N' TO EditValid
               MOVE "Periode verrouillee, definitive" TO EditReason
           WHEN PeriodAction = 'C' AND WS-CURRENT-STATUS = 'C'
               MOVE 'N' TO EditValid
               MOVE "Periode deja close" TO EditReason
           WHEN PeriodAction = 'L' AND WS-CURRENT-STATUS NOT = 'C'
               MOVE 'N' TO EditValid
               MOVE "Seule une periode close se verrouille"
                   TO EditReason
           WHEN PeriodAction = 'O' AND WS-CURRENT-STATUS NOT = 'C'
               MOVE 'N' TO EditValid
               MOVE "Periode deja ouverte" TO EditReason
           END-EVALUATE.

      * Ajoute au registre la ligne du nouveau statut, avec
      * l'identifiant du superviseur et le motif, et leve l'alerte
      * d'exploitation (avertissement pour une reouverture).
       APPEND-PERIOD-STATUS.
           EVALUATE PeriodAction
           WHEN 'C'
               MOVE "CLOT" TO WS-ACTION-WORD
               MOVE "close" TO WS-ACTION-LABEL
               MOVE 'I' TO WS-ALERT-SEVERITY
           WHEN 'L'
               MOVE "VERR" TO WS-ACTION-WORD
               MOVE "verrouillee" TO WS-ACTION-LABEL
               MOVE 'I' TO WS-ALERT-SEVERITY
           WHEN 'O'
               MOVE "ROUV" TO WS-ACTION-WORD
               MOVE "rouverte" TO WS-ACTION-LABEL
               MOVE 'W' TO WS-ALERT-SEVERITY
           END-EVALUATE.
           OPEN EXTEND PeriodStatusFile.
           IF StatutPeriodStatusFile = "35"
               OPEN OUTPUT PeriodStatusFile
           END-IF.
           IF StatutPeriodStatusFile NOT = "00"
               MOVE 'N' TO EditValid
               MOVE "Erreur d'E/S sur PERIOD_STATUS.txt"
                   TO EditReason
               MOVE 8 TO FileStatusReturnCode
           ELSE
               MOVE SPACES TO PeriodStatusRecord
               MOVE PeriodTarget         TO PS-PERIOD
               MOVE PeriodAction         TO PS-STATUS
               MOVE WS-SYS-TIMESTAMP     TO PS-TIMESTAMP
               MOVE "MaintainPeriods"    TO PS-PROGRAM
               MOVE SupervisorId         TO PS-SUPERVISOR
               MOVE PeriodReason         TO PS-REASON
               MOVE WS-ALERT-PROC-DATE   TO PS-PROC-DATE
               WRITE PeriodStatusRecord
               CLOSE PeriodStatusFile
               ADD 1 TO WS-CHANGED-COUNT
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "periode " DELIMITED BY SIZE
                       PeriodTarget DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ACTION-LABEL)
                           DELIMITED BY SIZE
                       " par " DELIMITED BY SIZE
                       FUNCTION TRIM(SupervisorId) DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.

      * Liste le statut courant de chaque mois present au registre,
      * avec le superviseur et la date de traitement du dernier
      * changement. Les mois absents du registre sont ouverts.
       LIST-PERIOD-STATUS.
           DISPLAY "*** STATUTS DES PERIODES COMPTABLES ***".
           DISPLAY "Mois    Statut       Superviseur Date trait.".
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
               EVALUATE WS-PT-STATUS(WS-PERIOD-IDX)
               WHEN 'C'
                   MOVE "CLOSE" TO WS-STATUS-LABEL
               WHEN 'L'
                   MOVE "VERROUILLEE" TO WS-STATUS-LABEL
               WHEN OTHER
                   MOVE "OUVERTE" TO WS-STATUS-LABEL
               END-EVALUATE
               DISPLAY WS-PT-PERIOD(WS-PERIOD-IDX) "  "
                   WS-STATUS-LABEL " "
                   WS-PT-SUPERVISOR(WS-PERIOD-IDX) "  "
                   WS-PT-PROC-DATE(WS-PERIOD-IDX)
           END-PERFORM.
           DISPLAY "Periodes au registre  . . . : " WS-PERIOD-COUNT.
           DISPLAY "(un mois absent du registre est ouvert)".

      * Ajoute une alerte a OPSALERTS.txt.
       WRITE-OPS-ALERT.
           OPEN EXTEND OpsAlertFile.
           IF StatutOpsAlertFile = "35"
               OPEN OUTPUT OpsAlertFile
           END-IF.
           MOVE SPACES TO OpsAlertRecord.
           MOVE "MaintainPeriods"    TO AL-PROGRAM.
           MOVE WS-SYS-TIMESTAMP     TO AL-TIMESTAMP.
           MOVE WS-ALERT-SEVERITY    TO AL-SEVERITY.
           MOVE WS-ALERT-MESSAGE     TO AL-MESSAGE.
           MOVE WS-ALERT-PROC-DATE   TO AL-PROC-DATE.
           WRITE OpsAlertRecord.
           CLOSE OpsAlertFile.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut du registre, nb de
      * statuts changes, et en note (AUD-NOTE) l'action, le mois et
      * l'identifiant du superviseur.
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "MaintainPeriods"   TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutPeriodStatusFile TO AUD-FILE-STATUS
           MOVE WS-CHANGED-COUNT    TO AUD-RECORD-COUNT
           MOVE WS-ALERT-PROC-DATE  TO AUD-PROC-DATE
           IF WS-CHANGED-COUNT > 0
               STRING WS-ACTION-WORD DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PeriodTarget DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(SupervisorId) DELIMITED BY SIZE
                   INTO AUD-NOTE
           END-IF
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
