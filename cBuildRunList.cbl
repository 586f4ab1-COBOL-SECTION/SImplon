       IDENTIFICATION DIVISION.
       PROGRAM-ID. BuildRunList.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Liste des etapes du jour : RunBatch.sh enchainait une chaine
      * quotidienne figee, et les etapes de periode (consolidation de
      * fin de mois, cloture d'exercice, balance agee...) se lancaient
      * a la main, a condition de se souvenir que le jour etait une
      * fin de mois du calendrier. Ce programme lit le plan de
      * production JOBPLAN.txt (gisement JOBPLANREC : etape,
      * executable, periodicite, codes retour d'arret,
      * predecesseurs) et le calendrier d'ouvrage CALENDAR.txt, retient
      * les etapes dues a la date de traitement (BATCH_DATE) :
      *   'D' tous les jours, 'M' jour marque fin de mois
      *   (CAL-MONTH-END = 'M'), 'Y' dernier jour ouvre de l'annee,
      *   'W' jour de semaine donne,
      * les ordonne dans l'ordre du plan en faisant passer chaque
      * etape apres ses predecesseurs retenus, affiche la liste et la
      * publie dans JOBPLAN_RUNLIST.txt, ou RunBatch.sh vient la lire.
      * Ajouter une etape au batch revient a ajouter une ligne au
      * plan.
       FILE-CONTROL.
       SELECT JobPlanFile ASSIGN TO "JOBPLAN.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutJobPlanFile.
       SELECT CalendarFile ASSIGN TO "CALENDAR.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutCalendarFile.
      * Liste publiee pour RunBatch.sh (une etape par ligne : nom,
      * executable, codes retour d'arret).
       SELECT RunListFile ASSIGN TO "JOBPLAN_RUNLIST.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutRunListFile.
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
           FD  JobPlanFile.
           01  JobPlanRecord.
      * Gisement du plan de production (voir
      * copybooks/JOBPLANREC.cpy).
               COPY JOBPLANREC.

           FD  CalendarFile.
           01  CalendarRecord.
      * Gisement du calendrier d'ouvrage (voir
      * copybooks/CALREC.cpy).
               COPY CALREC.

           FD  RunListFile.
           01  RunListRecord.
               05 RL-STEP-NAME     PIC X(20).
               05 FILLER           PIC X(1).
               05 RL-PROGRAM       PIC X(30).
               05 FILLER           PIC X(1).
               05 RL-STOP-CODES    PIC X(9).

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutJobPlanFile PIC X(2) VALUE '00'.
           01  StatutCalendarFile PIC X(2) VALUE '00'.
           01  StatutRunListFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
      * Horodatage systeme et date de traitement (BATCH_DATE)
           01  WS-SYS-DATETIME.
               05 WS-SYS-DATE    PIC 9(8).
               05 FILLER         PIC X(13).
           01  WS-SYS-TIMESTAMP PIC 9(14).
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
           01  WS-PROC-DATE-R REDEFINES WS-PROC-DATE.
               05 WS-PD-YEAR     PIC 9(4).
               05 WS-PD-MMDD     PIC 9(4).
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Qualites calendaires de la date de traitement : jour de
      * semaine (1 = lundi ... 7 = dimanche), fin de mois marquee au
      * calendrier, dernier jour ouvre de l'annee.
           01  WS-PROC-WEEKDAY PIC 9(1) VALUE 0.
           01  WS-IS-MONTH-END PIC X(1) VALUE 'N'.
           01  WS-IS-YEAR-END PIC X(1) VALUE 'N'.
      * Dates non ouvrees chargees depuis le calendrier (types F et
      * W), pour la recherche du dernier jour ouvre de l'annee.
           01  WS-CLOSED-COUNT PIC 9(3) VALUE 0.
           01  WS-CLOSED-TABLE.
               05  WS-CLOSED-DATE OCCURS 400 TIMES PIC 9(8).
           01  WS-CLOSED-IDX PIC 9(3) VALUE 0.
           01  WS-CANDIDATE PIC 9(8) VALUE 0.
           01  WS-CANDIDATE-INT PIC S9(9) VALUE 0.
           01  WS-YEAR-LAST-DAY PIC 9(8) VALUE 0.
           01  WS-YEAR-LAST-INT PIC S9(9) VALUE 0.
           01  WS-IS-CLOSED PIC X(1) VALUE 'N'.
      * Plan de production charge en memoire, avec pour chaque etape
      * son verdict du jour, ses predecesseurs resolus en rang dans
      * le plan et son rang de lancement.
           01  WS-MAX-STEPS PIC 9(3) VALUE 100.
           01  WS-STEP-COUNT PIC 9(3) VALUE 0.
           01  WS-STEP-TABLE.
               05  WS-STEP-ENTRY OCCURS 100 TIMES.
                   10  WS-ST-NAME       PIC X(20).
                   10  WS-ST-PROGRAM    PIC X(30).
                   10  WS-ST-WHEN       PIC X(1).
                   10  WS-ST-WEEKDAY    PIC X(1).
                   10  WS-ST-STOP-CODES PIC X(9).
                   10  WS-ST-PRED-NAME  PIC X(20) OCCURS 3 TIMES.
                   10  WS-ST-PRED-IDX   PIC 9(3) OCCURS 3 TIMES.
                   10  WS-ST-DUE        PIC X(1).
                   10  WS-ST-PLACED     PIC X(1).
           01  WS-ST-IDX PIC 9(3) VALUE 0.
           01  WS-ST-IDX2 PIC 9(3) VALUE 0.
           01  WS-PRED-IDX PIC 9(1) VALUE 0.
           01  WS-READY PIC X(1) VALUE 'N'.
           01  WS-PICKED PIC 9(3) VALUE 0.
      * Ordre de lancement du jour (rangs dans le plan)
           01  WS-RUN-COUNT PIC 9(3) VALUE 0.
           01  WS-DUE-COUNT PIC 9(3) VALUE 0.
           01  WS-RUN-TABLE.
               05  WS-RUN-STEP OCCURS 100 TIMES PIC 9(3).
           01  WS-RUN-IDX PIC 9(3) VALUE 0.
      * Libelle de la periodicite pour l'affichage
           01  WS-WHEN-LABEL PIC X(22) VALUE SPACES.
      * Anomalies du plan (etape en double, periodicite inconnue,
      * predecesseur inconnu, cycle de predecesseurs)
           01  WS-PLAN-ERRORS PIC 9(3) VALUE 0.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'S'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = liste du jour publiee, 2 = JOBPLAN.txt absent,
      *   6 = plan incoherent (liste non publiee),
      *   8 = erreur d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

      * !!!! COMMANDE D'EXUCUTIONS DU PROGRAMME:
       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.
           MOVE WS-SYS-DATETIME(1:14) TO WS-SYS-TIMESTAMP.
           ACCEPT WS-BATCH-DATE-X FROM ENVIRONMENT "BATCH_DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BATCH-DATE-X
           END-ACCEPT.
           IF WS-BATCH-DATE-X = SPACES
                   OR WS-BATCH-DATE-X IS NOT NUMERIC
               MOVE WS-SYS-DATE TO WS-PROC-DATE
           ELSE
               MOVE WS-BATCH-DATE-X TO WS-PROC-DATE
           END-IF.

           PERFORM LOAD-JOB-PLAN.
           IF FileStatusReturnCode = 0
               PERFORM LOAD-CALENDAR
               PERFORM CLASSIFY-PROC-DATE
               PERFORM SELECT-DUE-STEPS
               PERFORM RESOLVE-PREDECESSORS
           END-IF.
           IF FileStatusReturnCode = 0 AND WS-PLAN-ERRORS = 0
               PERFORM ORDER-DUE-STEPS
           END-IF.
           IF FileStatusReturnCode = 0 AND WS-PLAN-ERRORS > 0
               MOVE 6 TO FileStatusReturnCode
               DISPLAY "*** PLAN DE PRODUCTION INCOHERENT : "
                   WS-PLAN-ERRORS " anomalie(s) - liste du jour non "
                   "publiee, corriger JOBPLAN.txt."
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "plan de production incoherent : "
                       DELIMITED BY SIZE
                       WS-PLAN-ERRORS DELIMITED BY SIZE
                       " anomalie(s)" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM PUBLISH-RUN-LIST
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Charge le plan de production en memoire (lignes de
      * commentaire '*' et lignes blanches ignorees).
       LOAD-JOB-PLAN.
           MOVE 0 TO WS-STEP-COUNT.
           OPEN INPUT JobPlanFile.
           EVALUATE StatutJobPlanFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ JobPlanFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF JP-STEP-NAME NOT = SPACES
                                   AND JP-STEP-NAME(1:1) NOT = '*'
                               PERFORM LOAD-ONE-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JobPlanFile
           WHEN "35"
               MOVE 2 TO FileStatusReturnCode
               DISPLAY "JOBPLAN.txt introuvable (statut "
                   StatutJobPlanFile ") - aucune liste d'etapes "
                   "publiee."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND BuildRunList - erreur d'E/S "
                   "irrecuperable sur JOBPLAN.txt (statut "
                   StatutJobPlanFile ")."
           END-EVALUATE.

       LOAD-ONE-STEP.
           IF WS-STEP-COUNT >= WS-MAX-STEPS
               ADD 1 TO WS-PLAN-ERRORS
               DISPLAY "*** Plan : plus de " WS-MAX-STEPS
                   " etapes - etape " JP-STEP-NAME " ignoree."
           ELSE
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-STEP-COUNT
                   IF WS-ST-NAME(WS-ST-IDX) = JP-STEP-NAME
                       ADD 1 TO WS-PLAN-ERRORS
                       DISPLAY "*** Plan : etape " JP-STEP-NAME
                           " en double."
                   END-IF
               END-PERFORM
               ADD 1 TO WS-STEP-COUNT
               MOVE JP-STEP-NAME TO WS-ST-NAME(WS-STEP-COUNT)
               MOVE JP-PROGRAM TO WS-ST-PROGRAM(WS-STEP-COUNT)
               MOVE JP-WHEN TO WS-ST-WHEN(WS-STEP-COUNT)
               MOVE JP-WEEKDAY TO WS-ST-WEEKDAY(WS-STEP-COUNT)
               IF JP-STOP-CODES = SPACES
                   MOVE "26789" TO WS-ST-STOP-CODES(WS-STEP-COUNT)
               ELSE
                   MOVE JP-STOP-CODES
                       TO WS-ST-STOP-CODES(WS-STEP-COUNT)
               END-IF
               PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                       UNTIL WS-PRED-IDX > 3
                   MOVE JP-PRED(WS-PRED-IDX)
                       TO WS-ST-PRED-NAME(WS-STEP-COUNT, WS-PRED-IDX)
                   MOVE 0
                       TO WS-ST-PRED-IDX(WS-STEP-COUNT, WS-PRED-IDX)
               END-PERFORM
               MOVE 'N' TO WS-ST-DUE(WS-STEP-COUNT)
               MOVE 'N' TO WS-ST-PLACED(WS-STEP-COUNT)
               IF JP-PROGRAM = SPACES
                   ADD 1 TO WS-PLAN-ERRORS
                   DISPLAY "*** Plan : etape " JP-STEP-NAME
                       " sans executable."
               END-IF
               EVALUATE TRUE
               WHEN JP-WHEN = 'D' OR JP-WHEN = 'M' OR JP-WHEN = 'Y'
                   CONTINUE
               WHEN JP-WHEN = 'W' AND JP-WEEKDAY >= '1'
                       AND JP-WEEKDAY <= '7'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-PLAN-ERRORS
                   DISPLAY "*** Plan : etape " JP-STEP-NAME
                       " - periodicite inconnue '" JP-WHEN
                       JP-WEEKDAY "' (attendu D, M, Y ou W1..W7)."
               END-EVALUATE
           END-IF.

      * Charge les dates non ouvrees du calendrier (types F et W) et
      * releve la marque de fin de mois de la date de traitement.
      * Calendrier absent : toutes les dates sont ouvrees et aucune
      * n'est une fin de mois marquee.
       LOAD-CALENDAR.
           MOVE 0 TO WS-CLOSED-COUNT.
           OPEN INPUT CalendarFile.
           IF StatutCalendarFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ CalendarFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF CAL-DATE IS NUMERIC
                                   AND CAL-DATE = WS-PROC-DATE
                                   AND CAL-MONTH-END = 'M'
                               MOVE 'Y' TO WS-IS-MONTH-END
                           END-IF
                           IF (CAL-TYPE = 'F' OR CAL-TYPE = 'W')
                                   AND CAL-DATE IS NUMERIC
                               IF WS-CLOSED-COUNT < 400
                                   ADD 1 TO WS-CLOSED-COUNT
                                   MOVE CAL-DATE TO
                                       WS-CLOSED-DATE(WS-CLOSED-COUNT)
                               ELSE
                                   DISPLAY "*** ATTENTION : table des "
                                       "dates non ouvrees pleine "
                                       "(400) - date ignoree : "
                                       CAL-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CalendarFile
           END-IF.

      * Jour de semaine de la date de traitement (1 = lundi ...
      * 7 = dimanche, le jour 1 du calendrier gregorien interne,
      * 1601-01-01, etait un lundi) et dernier jour ouvre de
      * l'annee : la date est ouvree et toutes les dates suivantes
      * jusqu'au 31 decembre sont non ouvrees.
       CLASSIFY-PROC-DATE.
           COMPUTE WS-PROC-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-PROC-DATE) - 1, 7) + 1.
           MOVE WS-PROC-DATE TO WS-CANDIDATE.
           PERFORM CHECK-CANDIDATE-CLOSED.
           IF WS-IS-CLOSED = 'N'
               MOVE 'Y' TO WS-IS-YEAR-END
               MOVE WS-PD-YEAR TO WS-YEAR-LAST-DAY(1:4)
               MOVE 1231 TO WS-YEAR-LAST-DAY(5:4)
               MOVE FUNCTION INTEGER-OF-DATE(WS-YEAR-LAST-DAY)
                   TO WS-YEAR-LAST-INT
               MOVE FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)
                   TO WS-CANDIDATE-INT
               PERFORM UNTIL WS-CANDIDATE-INT >= WS-YEAR-LAST-INT
                       OR WS-IS-YEAR-END = 'N'
                   ADD 1 TO WS-CANDIDATE-INT
                   MOVE FUNCTION DATE-OF-INTEGER(WS-CANDIDATE-INT)
                       TO WS-CANDIDATE
                   PERFORM CHECK-CANDIDATE-CLOSED
                   IF WS-IS-CLOSED = 'N'
                       MOVE 'N' TO WS-IS-YEAR-END
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY "*** PLAN DE PRODUCTION - JOURNEE " WS-PROC-DATE
               " (jour " WS-PROC-WEEKDAY ", fin de mois "
               WS-IS-MONTH-END ", dernier jour ouvre de l'annee "
               WS-IS-YEAR-END ") ***".

      * La date candidate est-elle une date non ouvree du calendrier?
       CHECK-CANDIDATE-CLOSED.
           MOVE 'N' TO WS-IS-CLOSED.
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
                       OR WS-IS-CLOSED = 'Y'
               IF WS-CLOSED-DATE(WS-CLOSED-IDX) = WS-CANDIDATE
                   MOVE 'Y' TO WS-IS-CLOSED
               END-IF
           END-PERFORM.

      * Retient les etapes dues a la date de traitement.
       SELECT-DUE-STEPS.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STEP-COUNT
               EVALUATE WS-ST-WHEN(WS-ST-IDX)
               WHEN 'D'
                   MOVE 'Y' TO WS-ST-DUE(WS-ST-IDX)
               WHEN 'M'
                   MOVE WS-IS-MONTH-END TO WS-ST-DUE(WS-ST-IDX)
               WHEN 'Y'
                   MOVE WS-IS-YEAR-END TO WS-ST-DUE(WS-ST-IDX)
               WHEN 'W'
                   IF WS-ST-WEEKDAY(WS-ST-IDX) = WS-PROC-WEEKDAY
                       MOVE 'Y' TO WS-ST-DUE(WS-ST-IDX)
                   END-IF
               END-EVALUATE
               IF WS-ST-DUE(WS-ST-IDX) = 'Y'
                   ADD 1 TO WS-DUE-COUNT
               END-IF
           END-PERFORM.

      * Resout chaque predecesseur en rang dans le plan ; un
      * predecesseur absent du plan est une anomalie.
       RESOLVE-PREDECESSORS.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STEP-COUNT
               PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                       UNTIL WS-PRED-IDX > 3
                   IF WS-ST-PRED-NAME(WS-ST-IDX, WS-PRED-IDX)
                           NOT = SPACES
                       PERFORM FIND-PREDECESSOR
                   END-IF
               END-PERFORM
           END-PERFORM.

       FIND-PREDECESSOR.
           PERFORM VARYING WS-ST-IDX2 FROM 1 BY 1
                   UNTIL WS-ST-IDX2 > WS-STEP-COUNT
                       OR WS-ST-PRED-IDX(WS-ST-IDX, WS-PRED-IDX) > 0
               IF WS-ST-NAME(WS-ST-IDX2)
                       = WS-ST-PRED-NAME(WS-ST-IDX, WS-PRED-IDX)
                   MOVE WS-ST-IDX2
                       TO WS-ST-PRED-IDX(WS-ST-IDX, WS-PRED-IDX)
               END-IF
           END-PERFORM.
           IF WS-ST-PRED-IDX(WS-ST-IDX, WS-PRED-IDX) = 0
               ADD 1 TO WS-PLAN-ERRORS
               DISPLAY "*** Plan : etape " WS-ST-NAME(WS-ST-IDX)
                   " - predecesseur inconnu "
                   WS-ST-PRED-NAME(WS-ST-IDX, WS-PRED-IDX)
           END-IF.

      * Ordonne les etapes du jour : a chaque tour, la premiere etape
      * du plan non encore placee dont tous les predecesseurs retenus
      * le jour sont deja places. Plus aucune etape placable alors
      * qu'il en reste : cycle de predecesseurs.
       ORDER-DUE-STEPS.
           MOVE 0 TO WS-RUN-COUNT.
           MOVE 1 TO WS-PICKED.
           PERFORM UNTIL WS-RUN-COUNT >= WS-DUE-COUNT
                   OR WS-PICKED = 0
               MOVE 0 TO WS-PICKED
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-STEP-COUNT
                           OR WS-PICKED > 0
                   IF WS-ST-DUE(WS-ST-IDX) = 'Y'
                           AND WS-ST-PLACED(WS-ST-IDX) = 'N'
                       PERFORM CHECK-STEP-READY
                       IF WS-READY = 'Y'
                           MOVE WS-ST-IDX TO WS-PICKED
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PICKED > 0
                   MOVE 'Y' TO WS-ST-PLACED(WS-PICKED)
                   ADD 1 TO WS-RUN-COUNT
                   MOVE WS-PICKED TO WS-RUN-STEP(WS-RUN-COUNT)
               END-IF
           END-PERFORM.
           IF WS-RUN-COUNT < WS-DUE-COUNT
               ADD 1 TO WS-PLAN-ERRORS
               DISPLAY "*** Plan : cycle de predecesseurs entre les "
                   "etapes du jour non placees :"
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-STEP-COUNT
                   IF WS-ST-DUE(WS-ST-IDX) = 'Y'
                           AND WS-ST-PLACED(WS-ST-IDX) = 'N'
                       DISPLAY "      " WS-ST-NAME(WS-ST-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-STEP-READY.
           MOVE 'Y' TO WS-READY.
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > 3
               MOVE WS-ST-PRED-IDX(WS-ST-IDX, WS-PRED-IDX)
                   TO WS-ST-IDX2
               IF WS-ST-IDX2 > 0
                   IF WS-ST-DUE(WS-ST-IDX2) = 'Y'
                           AND WS-ST-PLACED(WS-ST-IDX2) = 'N'
                       MOVE 'N' TO WS-READY
                   END-IF
               END-IF
           END-PERFORM.

      * Affiche la liste du jour (et les etapes non dues) et la
      * publie dans JOBPLAN_RUNLIST.txt.
       PUBLISH-RUN-LIST.
           OPEN OUTPUT RunListFile.
           IF StatutRunListFile NOT = "00"
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND BuildRunList - impossible de creer "
                   "JOBPLAN_RUNLIST.txt (statut " StatutRunListFile
                   ")."
           ELSE
               DISPLAY "RANG ETAPE                EXECUTABLE"
                   "                     ARRET SUR  PERIODICITE"
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                       UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   MOVE WS-RUN-STEP(WS-RUN-IDX) TO WS-ST-IDX
                   PERFORM BUILD-WHEN-LABEL
                   DISPLAY WS-RUN-IDX "  " WS-ST-NAME(WS-ST-IDX) " "
                       WS-ST-PROGRAM(WS-ST-IDX) " "
                       WS-ST-STOP-CODES(WS-ST-IDX) "  "
                       WS-WHEN-LABEL
                   MOVE SPACES TO RunListRecord
                   MOVE WS-ST-NAME(WS-ST-IDX) TO RL-STEP-NAME
                   MOVE WS-ST-PROGRAM(WS-ST-IDX) TO RL-PROGRAM
                   MOVE WS-ST-STOP-CODES(WS-ST-IDX) TO RL-STOP-CODES
                   WRITE RunListRecord
               END-PERFORM
               CLOSE RunListFile
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-STEP-COUNT
                   IF WS-ST-DUE(WS-ST-IDX) = 'N'
                       PERFORM BUILD-WHEN-LABEL
                       DISPLAY "     " WS-ST-NAME(WS-ST-IDX)
                           " non prevue ce jour ("
                           FUNCTION TRIM(WS-WHEN-LABEL) ")"
                   END-IF
               END-PERFORM
               DISPLAY "Etapes du plan . . . . . : " WS-STEP-COUNT
               DISPLAY "Etapes retenues ce jour  : " WS-RUN-COUNT
           END-IF.

       BUILD-WHEN-LABEL.
           MOVE SPACES TO WS-WHEN-LABEL.
           EVALUATE WS-ST-WHEN(WS-ST-IDX)
           WHEN 'D'
               MOVE "quotidienne" TO WS-WHEN-LABEL
           WHEN 'M'
               MOVE "fin de mois" TO WS-WHEN-LABEL
           WHEN 'Y'
               MOVE "dernier jour ouvre an" TO WS-WHEN-LABEL
           WHEN 'W'
               STRING "hebdomadaire, jour " DELIMITED BY SIZE
                       WS-ST-WEEKDAY(WS-ST-IDX) DELIMITED BY SIZE
                   INTO WS-WHEN-LABEL
           END-EVALUATE.

      * Ecrit une alerte d'exploitation codee par gravite
      * (OPSALERTS.txt), restituee par cExceptionSummary.
       WRITE-OPS-ALERT.
           OPEN EXTEND OpsAlertFile.
           IF StatutOpsAlertFile = "35"
               OPEN OUTPUT OpsAlertFile
           END-IF.
           MOVE SPACES TO OpsAlertRecord.
           MOVE "BuildRunList"      TO AL-PROGRAM.
           MOVE WS-SYS-TIMESTAMP    TO AL-TIMESTAMP.
           MOVE WS-ALERT-SEVERITY   TO AL-SEVERITY.
           MOVE WS-ALERT-MESSAGE    TO AL-MESSAGE.
           MOVE WS-PROC-DATE        TO AL-PROC-DATE.
           WRITE OpsAlertRecord.
           CLOSE OpsAlertFile.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb d'etapes
      * retenues.
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "BuildRunList"      TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutJobPlanFile   TO AUD-FILE-STATUS
           MOVE WS-RUN-COUNT        TO AUD-RECORD-COUNT
           MOVE WS-PROC-DATE        TO AUD-PROC-DATE
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
