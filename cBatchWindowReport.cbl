       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchWindowReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Rapport de fenetre de batch : la piste d'audit ne porte
      * qu'une ligne par programme, horodatee a la fin, et personne ne
      * pouvait dire combien de temps modifCreated ou
      * ConsolidateMaster avaient pris, ni voir la chaine finir de
      * plus en plus tard. RunBatch.sh journalise desormais le debut
      * et la fin de chaque etape, par batch et par cycle, dans
      * STEP_TIMINGS.txt (gisement STEPTIMEREC). Ce programme edite
      * pour une date de traitement (BATCHWINDOW_DATE, a defaut
      * BATCH_DATE) :
      *   - la duree de chaque etape, comparee a la moyenne glissante
      *     des N runs precedents de la meme etape (avertissement
      *     quand l'etape depasse le seuil convenu) ;
      *   - la duree totale de la chaine de chaque cycle, et l'heure
      *     de fin comparee a la fin de fenetre convenue (alerte
      *     severe quand la chaine finit hors fenetre) ;
      *   - les jours de fin de mois du calendrier (ou pour le mois
      *     BATCHWINDOW_MONTH demande), une page de tendance : duree
      *     moyenne de chaque etape et de la chaine sur les six
      *     derniers mois, pour les discussions de capacite.
      * Seuils dans BATCHWINDOW_PARMS.txt (gisement BWPARMREC).
       FILE-CONTROL.
       SELECT StepTimingFile ASSIGN TO "STEP_TIMINGS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutStepTimingFile.
       SELECT WindowParmFile ASSIGN TO "BATCHWINDOW_PARMS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutWindowParmFile.
       SELECT CalendarFile ASSIGN TO "CALENDAR.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutCalendarFile.
      * Identifiant du batch courant publie par cOpenBatch.cbl
       SELECT BatchCurrentFile ASSIGN TO "BATCH_CURRENT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutBatchCurrentFile.
      * Spool des rapports : la page part aussi dans un fichier date
      * (RAPPORT-BatchWindowReport-AAAAMMJJ.txt) inscrit a l'index
      * SPOOL_INDEX.txt, consultable par cBrowseSpool.
       SELECT SpoolFile ASSIGN TO DYNAMIC WS-SPOOL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSpoolFile.
       SELECT SpoolIndexFile ASSIGN TO "SPOOL_INDEX.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSpoolIndexFile.
      * Alertes d'exploitation codees par gravite (voir
      * copybooks/ALERTREC.cpy), restituees par cExceptionSummary.
       SELECT OpsAlertFile ASSIGN TO "OPSALERTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpsAlertFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuditTrailFile.

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.

      * !!!! Section déclarant les fichiers utilisés par le programme
       FILE SECTION.
           FD  StepTimingFile.
           01  StepTimingRecord.
      * Gisement du journal des temps d'etape (voir
      * copybooks/STEPTIMEREC.cpy).
               COPY STEPTIMEREC.

           FD  WindowParmFile.
           01  WindowParmRecord.
      * Gisement des parametres de fenetre (voir
      * copybooks/BWPARMREC.cpy).
               COPY BWPARMREC.

           FD  CalendarFile.
           01  CalendarRecord.
      * Gisement du calendrier d'ouvrage (voir
      * copybooks/CALREC.cpy).
               COPY CALREC.

           FD  BatchCurrentFile.
           01  BatchCurrentRecord PIC 9(5).

           FD  SpoolFile.
           01  SpoolRecord PIC X(132).

           FD  SpoolIndexFile.
           01  SpoolIndexRecord.
      * Gisement de l'index du spool (voir copybooks/SPOOLREC.cpy).
               COPY SPOOLREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutStepTimingFile PIC X(2) VALUE '00'.
           01  StatutWindowParmFile PIC X(2) VALUE '00'.
           01  StatutCalendarFile PIC X(2) VALUE '00'.
           01  StatutBatchCurrentFile PIC X(2) VALUE '00'.
           01  StatutSpoolFile PIC X(2) VALUE '00'.
           01  StatutSpoolIndexFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
      * Horodatage systeme et date de traitement rapportee
      * (BATCHWINDOW_DATE, a defaut BATCH_DATE puis date systeme).
           01  WS-SYS-DATETIME.
               05 WS-SYS-DATE    PIC 9(8).
               05 FILLER         PIC X(13).
           01  WS-SYS-TIMESTAMP PIC 9(14).
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
           01  WS-CURRENT-BATCH-ID PIC 9(5) VALUE 0.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Parametres de la fenetre (BATCHWINDOW_PARMS.txt ou defauts)
           01  WS-WINDOW-END PIC 9(4) VALUE 0600.
           01  WS-END-OFFSET PIC 9(1) VALUE 1.
           01  WS-AVG-RUNS PIC 9(2) VALUE 10.
           01  WS-OVERRUN-PCT PIC 9(3) VALUE 150.
           01  WS-MIN-SECONDS PIC 9(5) VALUE 60.
      * Temps d'etape charges en memoire, dans l'ordre du journal
      * (donc chronologique), avec la duree de chaque etape en
      * secondes.
           01  WS-MAX-TIMINGS PIC 9(5) COMP VALUE 20000.
           01  WS-TM-COUNT PIC 9(5) COMP VALUE 0.
           01  WS-TIMING-TABLE.
               05  WS-TM-ENTRY OCCURS 20000 TIMES.
                   10  WS-TM-DATE   PIC 9(8).
                   10  WS-TM-CYCLE  PIC 9(2).
                   10  WS-TM-BATCH  PIC 9(5).
                   10  WS-TM-STEP   PIC X(20).
                   10  WS-TM-START  PIC 9(14).
                   10  WS-TM-END    PIC 9(14).
                   10  WS-TM-RC     PIC 9(3).
                   10  WS-TM-SECS   PIC S9(9).
           01  WS-TM-IDX PIC 9(5) COMP VALUE 0.
           01  WS-TM-IDX2 PIC 9(5) COMP VALUE 0.
      * Chaines (une par date de traitement et cycle) : debut de la
      * premiere etape, fin de la derniere.
           01  WS-MAX-CHAINS PIC 9(4) COMP VALUE 4000.
           01  WS-CN-COUNT PIC 9(4) COMP VALUE 0.
           01  WS-CHAIN-TABLE.
               05  WS-CN-ENTRY OCCURS 4000 TIMES.
                   10  WS-CN-DATE       PIC 9(8).
                   10  WS-CN-CYCLE      PIC 9(2).
                   10  WS-CN-BATCH      PIC 9(5).
                   10  WS-CN-START-SECS PIC S9(12).
                   10  WS-CN-END-SECS   PIC S9(12).
                   10  WS-CN-START      PIC 9(14).
                   10  WS-CN-END        PIC 9(14).
                   10  WS-CN-STEPS      PIC 9(3).
           01  WS-CN-IDX PIC 9(4) COMP VALUE 0.
           01  WS-CN-IDX2 PIC 9(4) COMP VALUE 0.
           01  WS-CN-FOUND PIC 9(4) COMP VALUE 0.
      * Conversion d'un horodatage AAAAMMJJHHMMSS en secondes
           01  WS-TS-WORK PIC 9(14) VALUE 0.
           01  WS-TS-WORK-R REDEFINES WS-TS-WORK.
               05 WS-TS-DATE     PIC 9(8).
               05 WS-TS-HH       PIC 9(2).
               05 WS-TS-MI       PIC 9(2).
               05 WS-TS-SS       PIC 9(2).
           01  WS-TS-SECONDS PIC S9(12) VALUE 0.
           01  WS-START-SECS PIC S9(12) VALUE 0.
      * Moyenne glissante des N runs precedents d'une etape
           01  WS-AVG-COUNT PIC 9(3) VALUE 0.
           01  WS-AVG-SUM PIC S9(12) VALUE 0.
           01  WS-AVG-SECS PIC S9(9) VALUE 0.
           01  WS-DEV-PCT PIC S9(5) VALUE 0.
           01  WS-LIMIT-SECS PIC S9(9) VALUE 0.
           01  WS-STEP-FLAG PIC X(12) VALUE SPACES.
      * Fin de fenetre de la date rapportee (AAAAMMJJHHMMSS)
           01  WS-SLA-END PIC 9(14) VALUE 0.
           01  WS-SLA-END-R REDEFINES WS-SLA-END.
               05 WS-SLA-DATE    PIC 9(8).
               05 WS-SLA-HHMM    PIC 9(4).
               05 WS-SLA-SS      PIC 9(2).
           01  WS-SLA-SECS PIC S9(12) VALUE 0.
           01  WS-LATE-SECS PIC S9(9) VALUE 0.
      * Duree formatee HHH:MM:SS et heure formatee HH:MM:SS
           01  WS-DUR-SECS PIC S9(9) VALUE 0.
           01  WS-DUR-REST PIC S9(9) VALUE 0.
           01  WS-DUR-EDIT.
               05 WS-DE-H        PIC ZZ9.
               05 FILLER         PIC X(1) VALUE ':'.
               05 WS-DE-M        PIC 99.
               05 FILLER         PIC X(1) VALUE ':'.
               05 WS-DE-S        PIC 99.
           01  WS-TIME-EDIT.
               05 WS-TE-H        PIC 99.
               05 FILLER         PIC X(1) VALUE ':'.
               05 WS-TE-M        PIC 99.
               05 FILLER         PIC X(1) VALUE ':'.
               05 WS-TE-S        PIC 99.
      * Ligne de detail d'une etape
           01  WS-DETAIL-LINE.
               05 WS-DL-CYCLE    PIC Z9.
               05 FILLER         PIC X(2) VALUE SPACES.
               05 WS-DL-BATCH    PIC 9(5).
               05 FILLER         PIC X(2) VALUE SPACES.
               05 WS-DL-STEP     PIC X(20).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 WS-DL-START    PIC X(8).
               05 FILLER         PIC X(2) VALUE SPACES.
               05 WS-DL-END      PIC X(8).
               05 FILLER         PIC X(2) VALUE SPACES.
               05 WS-DL-DURATION PIC X(9).
               05 FILLER         PIC X(2) VALUE SPACES.
               05 WS-DL-AVERAGE  PIC X(9).
               05 FILLER         PIC X(1) VALUE SPACE.
               05 WS-DL-RUNS     PIC Z9.
               05 FILLER         PIC X(2) VALUE SPACES.
               05 WS-DL-DEV      PIC X(6).
               05 FILLER         PIC X(2) VALUE SPACES.
               05 WS-DL-RC       PIC ZZ9.
               05 FILLER         PIC X(2) VALUE SPACES.
               05 WS-DL-FLAG     PIC X(12).
           01  WS-DEV-EDIT PIC -(4)9.
      * Page de tendance : mois rapporte (BATCHWINDOW_MONTH, ou mois
      * de la date de traitement un jour de fin de mois) et les cinq
      * mois precedents.
           01  WS-TREND-MONTH-X PIC X(6) VALUE SPACES.
           01  WS-TREND-WANTED PIC X(1) VALUE 'N'.
           01  WS-IS-MONTH-END PIC X(1) VALUE 'N'.
           01  WS-MONTH-WORK PIC 9(6) VALUE 0.
           01  WS-MONTH-WORK-R REDEFINES WS-MONTH-WORK.
               05 WS-MW-YEAR     PIC 9(4).
               05 WS-MW-MONTH    PIC 9(2).
           01  WS-TR-MONTHS.
               05  WS-TR-MONTH OCCURS 6 TIMES PIC 9(6).
           01  WS-TR-COL PIC 9(1) VALUE 0.
           01  WS-MAX-TR-STEPS PIC 9(3) VALUE 100.
           01  WS-TR-COUNT PIC 9(3) VALUE 0.
           01  WS-TREND-TABLE.
               05  WS-TR-ENTRY OCCURS 100 TIMES.
                   10  WS-TR-STEP    PIC X(20).
                   10  WS-TR-CELL OCCURS 6 TIMES.
                       15  WS-TR-SUM   PIC S9(12).
                       15  WS-TR-RUNS  PIC 9(5).
           01  WS-TR-IDX PIC 9(3) VALUE 0.
           01  WS-TR-FOUND PIC 9(3) VALUE 0.
           01  WS-TREND-LINE.
               05 WS-TL-STEP     PIC X(20).
               05 WS-TL-CELL OCCURS 6 TIMES.
                   10 FILLER     PIC X(2).
                   10 WS-TL-DUR  PIC X(9).
               05 FILLER         PIC X(2).
               05 WS-TL-EVOL     PIC X(6).
           01  WS-PREV-AVG PIC S9(9) VALUE 0.
           01  WS-LAST-AVG PIC S9(9) VALUE 0.
      * Bilan du rapport
           01  WS-STEPS-REPORTED PIC 9(5) VALUE 0.
           01  WS-STEPS-LONG PIC 9(5) VALUE 0.
           01  WS-CHAINS-LATE PIC 9(3) VALUE 0.
      * Spool du rapport : nom du fichier date, ligne en cours
           01  WS-SPOOL-FILENAME PIC X(100) VALUE SPACES.
           01  WS-SPOOL-LINE PIC X(132) VALUE SPACES.
           01  WS-SPOOL-OPEN PIC X(1) VALUE 'N'.
           01  WS-LINE-PTR PIC 9(3) VALUE 1.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'W'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = rapport edite, 2 = STEP_TIMINGS.txt absent,
      *   4 = aucun temps d'etape pour la date rapportee,
      *   8 = erreur d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

      * !!!! COMMANDE D'EXUCUTIONS DU PROGRAMME:
       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.
           MOVE WS-SYS-DATETIME(1:14) TO WS-SYS-TIMESTAMP.
           ACCEPT WS-BATCH-DATE-X FROM ENVIRONMENT "BATCHWINDOW_DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BATCH-DATE-X
           END-ACCEPT.
           IF WS-BATCH-DATE-X = SPACES
               ACCEPT WS-BATCH-DATE-X FROM ENVIRONMENT "BATCH_DATE"
                   ON EXCEPTION
                       MOVE SPACES TO WS-BATCH-DATE-X
               END-ACCEPT
           END-IF.
           IF WS-BATCH-DATE-X = SPACES
                   OR WS-BATCH-DATE-X IS NOT NUMERIC
               MOVE WS-SYS-DATE TO WS-PROC-DATE
           ELSE
               MOVE WS-BATCH-DATE-X TO WS-PROC-DATE
           END-IF.
           ACCEPT WS-TREND-MONTH-X FROM ENVIRONMENT "BATCHWINDOW_MONTH"
               ON EXCEPTION
                   MOVE SPACES TO WS-TREND-MONTH-X
           END-ACCEPT.

           PERFORM READ-CURRENT-BATCH-ID.
           PERFORM LOAD-WINDOW-PARMS.
           PERFORM CHECK-MONTH-END.
           PERFORM LOAD-STEP-TIMINGS.
           IF FileStatusReturnCode = 0
               PERFORM OPEN-REPORT-SPOOL
               PERFORM PRINT-DAY-STEPS
               IF WS-STEPS-REPORTED = 0
                   MOVE 4 TO FileStatusReturnCode
                   MOVE SPACES TO WS-SPOOL-LINE
                   STRING "Aucun temps d'etape journalise pour le "
                               DELIMITED BY SIZE
                           WS-PROC-DATE DELIMITED BY SIZE
                           "." DELIMITED BY SIZE
                       INTO WS-SPOOL-LINE
                   PERFORM PRINT-REPORT-LINE
               ELSE
                   PERFORM PRINT-DAY-CHAINS
               END-IF
               IF WS-TREND-WANTED = 'Y'
                   PERFORM PRINT-MONTH-TREND
               END-IF
               PERFORM CLOSE-REPORT-SPOOL
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Lit les parametres de la fenetre ; fichier absent ou zone
      * invalide : valeur par defaut.
       LOAD-WINDOW-PARMS.
           OPEN INPUT WindowParmFile.
           IF StatutWindowParmFile = "00"
               READ WindowParmFile
                   NOT AT END
                       IF BW-WINDOW-END IS NUMERIC
                               AND BW-WINDOW-END(1:2) < "24"
                               AND BW-WINDOW-END(3:2) < "60"
                           MOVE BW-WINDOW-END TO WS-WINDOW-END
                       END-IF
                       IF BW-END-OFFSET IS NUMERIC
                           MOVE BW-END-OFFSET TO WS-END-OFFSET
                       END-IF
                       IF BW-AVG-RUNS IS NUMERIC AND BW-AVG-RUNS > 0
                           MOVE BW-AVG-RUNS TO WS-AVG-RUNS
                       END-IF
                       IF BW-OVERRUN-PCT IS NUMERIC
                               AND BW-OVERRUN-PCT > 0
                           MOVE BW-OVERRUN-PCT TO WS-OVERRUN-PCT
                       END-IF
                       IF BW-MIN-SECONDS IS NUMERIC
                           MOVE BW-MIN-SECONDS TO WS-MIN-SECONDS
                       END-IF
               END-READ
               CLOSE WindowParmFile
           END-IF.
      * Fin de fenetre : date de traitement + decalage, a l'heure
      * convenue.
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PROC-DATE) + WS-END-OFFSET)
               TO WS-SLA-DATE.
           MOVE WS-WINDOW-END TO WS-SLA-HHMM.
           MOVE 0 TO WS-SLA-SS.
           MOVE WS-SLA-END TO WS-TS-WORK.
           PERFORM TIMESTAMP-TO-SECONDS.
           MOVE WS-TS-SECONDS TO WS-SLA-SECS.

      * Page de tendance demandee : mois BATCHWINDOW_MONTH explicite,
      * ou date de traitement marquee fin de mois au calendrier.
       CHECK-MONTH-END.
           IF WS-TREND-MONTH-X IS NUMERIC
                   AND WS-TREND-MONTH-X(5:2) >= "01"
                   AND WS-TREND-MONTH-X(5:2) <= "12"
               MOVE 'Y' TO WS-TREND-WANTED
               MOVE WS-TREND-MONTH-X TO WS-MONTH-WORK
           ELSE
               OPEN INPUT CalendarFile
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
                       END-READ
                   END-PERFORM
                   CLOSE CalendarFile
               END-IF
               IF WS-IS-MONTH-END = 'Y'
                   MOVE 'Y' TO WS-TREND-WANTED
                   MOVE WS-PROC-DATE(1:6) TO WS-MONTH-WORK
               END-IF
           END-IF.
      * Les six mois de la tendance, du plus ancien au mois rapporte.
           IF WS-TREND-WANTED = 'Y'
               PERFORM VARYING WS-TR-COL FROM 6 BY -1
                       UNTIL WS-TR-COL < 1
                   MOVE WS-MONTH-WORK TO WS-TR-MONTH(WS-TR-COL)
                   IF WS-MW-MONTH = 1
                       MOVE 12 TO WS-MW-MONTH
                       SUBTRACT 1 FROM WS-MW-YEAR
                   ELSE
                       SUBTRACT 1 FROM WS-MW-MONTH
                   END-IF
               END-PERFORM
           END-IF.

      * Charge le journal des temps d'etape et reconstitue les
      * chaines (date de traitement, cycle).
       LOAD-STEP-TIMINGS.
           OPEN INPUT StepTimingFile.
           EVALUATE StatutStepTimingFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ StepTimingFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF ST-PROC-DATE IS NUMERIC
                                   AND ST-START IS NUMERIC
                                   AND ST-END IS NUMERIC
                               PERFORM LOAD-ONE-TIMING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE StepTimingFile
           WHEN "35"
               MOVE 2 TO FileStatusReturnCode
               DISPLAY "STEP_TIMINGS.txt introuvable (statut "
                   StatutStepTimingFile ") - aucun temps d'etape "
                   "journalise par RunBatch.sh."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND BatchWindowReport - erreur d'E/S "
                   "irrecuperable sur STEP_TIMINGS.txt (statut "
                   StatutStepTimingFile ")."
           END-EVALUATE.

       LOAD-ONE-TIMING.
           IF WS-TM-COUNT >= WS-MAX-TIMINGS
               DISPLAY "*** ATTENTION : table des temps d'etape "
                   "pleine (" WS-MAX-TIMINGS ") - etape "
                   ST-STEP-NAME " du " ST-PROC-DATE " ignoree."
           ELSE
               ADD 1 TO WS-TM-COUNT
               MOVE ST-PROC-DATE TO WS-TM-DATE(WS-TM-COUNT)
               MOVE ST-CYCLE TO WS-TM-CYCLE(WS-TM-COUNT)
               MOVE ST-BATCH-ID TO WS-TM-BATCH(WS-TM-COUNT)
               MOVE ST-STEP-NAME TO WS-TM-STEP(WS-TM-COUNT)
               MOVE ST-START TO WS-TM-START(WS-TM-COUNT)
               MOVE ST-END TO WS-TM-END(WS-TM-COUNT)
               MOVE ST-RC TO WS-TM-RC(WS-TM-COUNT)
               MOVE ST-START TO WS-TS-WORK
               PERFORM TIMESTAMP-TO-SECONDS
               MOVE WS-TS-SECONDS TO WS-START-SECS
               MOVE ST-END TO WS-TS-WORK
               PERFORM TIMESTAMP-TO-SECONDS
               COMPUTE WS-TM-SECS(WS-TM-COUNT) =
                   WS-TS-SECONDS - WS-START-SECS
               IF WS-TM-SECS(WS-TM-COUNT) < 0
                   MOVE 0 TO WS-TM-SECS(WS-TM-COUNT)
               END-IF
               PERFORM ADD-TO-CHAIN
           END-IF.

      * Rattache l'etape a sa chaine (date de traitement, cycle) :
      * debut le plus tot, fin la plus tardive.
       ADD-TO-CHAIN.
           MOVE 0 TO WS-CN-FOUND.
           PERFORM VARYING WS-CN-IDX FROM WS-CN-COUNT BY -1
                   UNTIL WS-CN-IDX < 1 OR WS-CN-FOUND > 0
               IF WS-CN-DATE(WS-CN-IDX) = ST-PROC-DATE
                       AND WS-CN-CYCLE(WS-CN-IDX) = ST-CYCLE
                   MOVE WS-CN-IDX TO WS-CN-FOUND
               END-IF
           END-PERFORM.
           IF WS-CN-FOUND = 0 AND WS-CN-COUNT < WS-MAX-CHAINS
               ADD 1 TO WS-CN-COUNT
               MOVE WS-CN-COUNT TO WS-CN-FOUND
               MOVE ST-PROC-DATE TO WS-CN-DATE(WS-CN-FOUND)
               MOVE ST-CYCLE TO WS-CN-CYCLE(WS-CN-FOUND)
               MOVE ST-BATCH-ID TO WS-CN-BATCH(WS-CN-FOUND)
               MOVE WS-START-SECS TO WS-CN-START-SECS(WS-CN-FOUND)
               MOVE WS-TS-SECONDS TO WS-CN-END-SECS(WS-CN-FOUND)
               MOVE ST-START TO WS-CN-START(WS-CN-FOUND)
               MOVE ST-END TO WS-CN-END(WS-CN-FOUND)
               MOVE 0 TO WS-CN-STEPS(WS-CN-FOUND)
           END-IF.
           IF WS-CN-FOUND > 0
               ADD 1 TO WS-CN-STEPS(WS-CN-FOUND)
               IF WS-START-SECS < WS-CN-START-SECS(WS-CN-FOUND)
                   MOVE WS-START-SECS TO WS-CN-START-SECS(WS-CN-FOUND)
                   MOVE ST-START TO WS-CN-START(WS-CN-FOUND)
               END-IF
               IF WS-TS-SECONDS > WS-CN-END-SECS(WS-CN-FOUND)
                   MOVE WS-TS-SECONDS TO WS-CN-END-SECS(WS-CN-FOUND)
                   MOVE ST-END TO WS-CN-END(WS-CN-FOUND)
               END-IF
               IF WS-CN-BATCH(WS-CN-FOUND) = 0
                   MOVE ST-BATCH-ID TO WS-CN-BATCH(WS-CN-FOUND)
               END-IF
           END-IF.

      * Horodatage AAAAMMJJHHMMSS (WS-TS-WORK) en secondes
      * (WS-TS-SECONDS) ; date invalide : zero.
       TIMESTAMP-TO-SECONDS.
           IF WS-TS-DATE > 16010101 AND WS-TS-HH < 24
                   AND WS-TS-MI < 60 AND WS-TS-SS < 60
               COMPUTE WS-TS-SECONDS =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
                   + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
           ELSE
               MOVE 0 TO WS-TS-SECONDS
           END-IF.

      * Une ligne par etape de la date rapportee, tous cycles
      * confondus, dans l'ordre de lancement.
       PRINT-DAY-STEPS.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Fenetre convenue : fin a " DELIMITED BY SIZE
                   WS-SLA-HHMM DELIMITED BY SIZE
                   " le " DELIMITED BY SIZE
                   WS-SLA-DATE DELIMITED BY SIZE
                   " - moyenne sur " DELIMITED BY SIZE
                   WS-AVG-RUNS DELIMITED BY SIZE
                   " runs, etape longue au-dela de " DELIMITED BY SIZE
                   WS-OVERRUN-PCT DELIMITED BY SIZE
                   " % de la moyenne (et de " DELIMITED BY SIZE
                   WS-MIN-SECONDS DELIMITED BY SIZE
                   " s)" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "CY  BATCH  ETAPE                DEBUT     FIN       "
               TO WS-SPOOL-LINE.
           MOVE "DUREE      MOYENNE  N  ECART%  RC  SIGNAL"
               TO WS-SPOOL-LINE(55:42).
           PERFORM PRINT-REPORT-LINE.
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TM-COUNT
               IF WS-TM-DATE(WS-TM-IDX) = WS-PROC-DATE
                   PERFORM PRINT-ONE-STEP
               END-IF
           END-PERFORM.

       PRINT-ONE-STEP.
           ADD 1 TO WS-STEPS-REPORTED.
           PERFORM COMPUTE-STEP-AVERAGE.
           MOVE SPACES TO WS-STEP-FLAG.
           MOVE SPACES TO WS-DL-DEV.
           MOVE SPACES TO WS-DL-AVERAGE.
           IF WS-AVG-COUNT > 0
               MOVE WS-AVG-SECS TO WS-DUR-SECS
               PERFORM FORMAT-DURATION
               MOVE WS-DUR-EDIT TO WS-DL-AVERAGE
               IF WS-AVG-SECS > 0
                   COMPUTE WS-DEV-PCT ROUNDED =
                       (WS-TM-SECS(WS-TM-IDX) - WS-AVG-SECS) * 100
                       / WS-AVG-SECS
                   MOVE WS-DEV-PCT TO WS-DEV-EDIT
                   MOVE WS-DEV-EDIT TO WS-DL-DEV
               END-IF
               COMPUTE WS-LIMIT-SECS =
                   WS-AVG-SECS * WS-OVERRUN-PCT / 100
               IF WS-TM-SECS(WS-TM-IDX) > WS-LIMIT-SECS
                       AND WS-TM-SECS(WS-TM-IDX) >= WS-MIN-SECONDS
                   MOVE "*** LONGUE" TO WS-STEP-FLAG
                   ADD 1 TO WS-STEPS-LONG
                   PERFORM SIGNAL-LONG-STEP
               END-IF
           END-IF.
           MOVE WS-TM-CYCLE(WS-TM-IDX) TO WS-DL-CYCLE.
           MOVE WS-TM-BATCH(WS-TM-IDX) TO WS-DL-BATCH.
           MOVE WS-TM-STEP(WS-TM-IDX) TO WS-DL-STEP.
           MOVE WS-TM-START(WS-TM-IDX) TO WS-TS-WORK.
           PERFORM FORMAT-TIME.
           MOVE WS-TIME-EDIT TO WS-DL-START.
           MOVE WS-TM-END(WS-TM-IDX) TO WS-TS-WORK.
           PERFORM FORMAT-TIME.
           MOVE WS-TIME-EDIT TO WS-DL-END.
           MOVE WS-TM-SECS(WS-TM-IDX) TO WS-DUR-SECS.
           PERFORM FORMAT-DURATION.
           MOVE WS-DUR-EDIT TO WS-DL-DURATION.
           MOVE WS-AVG-COUNT TO WS-DL-RUNS.
           MOVE WS-TM-RC(WS-TM-IDX) TO WS-DL-RC.
           MOVE WS-STEP-FLAG TO WS-DL-FLAG.
           MOVE WS-DETAIL-LINE TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Moyenne des N derniers runs de la meme etape anterieurs a
      * celui-ci (le journal est chronologique).
       COMPUTE-STEP-AVERAGE.
           MOVE 0 TO WS-AVG-COUNT.
           MOVE 0 TO WS-AVG-SUM.
           MOVE 0 TO WS-AVG-SECS.
           PERFORM VARYING WS-TM-IDX2 FROM WS-TM-IDX BY -1
                   UNTIL WS-TM-IDX2 <= 1
                       OR WS-AVG-COUNT >= WS-AVG-RUNS
               IF WS-TM-STEP(WS-TM-IDX2 - 1) = WS-TM-STEP(WS-TM-IDX)
                   ADD 1 TO WS-AVG-COUNT
                   ADD WS-TM-SECS(WS-TM-IDX2 - 1) TO WS-AVG-SUM
               END-IF
           END-PERFORM.
           IF WS-AVG-COUNT > 0
               COMPUTE WS-AVG-SECS ROUNDED =
                   WS-AVG-SUM / WS-AVG-COUNT
           END-IF.

      * Une ligne par chaine (cycle) de la date rapportee : debut,
      * fin, duree totale comparee a la moyenne des N chaines
      * precedentes, et verdict de fenetre.
       PRINT-DAY-CHAINS.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "*** DUREE DE LA CHAINE ***" TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
                   UNTIL WS-CN-IDX > WS-CN-COUNT
               IF WS-CN-DATE(WS-CN-IDX) = WS-PROC-DATE
                   PERFORM PRINT-ONE-CHAIN
               END-IF
           END-PERFORM.

       PRINT-ONE-CHAIN.
           MOVE 0 TO WS-AVG-COUNT.
           MOVE 0 TO WS-AVG-SUM.
           MOVE 0 TO WS-AVG-SECS.
           PERFORM VARYING WS-CN-IDX2 FROM WS-CN-IDX BY -1
                   UNTIL WS-CN-IDX2 <= 1
                       OR WS-AVG-COUNT >= WS-AVG-RUNS
               ADD 1 TO WS-AVG-COUNT
               COMPUTE WS-AVG-SUM = WS-AVG-SUM
                   + WS-CN-END-SECS(WS-CN-IDX2 - 1)
                   - WS-CN-START-SECS(WS-CN-IDX2 - 1)
           END-PERFORM.
           IF WS-AVG-COUNT > 0
               COMPUTE WS-AVG-SECS ROUNDED =
                   WS-AVG-SUM / WS-AVG-COUNT
           END-IF.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE 1 TO WS-LINE-PTR.
           MOVE WS-CN-START(WS-CN-IDX) TO WS-TS-WORK.
           PERFORM FORMAT-TIME.
           STRING "Cycle " DELIMITED BY SIZE
                   WS-CN-CYCLE(WS-CN-IDX) DELIMITED BY SIZE
                   " batch " DELIMITED BY SIZE
                   WS-CN-BATCH(WS-CN-IDX) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-CN-STEPS(WS-CN-IDX) DELIMITED BY SIZE
                   " etape(s), debut " DELIMITED BY SIZE
                   WS-CN-START(WS-CN-IDX)(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TIME-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE
               WITH POINTER WS-LINE-PTR.
           MOVE WS-CN-END(WS-CN-IDX) TO WS-TS-WORK.
           PERFORM FORMAT-TIME.
           STRING ", fin " DELIMITED BY SIZE
                   WS-CN-END(WS-CN-IDX)(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TIME-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE
               WITH POINTER WS-LINE-PTR.
           PERFORM PRINT-REPORT-LINE.
           COMPUTE WS-DUR-SECS = WS-CN-END-SECS(WS-CN-IDX)
               - WS-CN-START-SECS(WS-CN-IDX).
           PERFORM FORMAT-DURATION.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "  duree totale " DELIMITED BY SIZE
                   WS-DUR-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           IF WS-AVG-COUNT > 0
               MOVE WS-AVG-SECS TO WS-DUR-SECS
               PERFORM FORMAT-DURATION
               STRING ", moyenne des " DELIMITED BY SIZE
                       WS-AVG-COUNT DELIMITED BY SIZE
                       " chaines precedentes " DELIMITED BY SIZE
                       WS-DUR-EDIT DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE(25:60)
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           IF WS-CN-END-SECS(WS-CN-IDX) > WS-SLA-SECS
               ADD 1 TO WS-CHAINS-LATE
               COMPUTE WS-LATE-SECS =
                   WS-CN-END-SECS(WS-CN-IDX) - WS-SLA-SECS
               MOVE WS-LATE-SECS TO WS-DUR-SECS
               PERFORM FORMAT-DURATION
               STRING "  *** HORS FENETRE : fin " DELIMITED BY SIZE
                       WS-DUR-EDIT DELIMITED BY SIZE
                       " apres la fin de fenetre convenue"
                           DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "chaine cycle " DELIMITED BY SIZE
                       WS-CN-CYCLE(WS-CN-IDX) DELIMITED BY SIZE
                       " hors fenetre de " DELIMITED BY SIZE
                       WS-DUR-EDIT DELIMITED BY SIZE
                       " (fin convenue " DELIMITED BY SIZE
                       WS-SLA-HHMM DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           ELSE
               MOVE "  dans la fenetre convenue" TO WS-SPOOL-LINE
           END-IF.
           PERFORM PRINT-REPORT-LINE.

      * Page de tendance : duree moyenne par etape et de la chaine,
      * mois par mois, sur les six mois se terminant au mois
      * rapporte, et evolution du dernier mois sur le precedent.
       PRINT-MONTH-TREND.
           MOVE 0 TO WS-TR-COUNT.
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TM-COUNT
               PERFORM FIND-TREND-COLUMN
               IF WS-TR-COL > 0
                   PERFORM ADD-TO-TREND
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "*** TENDANCE MENSUELLE DES DUREES MOYENNES - MOIS "
                       DELIMITED BY SIZE
                   WS-TR-MONTH(6) DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-TREND-LINE.
           MOVE "ETAPE" TO WS-TL-STEP.
           PERFORM VARYING WS-TR-COL FROM 1 BY 1 UNTIL WS-TR-COL > 6
               MOVE WS-TR-MONTH(WS-TR-COL)
                   TO WS-TL-DUR(WS-TR-COL)(4:6)
           END-PERFORM.
           MOVE "EVOL.%" TO WS-TL-EVOL.
           MOVE WS-TREND-LINE TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT
               PERFORM PRINT-ONE-TREND
           END-PERFORM.
      * Ligne de la chaine : duree moyenne des chaines du mois.
           IF WS-TR-COUNT < WS-MAX-TR-STEPS
               ADD 1 TO WS-TR-COUNT
               MOVE WS-TR-COUNT TO WS-TR-FOUND
               INITIALIZE WS-TR-ENTRY(WS-TR-FOUND)
               MOVE "CHAINE COMPLETE" TO WS-TR-STEP(WS-TR-FOUND)
               PERFORM VARYING WS-CN-IDX FROM 1 BY 1
                       UNTIL WS-CN-IDX > WS-CN-COUNT
                   PERFORM VARYING WS-TR-COL FROM 1 BY 1
                           UNTIL WS-TR-COL > 6
                       IF WS-CN-DATE(WS-CN-IDX)(1:6)
                               = WS-TR-MONTH(WS-TR-COL)
                           ADD 1 TO WS-TR-RUNS(WS-TR-FOUND, WS-TR-COL)
                           COMPUTE WS-TR-SUM(WS-TR-FOUND, WS-TR-COL) =
                               WS-TR-SUM(WS-TR-FOUND, WS-TR-COL)
                               + WS-CN-END-SECS(WS-CN-IDX)
                               - WS-CN-START-SECS(WS-CN-IDX)
                       END-IF
                   END-PERFORM
               END-PERFORM
               MOVE WS-TR-FOUND TO WS-TR-IDX
               PERFORM PRINT-ONE-TREND
           END-IF.

      * Colonne de tendance du temps d'etape courant (0 = hors des
      * six mois).
       FIND-TREND-COLUMN.
           MOVE 0 TO WS-TR-FOUND.
           PERFORM VARYING WS-TR-COL FROM 1 BY 1
                   UNTIL WS-TR-COL > 6 OR WS-TR-FOUND > 0
               IF WS-TM-DATE(WS-TM-IDX)(1:6) = WS-TR-MONTH(WS-TR-COL)
                   MOVE WS-TR-COL TO WS-TR-FOUND
               END-IF
           END-PERFORM.
           MOVE WS-TR-FOUND TO WS-TR-COL.

       ADD-TO-TREND.
           MOVE 0 TO WS-TR-FOUND.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT OR WS-TR-FOUND > 0
               IF WS-TR-STEP(WS-TR-IDX) = WS-TM-STEP(WS-TM-IDX)
                   MOVE WS-TR-IDX TO WS-TR-FOUND
               END-IF
           END-PERFORM.
           IF WS-TR-FOUND = 0 AND WS-TR-COUNT < WS-MAX-TR-STEPS - 1
               ADD 1 TO WS-TR-COUNT
               MOVE WS-TR-COUNT TO WS-TR-FOUND
               INITIALIZE WS-TR-ENTRY(WS-TR-FOUND)
               MOVE WS-TM-STEP(WS-TM-IDX) TO WS-TR-STEP(WS-TR-FOUND)
           END-IF.
           IF WS-TR-FOUND > 0
               ADD 1 TO WS-TR-RUNS(WS-TR-FOUND, WS-TR-COL)
               ADD WS-TM-SECS(WS-TM-IDX)
                   TO WS-TR-SUM(WS-TR-FOUND, WS-TR-COL)
           END-IF.

       PRINT-ONE-TREND.
           MOVE SPACES TO WS-TREND-LINE.
           MOVE WS-TR-STEP(WS-TR-IDX) TO WS-TL-STEP.
           MOVE 0 TO WS-PREV-AVG.
           MOVE 0 TO WS-LAST-AVG.
           PERFORM VARYING WS-TR-COL FROM 1 BY 1 UNTIL WS-TR-COL > 6
               IF WS-TR-RUNS(WS-TR-IDX, WS-TR-COL) > 0
                   COMPUTE WS-DUR-SECS ROUNDED =
                       WS-TR-SUM(WS-TR-IDX, WS-TR-COL)
                       / WS-TR-RUNS(WS-TR-IDX, WS-TR-COL)
                   PERFORM FORMAT-DURATION
                   MOVE WS-DUR-EDIT TO WS-TL-DUR(WS-TR-COL)
                   IF WS-TR-COL = 5
                       MOVE WS-DUR-SECS TO WS-PREV-AVG
                   END-IF
                   IF WS-TR-COL = 6
                       MOVE WS-DUR-SECS TO WS-LAST-AVG
                   END-IF
               ELSE
                   MOVE "        -" TO WS-TL-DUR(WS-TR-COL)
               END-IF
           END-PERFORM.
           IF WS-PREV-AVG > 0 AND WS-LAST-AVG > 0
               COMPUTE WS-DEV-PCT ROUNDED =
                   (WS-LAST-AVG - WS-PREV-AVG) * 100 / WS-PREV-AVG
               MOVE WS-DEV-PCT TO WS-DEV-EDIT
               MOVE WS-DEV-EDIT TO WS-TL-EVOL
           END-IF.
           MOVE WS-TREND-LINE TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Secondes (WS-DUR-SECS) en duree HHH:MM:SS (WS-DUR-EDIT).
       FORMAT-DURATION.
           IF WS-DUR-SECS < 0
               MOVE 0 TO WS-DUR-SECS
           END-IF.
           IF WS-DUR-SECS > 3599999
               MOVE 3599999 TO WS-DUR-SECS
           END-IF.
           DIVIDE WS-DUR-SECS BY 3600 GIVING WS-DE-H
               REMAINDER WS-DUR-REST.
           DIVIDE WS-DUR-REST BY 60 GIVING WS-DE-M
               REMAINDER WS-DE-S.

      * Heure d'un horodatage (WS-TS-WORK) en HH:MM:SS.
       FORMAT-TIME.
           MOVE WS-TS-HH TO WS-TE-H.
           MOVE WS-TS-MI TO WS-TE-M.
           MOVE WS-TS-SS TO WS-TE-S.

      * Avertissement d'exploitation pour une etape longue.
       SIGNAL-LONG-STEP.
           MOVE WS-TM-SECS(WS-TM-IDX) TO WS-DUR-SECS.
           PERFORM FORMAT-DURATION.
           MOVE 'W' TO WS-ALERT-SEVERITY.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           STRING "etape longue " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TM-STEP(WS-TM-IDX))
                       DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DUR-EDIT) DELIMITED BY SIZE
                   " (+" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DEV-EDIT) DELIMITED BY SIZE
                   " % sur la moyenne)" DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE.
           PERFORM WRITE-OPS-ALERT.

      * Ouvre le fichier de spool date du rapport et y porte
      * l'en-tete (programme, date de traitement, batch courant,
      * horodatage d'edition). Spool indisponible : la page reste
      * a la console.
       OPEN-REPORT-SPOOL.
           MOVE SPACES TO WS-SPOOL-FILENAME.
           STRING "RAPPORT-BatchWindowReport-" DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SPOOL-FILENAME.
           OPEN OUTPUT SpoolFile.
           IF StatutSpoolFile = "00"
               MOVE 'Y' TO WS-SPOOL-OPEN
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** BatchWindowReport - JOURNEE "
                           DELIMITED BY SIZE
                       WS-PROC-DATE DELIMITED BY SIZE
                       " - BATCH " DELIMITED BY SIZE
                       WS-CURRENT-BATCH-ID DELIMITED BY SIZE
                       " - EDITE LE " DELIMITED BY SIZE
                       WS-SYS-TIMESTAMP DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
               WRITE SpoolRecord FROM WS-SPOOL-LINE
           ELSE
               DISPLAY "Spool indisponible (statut " StatutSpoolFile
                   ") - rapport console seulement."
           END-IF.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "*** FENETRE DE BATCH - JOURNEE " DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Emet une ligne du rapport : console ET fichier de spool.
       PRINT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE.
           IF WS-SPOOL-OPEN = 'Y'
               WRITE SpoolRecord FROM WS-SPOOL-LINE
           END-IF.

      * Clot le fichier de spool et inscrit le rapport a l'index.
       CLOSE-REPORT-SPOOL.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Etapes rapportees : " DELIMITED BY SIZE
                   WS-STEPS-REPORTED DELIMITED BY SIZE
                   " - etapes longues : " DELIMITED BY SIZE
                   WS-STEPS-LONG DELIMITED BY SIZE
                   " - chaines hors fenetre : " DELIMITED BY SIZE
                   WS-CHAINS-LATE DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-SPOOL-OPEN = 'Y'
               CLOSE SpoolFile
               OPEN EXTEND SpoolIndexFile
               IF StatutSpoolIndexFile = "35"
                   OPEN OUTPUT SpoolIndexFile
               END-IF
               MOVE SPACES TO SpoolIndexRecord
               MOVE "BatchWindowReport" TO SX-PROGRAM
               MOVE WS-PROC-DATE TO SX-PROC-DATE
               MOVE WS-CURRENT-BATCH-ID TO SX-BATCH-ID
               MOVE WS-SYS-TIMESTAMP TO SX-TIMESTAMP
               MOVE WS-SPOOL-FILENAME(1:60) TO SX-FILENAME
               WRITE SpoolIndexRecord
               CLOSE SpoolIndexFile
               DISPLAY "Rapport spoole : "
                   FUNCTION TRIM(WS-SPOOL-FILENAME)
           END-IF.

      * Lit l'identifiant du batch courant publie par cOpenBatch.cbl
      * (0 si aucun batch ouvert : run hors batch).
       READ-CURRENT-BATCH-ID.
           OPEN INPUT BatchCurrentFile.
           IF StatutBatchCurrentFile = "00"
               READ BatchCurrentFile INTO WS-CURRENT-BATCH-ID
               CLOSE BatchCurrentFile
           ELSE
               MOVE 0 TO WS-CURRENT-BATCH-ID
           END-IF.

      * Ecrit une alerte d'exploitation codee par gravite
      * (OPSALERTS.txt), restituee par cExceptionSummary.
       WRITE-OPS-ALERT.
           OPEN EXTEND OpsAlertFile.
           IF StatutOpsAlertFile = "35"
               OPEN OUTPUT OpsAlertFile
           END-IF.
           MOVE SPACES TO OpsAlertRecord.
           MOVE "BatchWindowReport" TO AL-PROGRAM.
           MOVE WS-SYS-TIMESTAMP    TO AL-TIMESTAMP.
           MOVE WS-ALERT-SEVERITY   TO AL-SEVERITY.
           MOVE WS-ALERT-MESSAGE    TO AL-MESSAGE.
           MOVE WS-PROC-DATE        TO AL-PROC-DATE.
           WRITE OpsAlertRecord.
           CLOSE OpsAlertFile.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb d'etapes
      * rapportees.
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "BatchWindowReport"  TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP     TO AUD-TIMESTAMP
           MOVE StatutStepTimingFile TO AUD-FILE-STATUS
           MOVE WS-STEPS-REPORTED    TO AUD-RECORD-COUNT
           MOVE WS-PROC-DATE         TO AUD-PROC-DATE
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
