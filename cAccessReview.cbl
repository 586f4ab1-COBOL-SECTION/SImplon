       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccessReview.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Revue mensuelle des acces aux donnees clients : quand un client
      * demande qui a vu ses donnees, le delegue a la protection des
      * donnees doit pouvoir repondre. Les programmes qui montrent des
      * donnees clients inscrivent chaque consultation ou extraction
      * au journal permanent ACCESSLOG.txt (voir
      * copybooks/ACCESSREC.cpy) ; ce programme en tire, pour un mois :
      *   - par operateur, le nombre de consultations, de rapports et
      *     d'extractions, le volume d'enregistrements vus, les acces
      *     hors heures ouvrees et les extractions massives ;
      *   - le detail des acces hors heures ouvrees : avant ou apres
      *     la plage ACCESS_HOURS (HH-HH, par defaut 07-20), un samedi
      *     ou un dimanche, ou un jour non ouvre du calendrier
      *     CALENDAR.txt ;
      *   - le detail des extractions et rapports massifs, au-dela du
      *     seuil ACCESS_BULK_THRESHOLD (par defaut 1000
      *     enregistrements) ;
      *   - les acces inscrits sans identifiant d'operateur (RUN_ID
      *     non fourni), signales en alerte d'exploitation.
      * Mois revu (ACCESS_MONTH, AAAAMM) : par defaut le mois de la
      * date de traitement (BATCH_DATE, a defaut la date systeme) -
      * l'etape passe en fin de mois au plan de production.
       FILE-CONTROL.
       SELECT AccessLogFile ASSIGN TO "ACCESSLOG.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAccessLogFile.
      * Calendrier d'ouvrage (voir copybooks/CALREC.cpy), pour les
      * jours feries du mois.
       SELECT CalendarFile ASSIGN TO "CALENDAR.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutCalendarFile.
      * Identifiant du batch courant publie par cOpenBatch.cbl
       SELECT BatchCurrentFile ASSIGN TO "BATCH_CURRENT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutBatchCurrentFile.
      * Spool des rapports : la revue part aussi dans un fichier date
      * (RAPPORT-AccessReview-AAAAMMJJ.txt) inscrit a l'index
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
           FD  AccessLogFile.
           01  AccessLogRecord.
      * Gisement du journal des acces (voir copybooks/ACCESSREC.cpy).
               COPY ACCESSREC.

           FD  CalendarFile.
           01  CalendarRecord.
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
           01  StatutAccessLogFile PIC X(2) VALUE '00'.
           01  StatutCalendarFile PIC X(2) VALUE '00'.
           01  StatutBatchCurrentFile PIC X(2) VALUE '00'.
           01  StatutSpoolFile PIC X(2) VALUE '00'.
           01  StatutSpoolIndexFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
      * Horodatage systeme et date de traitement (BATCH_DATE)
           01  WS-SYS-DATETIME.
               05 WS-SYS-DATE    PIC 9(8).
               05 FILLER         PIC X(13).
           01  WS-SYS-TIMESTAMP PIC 9(14).
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
           01  WS-CURRENT-BATCH-ID PIC 9(5) VALUE 0.
      * Parametres de la revue : mois (AAAAMM), plage des heures
      * ouvrees (HH-HH, acces hors heures avant la premiere heure ou
      * a partir de la seconde), seuil des extractions massives.
           01  WS-MONTH-X PIC X(6) VALUE SPACES.
           01  WS-REVIEW-MONTH PIC 9(6) VALUE 0.
           01  WS-HOURS-X PIC X(5) VALUE SPACES.
           01  WS-DAY-START PIC 9(2) VALUE 7.
           01  WS-DAY-END PIC 9(2) VALUE 20.
           01  WS-THRESHOLD-X PIC X(9) VALUE SPACES.
           01  WS-BULK-THRESHOLD PIC 9(7) VALUE 1000.
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Jours non ouvres du mois releves dans CALENDAR.txt (feries et
      * week-ends declares).
           01  WS-HOLIDAY-COUNT PIC 9(2) VALUE 0.
           01  WS-HOLIDAY-TABLE.
               05  WS-HOLIDAY-DATE OCCURS 31 TIMES PIC 9(8).
           01  WS-HOL-IDX PIC 9(2) VALUE 0.
      * Qualification de l'acces en cours : date et heure, jour de
      * la semaine (0 = lundi ... 6 = dimanche), hors heures, massif.
           01  WS-ACCESS-DATE PIC 9(8) VALUE 0.
           01  WS-ACCESS-HOUR PIC 9(2) VALUE 0.
           01  WS-WEEKDAY PIC 9(1) VALUE 0.
           01  WS-OFF-HOURS PIC X(1) VALUE 'N'.
           01  WS-BULK PIC X(1) VALUE 'N'.
      * Ventilation par operateur, dans l'ordre de premiere
      * apparition au journal ; un identifiant a blanc est ventile
      * sous "(aucun)".
           01  WS-OP-COUNT PIC 9(3) VALUE 0.
           01  WS-OP-TABLE.
               05  WS-OP-ENTRY OCCURS 200 TIMES.
                   10  WS-OP-ID        PIC X(10).
                   10  WS-OP-LOOKUPS   PIC 9(7).
                   10  WS-OP-REPORTS   PIC 9(7).
                   10  WS-OP-EXTRACTS  PIC 9(7).
                   10  WS-OP-RECORDS   PIC 9(9).
                   10  WS-OP-OFF-HOURS PIC 9(7).
                   10  WS-OP-BULK      PIC 9(7).
           01  WS-OP-IDX PIC 9(3) VALUE 0.
           01  WS-OP-FOUND PIC X(1) VALUE 'N'.
      * Totaux de la revue
           01  WS-LOG-READ PIC 9(7) VALUE 0.
           01  WS-MONTH-ACCESSES PIC 9(7) VALUE 0.
           01  WS-MONTH-RECORDS PIC 9(9) VALUE 0.
           01  WS-OFF-HOURS-COUNT PIC 9(7) VALUE 0.
           01  WS-BULK-COUNT PIC 9(7) VALUE 0.
           01  WS-ANONYMOUS-COUNT PIC 9(7) VALUE 0.
      * Lignes editees de la revue
           01  WS-OPERATOR-LINE.
               05 WS-OL-ID        PIC X(10).
               05 FILLER          PIC X(2).
               05 WS-OL-LOOKUPS   PIC Z(6)9.
               05 FILLER          PIC X(2).
               05 WS-OL-REPORTS   PIC Z(6)9.
               05 FILLER          PIC X(2).
               05 WS-OL-EXTRACTS  PIC Z(6)9.
               05 FILLER          PIC X(2).
               05 WS-OL-RECORDS   PIC Z(8)9.
               05 FILLER          PIC X(2).
               05 WS-OL-OFF-HOURS PIC Z(6)9.
               05 FILLER          PIC X(2).
               05 WS-OL-BULK      PIC Z(6)9.
           01  WS-DETAIL-LINE.
               05 WS-DL-TIMESTAMP PIC 9(14).
               05 FILLER          PIC X(1).
               05 WS-DL-OPERATOR  PIC X(10).
               05 FILLER          PIC X(1).
               05 WS-DL-PROGRAM   PIC X(16).
               05 FILLER          PIC X(1).
               05 WS-DL-KIND      PIC X(1).
               05 FILLER          PIC X(1).
               05 WS-DL-COUNT     PIC Z(6)9.
               05 FILLER          PIC X(1).
               05 WS-DL-CRITERIA  PIC X(60).
           01  WS-EDIT-COUNT PIC Z(6)9.
           01  WS-EDIT-RECORDS PIC Z(8)9.
           01  WS-DETAIL-PRINTED PIC 9(7) VALUE 0.
      * Section de detail en cours d'edition : 'H' = hors heures,
      * 'B' = extractions massives.
           01  WS-DETAIL-SECTION PIC X(1) VALUE SPACE.
      * Spool du rapport : nom du fichier date, ligne en cours
           01  WS-SPOOL-FILENAME PIC X(100) VALUE SPACES.
           01  WS-SPOOL-LINE PIC X(132) VALUE SPACES.
           01  WS-SPOOL-OPEN PIC X(1) VALUE 'N'.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'W'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = revue editee, 2 = ACCESSLOG.txt absent (aucun acces
      *   jamais journalise), 4 = parametre invalide ou aucun acces
      *   dans le mois, 8 = erreur d'E/S irrecuperable
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
           ACCEPT WS-MONTH-X FROM ENVIRONMENT "ACCESS_MONTH"
               ON EXCEPTION
                   MOVE SPACES TO WS-MONTH-X
           END-ACCEPT.
           ACCEPT WS-HOURS-X FROM ENVIRONMENT "ACCESS_HOURS"
               ON EXCEPTION
                   MOVE SPACES TO WS-HOURS-X
           END-ACCEPT.
           ACCEPT WS-THRESHOLD-X
               FROM ENVIRONMENT "ACCESS_BULK_THRESHOLD"
               ON EXCEPTION
                   MOVE SPACES TO WS-THRESHOLD-X
           END-ACCEPT.
           PERFORM READ-CURRENT-BATCH-ID.
           PERFORM CHECK-REVIEW-PARAMETERS.

           IF EditValid = 'Y'
               PERFORM LOAD-MONTH-HOLIDAYS
               PERFORM TALLY-ACCESS-LOG
           ELSE
               MOVE 4 TO FileStatusReturnCode
               DISPLAY "Aucune revue produite : "
                   FUNCTION TRIM(EditReason)
           END-IF.
           IF EditValid = 'Y' AND FileStatusReturnCode = 0
               IF WS-MONTH-ACCESSES = 0
                   MOVE 4 TO FileStatusReturnCode
                   DISPLAY "Aucun acces journalise pour le mois "
                       WS-REVIEW-MONTH "."
               ELSE
                   PERFORM PRINT-ACCESS-REVIEW
               END-IF
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Controle les parametres : mois AAAAMM (par defaut celui de la
      * date de traitement), plage HH-HH, seuil numerique.
       CHECK-REVIEW-PARAMETERS.
           MOVE 'Y' TO EditValid.
           IF WS-MONTH-X = SPACES
               MOVE WS-PROC-DATE(1:6) TO WS-MONTH-X
           END-IF.
           IF WS-MONTH-X IS NOT NUMERIC
                   OR WS-MONTH-X(5:2) < "01" OR WS-MONTH-X(5:2) > "12"
               MOVE 'N' TO EditValid
               MOVE "Mois invalide (ACCESS_MONTH = AAAAMM)"
                   TO EditReason
           ELSE
               MOVE WS-MONTH-X TO WS-REVIEW-MONTH
           END-IF.
           IF WS-HOURS-X NOT = SPACES
               IF WS-HOURS-X(1:2) IS NUMERIC
                       AND WS-HOURS-X(3:1) = "-"
                       AND WS-HOURS-X(4:2) IS NUMERIC
                       AND WS-HOURS-X(1:2) < WS-HOURS-X(4:2)
                       AND WS-HOURS-X(4:2) <= "24"
                   MOVE WS-HOURS-X(1:2) TO WS-DAY-START
                   MOVE WS-HOURS-X(4:2) TO WS-DAY-END
               ELSE
                   MOVE 'N' TO EditValid
                   MOVE "Plage invalide (ACCESS_HOURS = HH-HH)"
                       TO EditReason
               END-IF
           END-IF.
           IF WS-THRESHOLD-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-THRESHOLD-X) = 0
                       AND FUNCTION NUMVAL(WS-THRESHOLD-X) > 0
                   MOVE FUNCTION NUMVAL(WS-THRESHOLD-X)
                       TO WS-BULK-THRESHOLD
               ELSE
                   MOVE 'N' TO EditValid
                   MOVE "Seuil invalide (ACCESS_BULK_THRESHOLD)"
                       TO EditReason
               END-IF
           END-IF.

      * Releve les jours non ouvres du mois dans CALENDAR.txt
      * (calendrier absent : seuls les samedis et dimanches comptent).
       LOAD-MONTH-HOLIDAYS.
           MOVE 0 TO WS-HOLIDAY-COUNT.
           OPEN INPUT CalendarFile.
           IF StatutCalendarFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ CalendarFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF CAL-DATE(1:6) = WS-MONTH-X
                                   AND (CAL-TYPE = 'F'
                                   OR CAL-TYPE = 'W')
                                   AND WS-HOLIDAY-COUNT < 31
                               ADD 1 TO WS-HOLIDAY-COUNT
                               MOVE CAL-DATE
                                   TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CalendarFile
           END-IF.

      * Premier passage sur le journal : ventilation par operateur et
      * totaux du mois.
       TALLY-ACCESS-LOG.
           OPEN INPUT AccessLogFile.
           EVALUATE StatutAccessLogFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ AccessLogFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           ADD 1 TO WS-LOG-READ
                           IF AX-TIMESTAMP(1:6) = WS-MONTH-X
                               PERFORM TALLY-ONE-ACCESS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AccessLogFile
           WHEN "35"
               MOVE 2 TO FileStatusReturnCode
               DISPLAY "ACCESSLOG.txt introuvable (statut "
                   StatutAccessLogFile ") - aucun acces journalise."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND AccessReview - erreur d'E/S "
                   "irrecuperable sur ACCESSLOG.txt (statut "
                   StatutAccessLogFile ")."
           END-EVALUATE.

       TALLY-ONE-ACCESS.
           ADD 1 TO WS-MONTH-ACCESSES.
           ADD AX-RECORD-COUNT TO WS-MONTH-RECORDS.
           PERFORM QUALIFY-ONE-ACCESS.
           IF AX-OPERATOR = SPACES
               ADD 1 TO WS-ANONYMOUS-COUNT
           END-IF.
           MOVE 'N' TO WS-OP-FOUND.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
                       OR WS-OP-FOUND = 'Y'
               IF WS-OP-ID(WS-OP-IDX) = AX-OPERATOR
                   MOVE 'Y' TO WS-OP-FOUND
               END-IF
           END-PERFORM.
           IF WS-OP-FOUND = 'Y'
               SUBTRACT 1 FROM WS-OP-IDX
           ELSE
               IF WS-OP-COUNT < 200
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-OP-COUNT TO WS-OP-IDX
                   MOVE AX-OPERATOR TO WS-OP-ID(WS-OP-IDX)
                   MOVE 0 TO WS-OP-LOOKUPS(WS-OP-IDX)
                   MOVE 0 TO WS-OP-REPORTS(WS-OP-IDX)
                   MOVE 0 TO WS-OP-EXTRACTS(WS-OP-IDX)
                   MOVE 0 TO WS-OP-RECORDS(WS-OP-IDX)
                   MOVE 0 TO WS-OP-OFF-HOURS(WS-OP-IDX)
                   MOVE 0 TO WS-OP-BULK(WS-OP-IDX)
                   MOVE 'Y' TO WS-OP-FOUND
               ELSE
                   DISPLAY "*** ATTENTION : table des operateurs "
                       "pleine (200) - operateur " AX-OPERATOR
                       " non ventile."
               END-IF
           END-IF.
           IF WS-OP-FOUND = 'Y'
               EVALUATE AX-KIND
               WHEN 'C'
                   ADD 1 TO WS-OP-LOOKUPS(WS-OP-IDX)
               WHEN 'R'
                   ADD 1 TO WS-OP-REPORTS(WS-OP-IDX)
               WHEN OTHER
                   ADD 1 TO WS-OP-EXTRACTS(WS-OP-IDX)
               END-EVALUATE
               ADD AX-RECORD-COUNT TO WS-OP-RECORDS(WS-OP-IDX)
               IF WS-OFF-HOURS = 'Y'
                   ADD 1 TO WS-OP-OFF-HOURS(WS-OP-IDX)
               END-IF
               IF WS-BULK = 'Y'
                   ADD 1 TO WS-OP-BULK(WS-OP-IDX)
               END-IF
           END-IF.
           IF WS-OFF-HOURS = 'Y'
               ADD 1 TO WS-OFF-HOURS-COUNT
           END-IF.
           IF WS-BULK = 'Y'
               ADD 1 TO WS-BULK-COUNT
           END-IF.

      * Qualifie l'acces courant : hors heures ouvrees (heure hors de
      * la plage, samedi, dimanche ou jour non ouvre du calendrier)
      * et massif (rapport ou extraction au-dela du seuil - une
      * consultation ne porte que sur un TRAN-ID).
       QUALIFY-ONE-ACCESS.
           MOVE 'N' TO WS-OFF-HOURS.
           MOVE 'N' TO WS-BULK.
           MOVE AX-TIMESTAMP(1:8) TO WS-ACCESS-DATE.
           MOVE AX-TIMESTAMP(9:2) TO WS-ACCESS-HOUR.
           IF WS-ACCESS-HOUR < WS-DAY-START
                   OR WS-ACCESS-HOUR >= WS-DAY-END
               MOVE 'Y' TO WS-OFF-HOURS
           END-IF.
      * Le jour 1 de INTEGER-OF-DATE (1er janvier 1601) est un lundi.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-ACCESS-DATE) - 1, 7).
           IF WS-WEEKDAY >= 5
               MOVE 'Y' TO WS-OFF-HOURS
           END-IF.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY-DATE(WS-HOL-IDX) = WS-ACCESS-DATE
                   MOVE 'Y' TO WS-OFF-HOURS
               END-IF
           END-PERFORM.
           IF AX-KIND NOT = 'C'
                   AND AX-RECORD-COUNT >= WS-BULK-THRESHOLD
               MOVE 'Y' TO WS-BULK
           END-IF.

      * Edite la revue : ventilation par operateur, puis le detail des
      * acces hors heures et des extractions massives (second passage
      * sur le journal), enfin les acces sans identifiant.
       PRINT-ACCESS-REVIEW.
           PERFORM OPEN-REPORT-SPOOL.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "OPERATEUR     CONSULT  RAPPORT  EXTRACT"
                       DELIMITED BY SIZE
                   "  ENREG VUS  HORS HR  MASSIFS" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-ONE-OPERATOR-LINE
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT.
           MOVE SPACES TO WS-OPERATOR-LINE.
           MOVE "TOTAL" TO WS-OL-ID.
           MOVE WS-MONTH-RECORDS TO WS-OL-RECORDS.
           MOVE WS-OFF-HOURS-COUNT TO WS-OL-OFF-HOURS.
           MOVE WS-BULK-COUNT TO WS-OL-BULK.
           MOVE WS-OPERATOR-LINE TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "ACCES HORS HEURES OUVREES (avant " DELIMITED BY SIZE
                   WS-DAY-START DELIMITED BY SIZE
                   "h, a partir de " DELIMITED BY SIZE
                   WS-DAY-END DELIMITED BY SIZE
                   "h, week-end et jours non ouvres) :"
                       DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE 'H' TO WS-DETAIL-SECTION.
           PERFORM PRINT-ACCESS-DETAILS.

           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-BULK-THRESHOLD TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "EXTRACTIONS ET RAPPORTS MASSIFS (au moins "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   " enregistrements) :" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE 'B' TO WS-DETAIL-SECTION.
           PERFORM PRINT-ACCESS-DETAILS.

           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-ANONYMOUS-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Acces sans identifiant d'operateur (RUN_ID) : "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-ANONYMOUS-COUNT > 0
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "acces aux donnees clients sans RUN_ID "
                           DELIMITED BY SIZE
                       "au mois " DELIMITED BY SIZE
                       WS-REVIEW-MONTH DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           PERFORM CLOSE-REPORT-SPOOL.

       PRINT-ONE-OPERATOR-LINE.
           MOVE SPACES TO WS-OPERATOR-LINE.
           IF WS-OP-ID(WS-OP-IDX) = SPACES
               MOVE "(aucun)" TO WS-OL-ID
           ELSE
               MOVE WS-OP-ID(WS-OP-IDX) TO WS-OL-ID
           END-IF.
           MOVE WS-OP-LOOKUPS(WS-OP-IDX) TO WS-OL-LOOKUPS.
           MOVE WS-OP-REPORTS(WS-OP-IDX) TO WS-OL-REPORTS.
           MOVE WS-OP-EXTRACTS(WS-OP-IDX) TO WS-OL-EXTRACTS.
           MOVE WS-OP-RECORDS(WS-OP-IDX) TO WS-OL-RECORDS.
           MOVE WS-OP-OFF-HOURS(WS-OP-IDX) TO WS-OL-OFF-HOURS.
           MOVE WS-OP-BULK(WS-OP-IDX) TO WS-OL-BULK.
           MOVE WS-OPERATOR-LINE TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Second passage sur le journal : edite les acces du mois de la
      * section demandee (hors heures ou massifs).
       PRINT-ACCESS-DETAILS.
           MOVE 0 TO WS-DETAIL-PRINTED.
           OPEN INPUT AccessLogFile.
           IF StatutAccessLogFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ AccessLogFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF AX-TIMESTAMP(1:6) = WS-MONTH-X
                               PERFORM PRINT-ONE-ACCESS-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AccessLogFile
           END-IF.
           IF WS-DETAIL-PRINTED = 0
               MOVE "  (neant)" TO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.

       PRINT-ONE-ACCESS-DETAIL.
           PERFORM QUALIFY-ONE-ACCESS.
           IF (WS-DETAIL-SECTION = 'H' AND WS-OFF-HOURS = 'Y')
                   OR (WS-DETAIL-SECTION = 'B' AND WS-BULK = 'Y')
               ADD 1 TO WS-DETAIL-PRINTED
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE AX-TIMESTAMP TO WS-DL-TIMESTAMP
               IF AX-OPERATOR = SPACES
                   MOVE "(aucun)" TO WS-DL-OPERATOR
               ELSE
                   MOVE AX-OPERATOR TO WS-DL-OPERATOR
               END-IF
               MOVE AX-PROGRAM TO WS-DL-PROGRAM
               MOVE AX-KIND TO WS-DL-KIND
               MOVE AX-RECORD-COUNT TO WS-DL-COUNT
               MOVE AX-CRITERIA TO WS-DL-CRITERIA
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "  " DELIMITED BY SIZE
                       WS-DETAIL-LINE DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.

      * Ouvre le fichier de spool date du rapport et emet l'en-tete.
       OPEN-REPORT-SPOOL.
           MOVE SPACES TO WS-SPOOL-FILENAME.
           STRING "RAPPORT-AccessReview-" DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SPOOL-FILENAME.
           OPEN OUTPUT SpoolFile.
           IF StatutSpoolFile = "00"
               MOVE 'Y' TO WS-SPOOL-OPEN
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** AccessReview - JOURNEE " DELIMITED BY SIZE
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
           STRING "*** REVUE DES ACCES AUX DONNEES CLIENTS - MOIS "
                       DELIMITED BY SIZE
                   WS-REVIEW-MONTH DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Genre d'acces : C = consultation d'un TRAN-ID, "
                       DELIMITED BY SIZE
                   "R = rapport edite, E = extraction"
                       DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
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
           MOVE WS-MONTH-ACCESSES TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Acces du mois : " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-SPOOL-OPEN = 'Y'
               CLOSE SpoolFile
               OPEN EXTEND SpoolIndexFile
               IF StatutSpoolIndexFile = "35"
                   OPEN OUTPUT SpoolIndexFile
               END-IF
               MOVE SPACES TO SpoolIndexRecord
               MOVE "AccessReview" TO SX-PROGRAM
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
           MOVE "AccessReview"      TO AL-PROGRAM.
           MOVE WS-SYS-TIMESTAMP    TO AL-TIMESTAMP.
           MOVE WS-ALERT-SEVERITY   TO AL-SEVERITY.
           MOVE WS-ALERT-MESSAGE    TO AL-MESSAGE.
           MOVE WS-PROC-DATE        TO AL-PROC-DATE.
           WRITE OpsAlertRecord.
           CLOSE OpsAlertFile.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb d'acces du
      * mois revu, et en note le mois.
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "AccessReview"          TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP        TO AUD-TIMESTAMP
           MOVE StatutAccessLogFile     TO AUD-FILE-STATUS
           MOVE WS-MONTH-ACCESSES       TO AUD-RECORD-COUNT
           MOVE WS-PROC-DATE            TO AUD-PROC-DATE
           MOVE WS-CURRENT-BATCH-ID     TO AUD-BATCH-ID
           STRING "MOIS " DELIMITED BY SIZE
                   WS-MONTH-X DELIMITED BY SIZE
               INTO AUD-NOTE
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
