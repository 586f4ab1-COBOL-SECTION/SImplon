       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuditTrailFile.
      * Registre des statuts de periode (voir
      * copybooks/PERIODREC.cpy) : un mois certifie par la
      * consolidation y est declare clos, et plus aucun programme
      * ne peut alors modifier les donnees comptabilisees du mois.
       SELECT PeriodStatusFile ASSIGN TO "PERIOD_STATUS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPeriodStatusFile.

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.
           01  AuditTrailRecord.
               COPY AUDITREC.

           FD  PeriodStatusFile.
           01  PeriodStatusRecord.
      * Gisement du registre des statuts de periode (voir
      * copybooks/PERIODREC.cpy).
               COPY PERIODREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutDailyMasterFile PIC X(2) VALUE '00'.
           01  WS-GATE-MM PIC 9(2) VALUE 0.
           01  WS-DAYS-IN-MONTH PIC 9(2) VALUE 31.
           01  WS-LEAP-REM PIC 9(4) VALUE 0.
      * Statut courant du mois au registre des periodes (derniere
      * ligne du mois, 'O' quand le mois n'y figure pas) et date de
      * traitement portee par la ligne de cloture.
           01  StatutPeriodStatusFile PIC X(2) VALUE '00'.
           01  WS-PERIOD-STATUS PIC X(1) VALUE 'O'.
           01  WS-PERIOD-EOF PIC X(1) VALUE 'N'.
           01  WS-PERIOD-PROC-DATE PIC 9(8) VALUE 0.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'I'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
               ON EXCEPTION
                   MOVE SPACES TO WS-MONTH-X
           END-ACCEPT.
           ACCEPT WS-BATCH-DATE-X FROM ENVIRONMENT "BATCH_DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BATCH-DATE-X
           END-ACCEPT.
           IF WS-BATCH-DATE-X IS NUMERIC
               MOVE WS-BATCH-DATE-X TO WS-PERIOD-PROC-DATE
           ELSE
               MOVE WS-SYS-TIMESTAMP(1:8) TO WS-PERIOD-PROC-DATE
           END-IF.
           IF WS-MONTH-X = SPACES
               IF WS-BATCH-DATE-X IS NUMERIC
                   MOVE WS-BATCH-DATE-X(1:6) TO WS-MONTH-X
               END-IF
                       MOVE 4 TO FileStatusReturnCode
                   ELSE
                       MOVE 0 TO FileStatusReturnCode
                       PERFORM CLOSE-ACCOUNTING-PERIOD
                   END-IF
               END-IF
           END-IF.
                   " enregistrement(s), montant " WS-DAY-TOTAL
           END-IF.

      * Mois certifie : le declare clos au registre des statuts de
      * periode, sauf s'il l'est deja (relance) ou s'il est
      * verrouille. Seul un superviseur peut ensuite le rouvrir
      * (cMaintainPeriods).
       CLOSE-ACCOUNTING-PERIOD.
           MOVE 'O' TO WS-PERIOD-STATUS.
           OPEN INPUT PeriodStatusFile.
           IF StatutPeriodStatusFile = "00"
               MOVE 'N' TO WS-PERIOD-EOF
               PERFORM UNTIL WS-PERIOD-EOF = 'Y'
                   READ PeriodStatusFile
                       AT END
                           MOVE 'Y' TO WS-PERIOD-EOF
                       NOT AT END
                           IF PS-PERIOD = WS-MONTH
                               MOVE PS-STATUS TO WS-PERIOD-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PeriodStatusFile
           END-IF.
           IF WS-PERIOD-STATUS = 'C' OR WS-PERIOD-STATUS = 'L'
               DISPLAY "Periode " WS-MONTH " deja close ("
                   WS-PERIOD-STATUS ")."
           ELSE
               OPEN EXTEND PeriodStatusFile
               IF StatutPeriodStatusFile = "35"
                   OPEN OUTPUT PeriodStatusFile
               END-IF
               IF StatutPeriodStatusFile NOT = "00"
                   DISPLAY "Impossible de clore la periode "
                       WS-MONTH " - statut " StatutPeriodStatusFile
                   MOVE 8 TO FileStatusReturnCode
               ELSE
                   MOVE SPACES TO PeriodStatusRecord
                   MOVE WS-MONTH            TO PS-PERIOD
                   MOVE 'C'                 TO PS-STATUS
                   MOVE WS-SYS-TIMESTAMP    TO PS-TIMESTAMP
                   MOVE "MonthEndMaster"    TO PS-PROGRAM
                   MOVE "consolidation mensuelle certifiee"
                       TO PS-REASON
                   MOVE WS-PERIOD-PROC-DATE TO PS-PROC-DATE
                   WRITE PeriodStatusRecord
                   CLOSE PeriodStatusFile
                   DISPLAY "Periode " WS-MONTH " declaree close."
                   MOVE 'I' TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING "periode " DELIMITED BY SIZE
                           WS-MONTH DELIMITED BY SIZE
                           " close, donnees du mois figees"
                               DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
                   PERFORM WRITE-OPS-ALERT
               END-IF
           END-IF.

      * Total general du mois, apres le parcours des 31 jours
      * possibles.
       PRINT-MONTH-TOTALS.
