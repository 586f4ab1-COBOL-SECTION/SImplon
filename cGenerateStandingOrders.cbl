       IDENTIFICATION DIVISION.
       PROGRAM-ID. GenerateStandingOrders.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Generateur des ordres permanents : les transactions qui se
      * repetent a date fixe (loyers, frais de maintenance,
      * abonnements) etaient ressaisies dans un flux a chaque periode,
      * avec des oublis. Ce programme lit la table des ordres
      * permanents STANDING_ORDERS.txt (voir copybooks/STORDREC.cpy)
      * et, pour la date de traitement (BATCH_DATE), ecrit chaque
      * occurrence due ce jour-la sous forme de transaction TRANREC,
      * avec en-tete et trailer expediteur, dans un flux
      * STORDERS-AAAAMMJJ.txt que modifCreated, lance juste apres
      * dans la chaine (JOBPLAN.txt), ajoute d'office a sa liste de
      * flux : les occurrences passent par la meme validation que
      * toute autre transaction, sans saisie dans
      * MODIFCREATED_FEEDLIST.txt.
      * Une echeance qui tombe un jour non ouvre du calendrier
      * d'ouvrage (CALENDAR.txt, types F et W) est reportee au jour
      * ouvre suivant, avec la regle de cBusinessDay.cbl : elle est
      * generee le jour ou ce report la fait tomber. Chaque occurrence
      * generee est inscrite au registre permanent
      * STANDING_ORDER_REGISTER.txt (ordre et echeance nominale) : une
      * relance du meme jour ne genere pas deux fois la meme echeance.
      * Les occurrences du run sont editees et partent au spool.
       FILE-CONTROL.
      * Table des ordres permanents.
       SELECT OrderFile ASSIGN TO "STANDING_ORDERS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOrderFile.
      * Calendrier d'ouvrage (jours feries et fermetures).
       SELECT CalendarFile ASSIGN TO "CALENDAR.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutCalendarFile.
      * Registre des plages de numerotation par source : les TRAN-ID
      * des occurrences sont pris dans la plage du rang que le flux
      * des ordres permanents occupe dans la liste de chargement
      * (STANDING_ORDER_FEED_ID).
       SELECT RangeFile ASSIGN TO "TRANID_RANGES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutRangeFile.
      * Registre permanent des occurrences generees.
       SELECT OrderRegisterFile ASSIGN TO
           "STANDING_ORDER_REGISTER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOrderRegisterFile.
      * Flux des ordres permanents au gisement TRANREC, pour
      * modifCreated.
       SELECT OrderFeedFile ASSIGN TO DYNAMIC WS-FEED-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOrderFeedFile.
      * Alertes d'exploitation codees par gravite (voir
      * copybooks/ALERTREC.cpy), restituees par cExceptionSummary.
       SELECT OpsAlertFile ASSIGN TO "OPSALERTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpsAlertFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuditTrailFile.
      * Identifiant du batch courant publie par cOpenBatch.cbl
       SELECT BatchCurrentFile ASSIGN TO "BATCH_CURRENT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutBatchCurrentFile.
      * Spool des rapports : la page part aussi dans un fichier date
      * (RAPPORT-GenerateStandingOrders-<date>.txt), reference dans
      * l'index du spool.
       SELECT SpoolFile ASSIGN TO DYNAMIC WS-SPOOL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSpoolFile.
       SELECT SpoolIndexFile ASSIGN TO "SPOOL_INDEX.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSpoolIndexFile.

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.

      * !!!! Section déclarant les fichiers utilisés par le programme
       FILE SECTION.
           FD  OrderFile.
           01  OrderRecord.
      * Gisement de la table des ordres permanents (voir
      * copybooks/STORDREC.cpy).
               COPY STORDREC.

           FD  CalendarFile.
           01  CalendarRecord.
      * Gisement du calendrier d'ouvrage (voir
      * copybooks/CALREC.cpy).
               COPY CALREC.

           FD  RangeFile.
           01  RangeRecord.
      * Gisement du registre des plages (voir
      * copybooks/RANGEREC.cpy).
               COPY RANGEREC.

           FD  OrderRegisterFile.
           01  OrderRegisterRecord.
      * Gisement du registre des occurrences (voir
      * copybooks/SOREGREC.cpy).
               COPY SOREGREC.

      * Flux des ordres permanents : gisement transaction commun
      * (voir copybooks/TRANREC.cpy), celui que modifCreated attend
      * en entree.
           FD  OrderFeedFile.
           01  OrderFeedRecord.
               COPY TRANREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

           FD  BatchCurrentFile.
           01  BatchCurrentRecord PIC 9(5).

           FD  SpoolFile.
           01  SpoolRecord PIC X(132).

           FD  SpoolIndexFile.
           01  SpoolIndexRecord.
      * Gisement de l'index du spool (voir copybooks/SPOOLREC.cpy).
               COPY SPOOLREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutOrderFile PIC X(2) VALUE '00'.
           01  StatutCalendarFile PIC X(2) VALUE '00'.
           01  StatutRangeFile PIC X(2) VALUE '00'.
           01  StatutOrderRegisterFile PIC X(2) VALUE '00'.
           01  StatutOrderFeedFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutBatchCurrentFile PIC X(2) VALUE '00'.
      * Flux produit : STORDERS-AAAAMMJJ.txt (-Cnn pour un cycle > 1),
      * surchargeable via STANDING_ORDER_FEED_FILE.
           01  WS-FEED-FILENAME PIC X(100) VALUE SPACES.
           01  WS-FEED-OVERRIDE PIC X(100) VALUE SPACES.
      * Horodatage systeme et date de traitement (BATCH_DATE)
           01  WS-SYS-DATETIME.
               05 WS-SYS-DATE    PIC 9(8).
               05 FILLER         PIC X(13).
           01  WS-SYS-TIMESTAMP PIC 9(14).
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
           01  WS-PROC-DATE-PARTS REDEFINES WS-PROC-DATE.
               05 WS-PROC-YEAR  PIC 9(4).
               05 WS-PROC-MONTH PIC 9(2).
               05 WS-PROC-DAY   PIC 9(2).
           01  WS-CURRENT-BATCH-ID PIC 9(5) VALUE 0.
      * Numero de cycle intrajournalier (BATCH_CYCLE, 1 par defaut)
           01  WS-BATCH-CYCLE-X PIC X(2) VALUE SPACES.
           01  WS-BATCH-CYCLE PIC 9(2) VALUE 1.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Dates non ouvrees du calendrier d'ouvrage (types F et W),
      * meme table que cBusinessDay.cbl. Calendrier absent : tous les
      * jours sont ouvres, aucune echeance n'est reportee.
           01  WS-CLOSED-COUNT PIC 9(3) VALUE 0.
           01  WS-CLOSED-TABLE.
               05  WS-CLOSED-DATE OCCURS 400 TIMES PIC 9(8).
           01  WS-CLOSED-IDX PIC 9(3) VALUE 0.
           01  WS-IS-CLOSED PIC X(1) VALUE 'N'.
      * Recherche du jour ouvre suivant une echeance, un jour
      * calendaire a la fois, borne comme dans cBusinessDay.cbl.
           01  WS-CANDIDATE PIC 9(8) VALUE 0.
           01  WS-CANDIDATE-INT PIC S9(9) VALUE 0.
           01  WS-STEPS PIC 9(3) VALUE 0.
           01  WS-MAX-STEPS PIC 9(3) VALUE 366.
      * Plage de TRAN-ID du flux des ordres permanents : rang du flux
      * dans la liste de chargement (STANDING_ORDER_FEED_ID) et plage
      * active de ce rang dans TRANID_RANGES.txt. Sans plage, la
      * numerotation part de WS-DEFAULT-FIRST-ID.
           01  WS-ORDER-FEED-ID-X PIC X(2) VALUE SPACES.
           01  WS-ORDER-FEED-ID PIC 9(2) VALUE 0.
           01  WS-RANGE-FOUND PIC X(1) VALUE 'N'.
           01  WS-RANGE-LOW PIC 9(7) VALUE 0.
           01  WS-RANGE-HIGH PIC 9(7) VALUE 9999999.
           01  WS-DEFAULT-FIRST-ID PIC 9(7) VALUE 8000000.
           01  WS-LAST-ORDER-ID PIC 9(7) VALUE 0.
           01  WS-IDS-EXHAUSTED PIC X(1) VALUE 'N'.
      * Echeances deja generees depuis le debut du mois precedent,
      * relues du registre (garde anti-double generation).
           01  WS-WINDOW-START PIC 9(8) VALUE 0.
           01  WS-DONE-COUNT PIC 9(5) VALUE 0.
           01  WS-DONE-TABLE.
               05  WS-DONE-ENTRY OCCURS 5000 TIMES.
                   10  WS-DN-ORDER-ID PIC X(6).
                   10  WS-DN-DUE-DATE PIC 9(8).
           01  WS-DN-IDX PIC 9(5) VALUE 0.
           01  WS-ALREADY-DONE PIC X(1) VALUE 'N'.
      * Occurrences du run, ecrites dans le flux et au registre une
      * fois la table des ordres entierement lue.
           01  WS-OCC-COUNT PIC 9(5) VALUE 0.
           01  WS-OCC-TABLE.
               05  WS-OCC-ENTRY OCCURS 2000 TIMES.
                   10  WS-OC-ORDER-ID    PIC X(6).
                   10  WS-OC-DUE-DATE    PIC 9(8).
                   10  WS-OC-TRAN-ID     PIC 9(7).
                   10  WS-OC-ACCOUNT     PIC X(5).
                   10  WS-OC-TYPE        PIC X(3).
                   10  WS-OC-CURRENCY    PIC X(3).
                   10  WS-OC-AMOUNT      PIC S9(9)V99.
                   10  WS-OC-DESCRIPTION PIC X(30).
           01  WS-OC-IDX PIC 9(5) VALUE 0.
      * Echeance candidate de l'ordre courant : mois examine (le mois
      * de traitement et le precedent, pour une echeance de fin de
      * mois reportee sur le mois suivant), numero de mois absolu
      * (annee * 12 + mois - 1) pour les frequences, date nominale.
           01  WS-MONTH-BACK PIC S9(1) VALUE 0.
           01  WS-PROC-MONTH-NO PIC 9(6) VALUE 0.
           01  WS-START-MONTH-NO PIC 9(6) VALUE 0.
           01  WS-CAND-MONTH-NO PIC 9(6) VALUE 0.
           01  WS-MONTHS-ELAPSED PIC 9(6) VALUE 0.
           01  WS-PERIOD-QUOTIENT PIC 9(6) VALUE 0.
           01  WS-PERIOD-REMAINDER PIC 9(2) VALUE 0.
           01  WS-DUE-ON-MONTH PIC X(1) VALUE 'N'.
           01  WS-WORK-DATE PIC 9(8) VALUE 0.
           01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
               05 WS-WD-YEAR  PIC 9(4).
               05 WS-WD-MONTH PIC 9(2).
               05 WS-WD-DAY   PIC 9(2).
           01  WS-WORK-INT PIC S9(9) VALUE 0.
           01  WS-LAST-DAY PIC 9(2) VALUE 0.
           01  WS-DUE-DATE PIC 9(8) VALUE 0.
           01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
               05 WS-DD-YEAR  PIC 9(4).
               05 WS-DD-MONTH PIC 9(2).
               05 WS-DD-DAY   PIC 9(2).
      * Compteurs du run
           01  WS-ORDERS-READ PIC 9(7) VALUE 0.
           01  WS-ORDERS-RETIRED PIC 9(7) VALUE 0.
           01  WS-ORDERS-INVALID PIC 9(7) VALUE 0.
           01  WS-SKIPPED-DONE PIC 9(7) VALUE 0.
           01  WS-SHIFTED-COUNT PIC 9(7) VALUE 0.
           01  WS-FEED-TOTAL PIC S9(9)V99 VALUE 0.
      * Ligne de detail formatee des occurrences
           01  WS-DETAIL-LINE.
               05 WS-DL-ORDER-ID     PIC X(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-DUE-DATE     PIC 9(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-TRAN-ID      PIC 9(7).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-ACCOUNT      PIC X(5).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-TYPE         PIC X(3).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-CURRENCY     PIC X(3).
               05 FILLER             PIC X(1) VALUE SPACES.
               05 WS-DL-AMOUNT       PIC -(9)9.99.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-SHIFTED      PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-DESCRIPTION  PIC X(30).
           01  WS-EDITED-AMOUNT PIC -(11)9.99.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'I'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Spool du rapport : nom du fichier date, ligne en cours
      * d'edition (console ET spool), etat d'ouverture.
           01  StatutSpoolFile PIC X(2) VALUE '00'.
           01  StatutSpoolIndexFile PIC X(2) VALUE '00'.
           01  WS-SPOOL-FILENAME PIC X(100) VALUE SPACES.
           01  WS-SPOOL-LINE PIC X(132) VALUE SPACES.
           01  WS-SPOOL-OPEN PIC X(1) VALUE 'N'.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = flux des ordres permanents produit, 2 = table des
      *   ordres permanents absente, 4 = aucune occurrence due ce
      *   jour, 7 = plage de TRAN-ID du flux epuisee (rien n'est
      *   ecrit), 8 = erreur d'E/S irrecuperable
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
           ACCEPT WS-BATCH-CYCLE-X FROM ENVIRONMENT "BATCH_CYCLE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BATCH-CYCLE-X
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-BATCH-CYCLE-X) = 0
               MOVE FUNCTION NUMVAL(WS-BATCH-CYCLE-X)
                   TO WS-BATCH-CYCLE
           ELSE
               MOVE 1 TO WS-BATCH-CYCLE
           END-IF.
           IF WS-BATCH-CYCLE = 0
               MOVE 1 TO WS-BATCH-CYCLE
           END-IF.
           IF WS-BATCH-CYCLE > 1
               STRING "STORDERS-" DELIMITED BY SIZE
                       WS-PROC-DATE DELIMITED BY SIZE
                       "-C" DELIMITED BY SIZE
                       WS-BATCH-CYCLE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-FEED-FILENAME
           ELSE
               STRING "STORDERS-" DELIMITED BY SIZE
                       WS-PROC-DATE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-FEED-FILENAME
           END-IF.
           ACCEPT WS-FEED-OVERRIDE
               FROM ENVIRONMENT "STANDING_ORDER_FEED_FILE"
               ON EXCEPTION
                   MOVE SPACES TO WS-FEED-OVERRIDE
           END-ACCEPT.
           IF WS-FEED-OVERRIDE NOT = SPACES
               MOVE WS-FEED-OVERRIDE TO WS-FEED-FILENAME
           END-IF.
           ACCEPT WS-ORDER-FEED-ID-X
               FROM ENVIRONMENT "STANDING_ORDER_FEED_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-ORDER-FEED-ID-X
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-ORDER-FEED-ID-X) = 0
               MOVE FUNCTION NUMVAL(WS-ORDER-FEED-ID-X)
                   TO WS-ORDER-FEED-ID
           ELSE
               MOVE 0 TO WS-ORDER-FEED-ID
           END-IF.
      * Numero de mois absolu de la date de traitement et debut de la
      * fenetre relue au registre (premier jour du mois precedent).
           COMPUTE WS-PROC-MONTH-NO
               = WS-PROC-YEAR * 12 + WS-PROC-MONTH - 1.
           COMPUTE WS-CAND-MONTH-NO = WS-PROC-MONTH-NO - 1.
           PERFORM SET-FIRST-OF-CAND-MONTH.
           MOVE WS-WORK-DATE TO WS-WINDOW-START.

           PERFORM READ-CURRENT-BATCH-ID.
           PERFORM LOAD-CLOSED-DATES.
           PERFORM LOAD-ORDER-RANGE.
           PERFORM LOAD-ORDER-REGISTER.
           IF FileStatusReturnCode = 0
               PERFORM SCAN-STANDING-ORDERS
           END-IF.
           IF FileStatusReturnCode = 0
               IF WS-OCC-COUNT = 0
                   MOVE 4 TO FileStatusReturnCode
                   DISPLAY "Aucune occurrence d'ordre permanent due le "
                       WS-PROC-DATE "."
               ELSE
                   PERFORM WRITE-ORDER-FEED
               END-IF
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM WRITE-ORDER-REGISTER
               PERFORM OPEN-REPORT-SPOOL
               PERFORM PRINT-OCCURRENCES
               PERFORM CLOSE-REPORT-SPOOL
               DISPLAY "Flux des ordres permanents (repris d'office "
                   "par modifCreated) : "
                   FUNCTION TRIM(WS-FEED-FILENAME)
           END-IF.

           DISPLAY "Ordres permanents lus . . . . : " WS-ORDERS-READ.
           DISPLAY "Ordres retires  . . . . . . . : "
               WS-ORDERS-RETIRED.
           DISPLAY "Ordres incomplets (ignores) . : "
               WS-ORDERS-INVALID.
           DISPLAY "Deja generees (relance) . . . : " WS-SKIPPED-DONE.
           DISPLAY "Occurrences generees  . . . . : " WS-OCC-COUNT.
           DISPLAY "  dont reportees (jour ferie) : " WS-SHIFTED-COUNT.

           PERFORM SIGNAL-RUN-ALERTS.
           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Charge les dates non ouvrees du calendrier d'ouvrage, meme
      * regle que cBusinessDay.cbl (types F et W).
       LOAD-CLOSED-DATES.
           MOVE 0 TO WS-CLOSED-COUNT.
           OPEN INPUT CalendarFile.
           IF StatutCalendarFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ CalendarFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
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
           ELSE
               DISPLAY "CALENDAR.txt indisponible (statut "
                   StatutCalendarFile ") - aucune echeance reportee."
           END-IF.

      * Plage active du rang du flux des ordres permanents. Pas de
      * rang fourni ou pas de plage pour ce rang : numerotation sans
      * plage.
       LOAD-ORDER-RANGE.
           MOVE 'N' TO WS-RANGE-FOUND.
           IF WS-ORDER-FEED-ID > 0
               OPEN INPUT RangeFile
               IF StatutRangeFile = "00"
                   MOVE 'N' TO EndOfFileSwitch
                   PERFORM UNTIL EndOfFileSwitch = 'Y'
                           OR WS-RANGE-FOUND = 'Y'
                       READ RangeFile
                           AT END
                               MOVE 'Y' TO EndOfFileSwitch
                           NOT AT END
                               IF RG-STATUS NOT = 'R'
                                   AND RG-FEED-ID IS NUMERIC
                                   AND RG-FEED-ID = WS-ORDER-FEED-ID
                                   AND RG-LOW IS NUMERIC
                                   AND RG-HIGH IS NUMERIC
                                   MOVE 'Y' TO WS-RANGE-FOUND
                                   MOVE RG-LOW TO WS-RANGE-LOW
                                   MOVE RG-HIGH TO WS-RANGE-HIGH
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RangeFile
               END-IF
           END-IF.
           IF WS-RANGE-FOUND = 'Y'
               DISPLAY "Numerotation des ordres permanents dans la "
                   "plage du flux " WS-ORDER-FEED-ID " : "
                   WS-RANGE-LOW " - " WS-RANGE-HIGH
               COMPUTE WS-LAST-ORDER-ID = WS-RANGE-LOW - 1
           ELSE
               MOVE WS-DEFAULT-FIRST-ID TO WS-RANGE-LOW
               MOVE 9999999 TO WS-RANGE-HIGH
               MOVE WS-DEFAULT-FIRST-ID TO WS-LAST-ORDER-ID
               DISPLAY "Aucune plage de numerotation pour le flux des "
                   "ordres permanents (STANDING_ORDER_FEED_ID "
                   WS-ORDER-FEED-ID ") - numerotation a partir de "
                   WS-DEFAULT-FIRST-ID
           END-IF.

      * Relit le registre des occurrences : dernier TRAN-ID attribue
      * dans la plage et echeances deja generees dans la fenetre.
       LOAD-ORDER-REGISTER.
           MOVE 0 TO WS-DONE-COUNT.
           OPEN INPUT OrderRegisterFile.
           EVALUATE StatutOrderRegisterFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ OrderRegisterFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           PERFORM NOTE-ONE-REGISTER-LINE
                   END-READ
               END-PERFORM
               CLOSE OrderRegisterFile
           WHEN "35"
               CONTINUE
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND GenerateStandingOrders - erreur "
                   "d'E/S irrecuperable sur "
                   "STANDING_ORDER_REGISTER.txt (statut "
                   StatutOrderRegisterFile ")."
           END-EVALUATE.

       NOTE-ONE-REGISTER-LINE.
           IF SR-TRAN-ID >= WS-RANGE-LOW
                   AND SR-TRAN-ID <= WS-RANGE-HIGH
                   AND SR-TRAN-ID > WS-LAST-ORDER-ID
               MOVE SR-TRAN-ID TO WS-LAST-ORDER-ID
           END-IF.
           IF SR-DUE-DATE >= WS-WINDOW-START
               IF WS-DONE-COUNT < 5000
                   ADD 1 TO WS-DONE-COUNT
                   MOVE SR-ORDER-ID TO WS-DN-ORDER-ID(WS-DONE-COUNT)
                   MOVE SR-DUE-DATE TO WS-DN-DUE-DATE(WS-DONE-COUNT)
               ELSE
                   DISPLAY "*** ATTENTION : table des echeances deja "
                       "generees pleine (5000) - echeance "
                       SR-ORDER-ID " " SR-DUE-DATE " non relue."
               END-IF
           END-IF.

      * Lit la table des ordres permanents et retient les
      * occurrences dues a la date de traitement.
       SCAN-STANDING-ORDERS.
           OPEN INPUT OrderFile.
           EVALUATE StatutOrderFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                       OR WS-IDS-EXHAUSTED = 'Y'
                   READ OrderFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           ADD 1 TO WS-ORDERS-READ
                           PERFORM EXAMINE-ONE-ORDER
                   END-READ
               END-PERFORM
               CLOSE OrderFile
               IF WS-IDS-EXHAUSTED = 'Y'
                   MOVE 7 TO FileStatusReturnCode
                   DISPLAY "*** ORDRES PERMANENTS REFUSES : plage de "
                       "TRAN-ID du flux epuisee (" WS-RANGE-LOW " - "
                       WS-RANGE-HIGH ") - etendre TRANID_RANGES.txt "
                       "et relancer."
               END-IF
           WHEN "35"
               MOVE 2 TO FileStatusReturnCode
               DISPLAY "STANDING_ORDERS.txt introuvable (statut "
                   StatutOrderFile ") - aucun ordre permanent."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND GenerateStandingOrders - erreur "
                   "d'E/S irrecuperable sur STANDING_ORDERS.txt "
                   "(statut " StatutOrderFile ")."
           END-EVALUATE.

      * Ordre actif et complet : examine les echeances du mois
      * precedent puis du mois de traitement.
       EXAMINE-ONE-ORDER.
           EVALUATE TRUE
           WHEN SO-STATUS = 'R'
               ADD 1 TO WS-ORDERS-RETIRED
           WHEN SO-ORDER-ID = SPACES
                   OR SO-AMOUNT IS NOT NUMERIC
                   OR SO-DAY IS NOT NUMERIC
                   OR SO-START-DATE IS NOT NUMERIC
                   OR (SO-FREQUENCY NOT = 'M' AND SO-FREQUENCY NOT = 'Q'
                       AND SO-FREQUENCY NOT = 'A')
               ADD 1 TO WS-ORDERS-INVALID
               DISPLAY "*** ATTENTION : ordre permanent " SO-ORDER-ID
                   " incomplet ou non numerique - ignore."
           WHEN SO-DAY < 1 OR SO-DAY > 31
               ADD 1 TO WS-ORDERS-INVALID
               DISPLAY "*** ATTENTION : ordre permanent " SO-ORDER-ID
                   " jour d'echeance hors plage - ignore."
           WHEN OTHER
               MOVE SO-START-DATE TO WS-WORK-DATE
               COMPUTE WS-START-MONTH-NO
                   = WS-WD-YEAR * 12 + WS-WD-MONTH - 1
               PERFORM EXAMINE-ONE-MONTH
                   VARYING WS-MONTH-BACK FROM 1 BY -1
                   UNTIL WS-MONTH-BACK < 0
                       OR WS-IDS-EXHAUSTED = 'Y'
           END-EVALUATE.

      * Echeance nominale de l'ordre dans le mois examine : le mois
      * doit tomber sur la frequence de l'ordre (tous les mois, tous
      * les trois mois ou tous les douze mois depuis le mois de
      * debut), le jour est ramene au dernier jour d'un mois plus
      * court, l'echeance doit etre dans les dates de l'ordre, et son
      * report au jour ouvre doit tomber sur la date de traitement.
       EXAMINE-ONE-MONTH.
           COMPUTE WS-CAND-MONTH-NO = WS-PROC-MONTH-NO - WS-MONTH-BACK.
           MOVE 'N' TO WS-DUE-ON-MONTH.
           IF WS-CAND-MONTH-NO >= WS-START-MONTH-NO
               COMPUTE WS-MONTHS-ELAPSED
                   = WS-CAND-MONTH-NO - WS-START-MONTH-NO
               EVALUATE SO-FREQUENCY
               WHEN 'M'
                   MOVE 'Y' TO WS-DUE-ON-MONTH
               WHEN 'Q'
                   DIVIDE WS-MONTHS-ELAPSED BY 3
                       GIVING WS-PERIOD-QUOTIENT
                       REMAINDER WS-PERIOD-REMAINDER
                   IF WS-PERIOD-REMAINDER = 0
                       MOVE 'Y' TO WS-DUE-ON-MONTH
                   END-IF
               WHEN 'A'
                   DIVIDE WS-MONTHS-ELAPSED BY 12
                       GIVING WS-PERIOD-QUOTIENT
                       REMAINDER WS-PERIOD-REMAINDER
                   IF WS-PERIOD-REMAINDER = 0
                       MOVE 'Y' TO WS-DUE-ON-MONTH
                   END-IF
               END-EVALUATE
           END-IF.
           IF WS-DUE-ON-MONTH = 'Y'
               PERFORM COMPUTE-DUE-DATE
               IF WS-DUE-DATE < SO-START-DATE
                   MOVE 'N' TO WS-DUE-ON-MONTH
               END-IF
               IF SO-END-DATE NOT = SPACES
                       AND SO-END-DATE IS NUMERIC
                   IF WS-DUE-DATE > SO-END-DATE
                       MOVE 'N' TO WS-DUE-ON-MONTH
                   END-IF
               END-IF
           END-IF.
           IF WS-DUE-ON-MONTH = 'Y' AND WS-DUE-DATE <= WS-PROC-DATE
               MOVE WS-DUE-DATE TO WS-CANDIDATE
               PERFORM FIND-NEXT-BUSINESS-DAY
               IF WS-CANDIDATE = WS-PROC-DATE
                   PERFORM CHECK-ALREADY-DONE
                   IF WS-ALREADY-DONE = 'Y'
                       ADD 1 TO WS-SKIPPED-DONE
                   ELSE
                       PERFORM KEEP-ONE-OCCURRENCE
                   END-IF
               END-IF
           END-IF.

      * Date du premier jour du mois examine (WS-CAND-MONTH-NO).
       SET-FIRST-OF-CAND-MONTH.
           DIVIDE WS-CAND-MONTH-NO BY 12
               GIVING WS-PERIOD-QUOTIENT
               REMAINDER WS-PERIOD-REMAINDER.
           MOVE WS-PERIOD-QUOTIENT TO WS-WD-YEAR.
           COMPUTE WS-WD-MONTH = WS-PERIOD-REMAINDER + 1.
           MOVE 1 TO WS-WD-DAY.

      * Echeance nominale : jour de l'ordre dans le mois examine,
      * ramene au dernier jour du mois (veille du premier jour du
      * mois suivant).
       COMPUTE-DUE-DATE.
           ADD 1 TO WS-CAND-MONTH-NO.
           PERFORM SET-FIRST-OF-CAND-MONTH.
           SUBTRACT 1 FROM WS-CAND-MONTH-NO.
           COMPUTE WS-WORK-INT
               = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-WORK-DATE.
           MOVE WS-WD-DAY TO WS-LAST-DAY.
           MOVE WS-WORK-DATE TO WS-DUE-DATE.
           IF SO-DAY < WS-LAST-DAY
               MOVE SO-DAY TO WS-DD-DAY
           END-IF.

      * Avance d'un jour calendaire a la fois jusqu'au premier jour
      * ouvre, a partir de l'echeance incluse (regle de
      * cBusinessDay.cbl, sens N).
       FIND-NEXT-BUSINESS-DAY.
           MOVE 0 TO WS-STEPS.
           PERFORM CHECK-CANDIDATE-CLOSED.
           PERFORM UNTIL WS-IS-CLOSED = 'N'
                   OR WS-STEPS >= WS-MAX-STEPS
               ADD 1 TO WS-STEPS
               MOVE FUNCTION INTEGER-OF-DATE(WS-CANDIDATE)
                   TO WS-CANDIDATE-INT
               ADD 1 TO WS-CANDIDATE-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-CANDIDATE-INT)
                   TO WS-CANDIDATE
               PERFORM CHECK-CANDIDATE-CLOSED
           END-PERFORM.

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

       CHECK-ALREADY-DONE.
           MOVE 'N' TO WS-ALREADY-DONE.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > WS-DONE-COUNT
                       OR WS-ALREADY-DONE = 'Y'
               IF WS-DN-ORDER-ID(WS-DN-IDX) = SO-ORDER-ID
                       AND WS-DN-DUE-DATE(WS-DN-IDX) = WS-DUE-DATE
                   MOVE 'Y' TO WS-ALREADY-DONE
               END-IF
           END-PERFORM.

      * Retient l'occurrence et lui attribue le TRAN-ID suivant de la
      * plage.
       KEEP-ONE-OCCURRENCE.
           IF WS-LAST-ORDER-ID >= WS-RANGE-HIGH
               MOVE 'Y' TO WS-IDS-EXHAUSTED
           ELSE
               IF WS-OCC-COUNT < 2000
                   ADD 1 TO WS-LAST-ORDER-ID
                   ADD 1 TO WS-OCC-COUNT
                   MOVE SO-ORDER-ID TO WS-OC-ORDER-ID(WS-OCC-COUNT)
                   MOVE WS-DUE-DATE TO WS-OC-DUE-DATE(WS-OCC-COUNT)
                   MOVE WS-LAST-ORDER-ID TO WS-OC-TRAN-ID(WS-OCC-COUNT)
                   MOVE SO-ACCOUNT-ID TO WS-OC-ACCOUNT(WS-OCC-COUNT)
                   MOVE SO-TYPE-CODE TO WS-OC-TYPE(WS-OCC-COUNT)
                   MOVE SO-CURRENCY TO WS-OC-CURRENCY(WS-OCC-COUNT)
                   MOVE SO-AMOUNT TO WS-OC-AMOUNT(WS-OCC-COUNT)
                   MOVE SO-DESCRIPTION
                       TO WS-OC-DESCRIPTION(WS-OCC-COUNT)
                   IF WS-DUE-DATE NOT = WS-PROC-DATE
                       ADD 1 TO WS-SHIFTED-COUNT
                   END-IF
               ELSE
                   DISPLAY "*** ATTENTION : table des occurrences "
                       "pleine (2000) - ordre " SO-ORDER-ID
                       " echeance " WS-DUE-DATE " non generee."
               END-IF
           END-IF.

      * Ecrit le flux des ordres permanents : en-tete expediteur, une
      * transaction par occurrence, trailer expediteur (nombre et
      * total de controle).
       WRITE-ORDER-FEED.
           OPEN OUTPUT OrderFeedFile.
           IF StatutOrderFeedFile NOT = "00"
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND GenerateStandingOrders - ouverture "
                   "impossible de " FUNCTION TRIM(WS-FEED-FILENAME)
                   " (statut " StatutOrderFeedFile ")."
           ELSE
               PERFORM WRITE-SENDER-HEADER
               MOVE 0 TO WS-FEED-TOTAL
               PERFORM WRITE-ONE-OCCURRENCE-RECORD
                   VARYING WS-OC-IDX FROM 1 BY 1
                   UNTIL WS-OC-IDX > WS-OCC-COUNT
               PERFORM WRITE-SENDER-TRAILER
               CLOSE OrderFeedFile
           END-IF.

      * En-tete expediteur : source et date de creation ; le
      * TRAN-ID porte l'identifiant de lot expediteur (le batch
      * courant) pour l'empreinte anti-rechargement de modifCreated.
       WRITE-SENDER-HEADER.
           MOVE SPACES TO OrderFeedRecord.
           MOVE WS-PROC-DATE TO TRAN-DATE.
           MOVE WS-CURRENT-BATCH-ID TO TRAN-ID.
           MOVE 0 TO TRAN-AMOUNT.
           MOVE "SENDER HEADER ORDRES PERM." TO TRAN-DESCRIPTION.
           WRITE OrderFeedRecord.

       WRITE-ONE-OCCURRENCE-RECORD.
           MOVE SPACES TO OrderFeedRecord.
           MOVE WS-PROC-DATE TO TRAN-DATE.
           MOVE WS-OC-TRAN-ID(WS-OC-IDX) TO TRAN-ID.
           MOVE WS-OC-AMOUNT(WS-OC-IDX) TO TRAN-AMOUNT.
           MOVE WS-OC-DESCRIPTION(WS-OC-IDX) TO TRAN-DESCRIPTION.
           MOVE WS-OC-TYPE(WS-OC-IDX) TO TRAN-TYPE-CODE.
           MOVE 0 TO TRAN-RESUBMIT-COUNT.
           MOVE 0 TO TRAN-REVERSED-ID.
           MOVE 0 TO TRAN-FEED-ID.
           MOVE WS-OC-CURRENCY(WS-OC-IDX) TO TRAN-CURRENCY-CODE.
           MOVE WS-OC-ACCOUNT(WS-OC-IDX) TO TRAN-ACCOUNT-ID.
           WRITE OrderFeedRecord.
           ADD WS-OC-AMOUNT(WS-OC-IDX) TO WS-FEED-TOTAL.

       WRITE-SENDER-TRAILER.
           MOVE SPACES TO OrderFeedRecord.
           MOVE WS-PROC-DATE TO TRAN-DATE.
           MOVE WS-OCC-COUNT TO TRAN-ID.
           MOVE WS-FEED-TOTAL TO TRAN-AMOUNT.
           MOVE "SENDER TRAILER" TO TRAN-DESCRIPTION.
           WRITE OrderFeedRecord.

      * Inscrit les occurrences du run au registre permanent.
       WRITE-ORDER-REGISTER.
           OPEN EXTEND OrderRegisterFile.
           IF StatutOrderRegisterFile = "35"
               OPEN OUTPUT OrderRegisterFile
           END-IF.
           PERFORM WRITE-ONE-REGISTER-LINE
               VARYING WS-OC-IDX FROM 1 BY 1
               UNTIL WS-OC-IDX > WS-OCC-COUNT.
           CLOSE OrderRegisterFile.

       WRITE-ONE-REGISTER-LINE.
           MOVE SPACES TO OrderRegisterRecord.
           MOVE WS-OC-ORDER-ID(WS-OC-IDX) TO SR-ORDER-ID.
           MOVE WS-OC-DUE-DATE(WS-OC-IDX) TO SR-DUE-DATE.
           MOVE WS-PROC-DATE TO SR-PROC-DATE.
           MOVE WS-OC-TRAN-ID(WS-OC-IDX) TO SR-TRAN-ID.
           MOVE WS-OC-ACCOUNT(WS-OC-IDX) TO SR-ACCOUNT-ID.
           MOVE WS-OC-TYPE(WS-OC-IDX) TO SR-TYPE-CODE.
           MOVE WS-OC-CURRENCY(WS-OC-IDX) TO SR-CURRENCY.
           MOVE WS-OC-AMOUNT(WS-OC-IDX) TO SR-AMOUNT.
           MOVE WS-CURRENT-BATCH-ID TO SR-BATCH-ID.
           MOVE WS-FEED-FILENAME(1:30) TO SR-FEED-NAME.
           WRITE OrderRegisterRecord.

      * Liste des occurrences du run : une ligne par occurrence avec
      * son echeance nominale (REPORTEE quand elle tombait un jour
      * non ouvre), puis le total de controle du flux.
       PRINT-OCCURRENCES.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "*** ORDRES PERMANENTS GENERES LE " DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "ORDRE   ECHEANCE  TRAN-ID  COMPTE TYPE DEV"
               TO WS-SPOOL-LINE.
           MOVE "MONTANT             LIBELLE" TO WS-SPOOL-LINE(51:27).
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-ONE-OCCURRENCE
               VARYING WS-OC-IDX FROM 1 BY 1
               UNTIL WS-OC-IDX > WS-OCC-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-FEED-TOTAL TO WS-EDITED-AMOUNT.
           STRING "Occurrences generees : " DELIMITED BY SIZE
                   WS-OCC-COUNT DELIMITED BY SIZE
                   " - total de controle " DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
                   " - flux " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FEED-FILENAME) DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

       PRINT-ONE-OCCURRENCE.
           MOVE WS-OC-ORDER-ID(WS-OC-IDX) TO WS-DL-ORDER-ID.
           MOVE WS-OC-DUE-DATE(WS-OC-IDX) TO WS-DL-DUE-DATE.
           MOVE WS-OC-TRAN-ID(WS-OC-IDX) TO WS-DL-TRAN-ID.
           MOVE WS-OC-ACCOUNT(WS-OC-IDX) TO WS-DL-ACCOUNT.
           MOVE WS-OC-TYPE(WS-OC-IDX) TO WS-DL-TYPE.
           MOVE WS-OC-CURRENCY(WS-OC-IDX) TO WS-DL-CURRENCY.
           MOVE WS-OC-AMOUNT(WS-OC-IDX) TO WS-DL-AMOUNT.
           IF WS-OC-DUE-DATE(WS-OC-IDX) NOT = WS-PROC-DATE
               MOVE "REPORTEE" TO WS-DL-SHIFTED
           ELSE
               MOVE SPACES TO WS-DL-SHIFTED
           END-IF.
           MOVE WS-OC-DESCRIPTION(WS-OC-IDX) TO WS-DL-DESCRIPTION.
           MOVE WS-DETAIL-LINE TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Alertes d'exploitation du run.
       SIGNAL-RUN-ALERTS.
           IF FileStatusReturnCode = 7
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE "plage de TRAN-ID des ordres permanents epuisee"
                   TO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF FileStatusReturnCode = 8
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE "erreur d'E/S sur la generation des ordres perm."
                   TO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF WS-ORDERS-INVALID > 0
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-ORDERS-INVALID DELIMITED BY SIZE
                       " ordre(s) permanent(s) incomplet(s) ignore(s)"
                           DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF FileStatusReturnCode = 0
               MOVE 'I' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-OCC-COUNT DELIMITED BY SIZE
                       " ordres permanents generes dans "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-FEED-FILENAME)
                           DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.

      * Ajoute une alerte d'exploitation codee par gravite au fichier
      * commun OPSALERTS.txt (gravite et message prepares par
      * l'appelant).
       WRITE-OPS-ALERT.
           OPEN EXTEND OpsAlertFile.
           IF StatutOpsAlertFile = "35"
               OPEN OUTPUT OpsAlertFile
           END-IF.
           MOVE SPACES TO OpsAlertRecord.
           MOVE "GenerateStandingOrd" TO AL-PROGRAM.
           MOVE WS-SYS-TIMESTAMP    TO AL-TIMESTAMP.
           MOVE WS-ALERT-SEVERITY   TO AL-SEVERITY.
           MOVE WS-ALERT-MESSAGE    TO AL-MESSAGE.
           MOVE WS-PROC-DATE        TO AL-PROC-DATE.
           WRITE OpsAlertRecord.
           CLOSE OpsAlertFile.

      * Ouvre le fichier de spool date du rapport et y ecrit le
      * bandeau commun (programme, date de traitement, batch,
      * horodatage d'edition). Spool indisponible : la page reste
      * console seulement, signale.
       OPEN-REPORT-SPOOL.
           MOVE SPACES TO WS-SPOOL-FILENAME.
           STRING "RAPPORT-GenerateStandingOrders-" DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SPOOL-FILENAME.
           OPEN OUTPUT SpoolFile.
           IF StatutSpoolFile = "00"
               MOVE 'Y' TO WS-SPOOL-OPEN
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** GenerateStandingOrders - JOURNEE "
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

      * Emet une ligne du rapport : console ET fichier de spool.
       PRINT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE.
           IF WS-SPOOL-OPEN = 'Y'
               WRITE SpoolRecord FROM WS-SPOOL-LINE
           END-IF.

      * Clot le fichier de spool et inscrit le rapport a l'index.
       CLOSE-REPORT-SPOOL.
           IF WS-SPOOL-OPEN = 'Y'
               CLOSE SpoolFile
               OPEN EXTEND SpoolIndexFile
               IF StatutSpoolIndexFile = "35"
                   OPEN OUTPUT SpoolIndexFile
               END-IF
               MOVE SPACES TO SpoolIndexRecord
               MOVE "GenerateStandingOrd" TO SX-PROGRAM
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

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb enreg.
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "GenerateStandingOrd" TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutOrderFile     TO AUD-FILE-STATUS
           MOVE WS-OCC-COUNT        TO AUD-RECORD-COUNT
           MOVE WS-PROC-DATE        TO AUD-PROC-DATE
           MOVE WS-CURRENT-BATCH-ID TO AUD-BATCH-ID
           MOVE WS-BATCH-CYCLE      TO AUD-CYCLE
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
