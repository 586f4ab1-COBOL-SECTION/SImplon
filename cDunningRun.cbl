       IDENTIFICATION DIVISION.
       PROGRAM-ID. DunningRun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Relances clients : le recouvrement redigeait chaque vendredi
      * les lettres de relance a la main depuis la balance agee de
      * cAgingReport.cbl. Ce programme lit les postes ouverts
      * (OPENITEMS.txt) et, par les fichiers maitres quotidiens, le
      * compte (MASTER-ACCOUNT-ID) de chaque poste qui n'en porte pas
      * encore ; il fait passer chaque poste echu au niveau de relance
      * 1, 2 ou 3 selon son retard (seuils de DUNNINGPARMS.txt),
      * un niveau a la fois et jamais plus vite que l'intervalle
      * minimal entre deux niveaux. Il ecrit un fichier de relances
      * par run (RELANCES-AAAAMMJJ-nn.txt), groupe par compte avec
      * tous les postes echus du compte, pour le service d'impression
      * des lettres, et trace chaque evenement dans l'historique
      * permanent DUNNING_HISTORY.txt : un poste solde arrete son
      * cycle, un poste partiellement regle depuis sa derniere
      * relance le reprend au niveau 1.
       FILE-CONTROL.
       SELECT DunningParmFile ASSIGN TO "DUNNINGPARMS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutDunningParmFile.
       SELECT OpenItemFile ASSIGN TO "OPENITEMS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpenItemFile.
      * Fichiers maitres quotidiens (MASTER-AAAAMMJJ.txt et cycles
      * -Cnn), relus pour retrouver le compte des postes entres avant
      * que le poste ne porte son compte.
       SELECT MasterFile ASSIGN TO DYNAMIC WS-MASTER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutMasterFile.
       SELECT AccountFile ASSIGN TO "ACCOUNTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAccountFile.
      * Historique permanent des relances (voir
      * copybooks/DUNHISTREC.cpy)
       SELECT DunningHistoryFile ASSIGN TO "DUNNING_HISTORY.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutDunningHistoryFile.
      * Fichier des relances du run pour l'impression des lettres
       SELECT ReminderFile ASSIGN TO DYNAMIC WS-REMINDER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutReminderFile.
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

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.

      * !!!! Section déclarant les fichiers utilisés par le programme
       FILE SECTION.
           FD  DunningParmFile.
           01  DunningParmRecord.
      * Gisement des parametres de relance (voir
      * copybooks/DUNPARMREC.cpy).
               COPY DUNPARMREC.

           FD  OpenItemFile.
           01  OpenItemRecord.
      * Gisement des postes ouverts (voir
      * copybooks/OPENITEMREC.cpy).
               COPY OPENITEMREC.

           FD  MasterFile.
           01  MasterRecord.
      * Gisement maitre commun (voir copybooks/MASTERREC.cpy).
               COPY MASTERREC.

           FD  AccountFile.
           01  AccountRecord.
      * Gisement de la table des comptes (voir
      * copybooks/ACCTREC.cpy).
               COPY ACCTREC.

           FD  DunningHistoryFile.
           01  DunningHistoryRecord.
               COPY DUNHISTREC.

           FD  ReminderFile.
           01  ReminderRecord.
      * Gisement du fichier des relances (voir
      * copybooks/DUNLETREC.cpy).
               COPY DUNLETREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

           FD  BatchCurrentFile.
           01  BatchCurrentRecord PIC 9(5).

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutDunningParmFile PIC X(2) VALUE '00'.
           01  StatutOpenItemFile PIC X(2) VALUE '00'.
           01  StatutMasterFile PIC X(2) VALUE '00'.
           01  StatutAccountFile PIC X(2) VALUE '00'.
           01  StatutDunningHistoryFile PIC X(2) VALUE '00'.
           01  StatutReminderFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutBatchCurrentFile PIC X(2) VALUE '00'.
      * Horodatage systeme et date de traitement (BATCH_DATE), date
      * de reference de l'anciennete des postes et date des relances.
           01  WS-SYS-DATETIME.
               05 WS-SYS-DATE    PIC 9(8).
               05 FILLER         PIC X(13).
           01  WS-SYS-TIMESTAMP PIC 9(14).
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
           01  WS-PROC-DATE-INT PIC S9(9) VALUE 0.
           01  WS-CURRENT-BATCH-ID PIC 9(5) VALUE 0.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Parametres de relance : anciennete minimale des niveaux 1, 2
      * et 3, intervalle minimal entre deux niveaux (valeurs par
      * defaut quand DUNNINGPARMS.txt est absent).
           01  WS-LEVEL-DAYS-TABLE.
               05  WS-LEVEL-DAYS PIC 9(3) OCCURS 3 TIMES.
           01  WS-MIN-INTERVAL PIC 9(3) VALUE 15.
      * Etat de relance de chaque poste deja relance, reconstitue
      * depuis l'historique (le dernier evenement d'un poste donne
      * son niveau courant).
           01  WS-MAX-HIST PIC 9(5) VALUE 20000.
           01  WS-HIST-COUNT PIC 9(5) VALUE 0.
           01  WS-HIST-TABLE.
               05  WS-HIST-ENTRY OCCURS 20000 TIMES.
                   10  WS-HS-TRAN-ID  PIC 9(7).
                   10  WS-HS-ACCOUNT  PIC X(5).
                   10  WS-HS-EVENT    PIC X(1).
                   10  WS-HS-LEVEL    PIC 9(1).
                   10  WS-HS-DATE     PIC 9(8).
                   10  WS-HS-PAID     PIC S9(9)V99.
      * 'A' = poste solde ce run, arret du cycle a tracer
                   10  WS-HS-ACTION   PIC X(1).
           01  WS-HS-IDX PIC 9(5) VALUE 0.
           01  WS-HS-HIT PIC 9(5) VALUE 0.
           01  WS-HS-KEY PIC 9(7) VALUE 0.
           01  WS-HIST-OPEN PIC X(1) VALUE 'N'.
      * Postes non soldes charges en memoire
           01  WS-MAX-ITEMS PIC 9(5) VALUE 20000.
           01  WS-ITEM-COUNT PIC 9(5) VALUE 0.
           01  WS-ITEM-TABLE.
               05  WS-ITEM-ENTRY OCCURS 20000 TIMES.
                   10  WS-IT-TRAN-ID   PIC 9(7).
                   10  WS-IT-TRAN-DATE PIC 9(8).
                   10  WS-IT-ORIG      PIC S9(9)V99.
                   10  WS-IT-PAID      PIC S9(9)V99.
                   10  WS-IT-STATUS    PIC X(1).
                   10  WS-IT-LAST-PAY  PIC 9(8).
                   10  WS-IT-ACCOUNT   PIC X(5).
                   10  WS-IT-DUE-DATE  PIC 9(8).
                   10  WS-IT-AGE       PIC S9(5).
      * Niveau de relance du poste apres ce run (0 = non echu)
                   10  WS-IT-LEVEL     PIC 9(1).
      * 'Y' = niveau atteint ce run, 'P' = reprise apres reglement
      * partiel puis niveau atteint, espace = inchange
                   10  WS-IT-ACTION    PIC X(1).
           01  WS-IT-IDX PIC 9(5) VALUE 0.
      * Poste courant : restant du, date de reference de
      * l'anciennete, niveau vise, jours depuis la derniere relance.
           01  WS-ITEM-DUE PIC S9(9)V99 VALUE 0.
           01  WS-REF-DATE PIC 9(8) VALUE 0.
           01  WS-TARGET-LEVEL PIC 9(1) VALUE 0.
           01  WS-CURRENT-LEVEL PIC 9(1) VALUE 0.
           01  WS-DAYS-SINCE PIC S9(5) VALUE 0.
           01  WS-LEVEL-IDX PIC 9(1) VALUE 0.
      * Dates de transaction des postes sans compte, pour ne relire
      * que les fichiers maitres utiles.
           01  WS-DATE-COUNT PIC 9(3) VALUE 0.
           01  WS-DATE-TABLE.
               05  WS-DT-DATE PIC 9(8) OCCURS 500 TIMES.
           01  WS-DT-IDX PIC 9(3) VALUE 0.
           01  WS-DATE-FOUND PIC X(1) VALUE 'N'.
           01  WS-MASTER-FILENAME PIC X(100) VALUE SPACES.
           01  WS-CYCLE PIC 9(2) VALUE 0.
      * Libelles des comptes pour l'en-tete des lettres
           01  WS-ACCT-COUNT PIC 9(3) VALUE 0.
           01  WS-ACCT-TABLE.
               05  WS-ACCT-ENTRY OCCURS 200 TIMES.
                   10  WS-AC-ID       PIC X(5).
                   10  WS-AC-LABEL    PIC X(20).
           01  WS-ACCT-IDX PIC 9(3) VALUE 0.
      * Comptes a relancer ce run (au moins un poste monte de niveau),
      * dans l'ordre ou ils sont rencontres.
           01  WS-LETTER-COUNT PIC 9(5) VALUE 0.
           01  WS-LETTER-TABLE.
               05  WS-LT-ACCOUNT PIC X(5) OCCURS 2000 TIMES.
           01  WS-LT-IDX PIC 9(5) VALUE 0.
           01  WS-LETTER-FOUND PIC X(1) VALUE 'N'.
      * Cumuls de la lettre en cours et du fichier
           01  WS-LETTER-LEVEL PIC 9(1) VALUE 0.
           01  WS-LETTER-ITEMS PIC 9(5) VALUE 0.
           01  WS-LETTER-DUE PIC S9(11)V99 VALUE 0.
           01  WS-DETAIL-COUNT PIC 9(7) VALUE 0.
           01  WS-GRAND-TOTAL PIC S9(11)V99 VALUE 0.
      * Fichier des relances du run : RELANCES-AAAAMMJJ-nn.txt, nn =
      * premier rang libre du jour (un deuxieme run du meme jour
      * n'ecrase pas les lettres du premier).
           01  WS-REMINDER-FILENAME PIC X(100) VALUE SPACES.
           01  WS-REMINDER-SEQ PIC 9(2) VALUE 0.
           01  WS-REMINDER-FREE PIC X(1) VALUE 'N'.
      * Compteurs du run
           01  WS-ITEMS-READ PIC 9(7) VALUE 0.
           01  WS-ITEMS-SETTLED PIC 9(7) VALUE 0.
           01  WS-ITEMS-OVERDUE PIC 9(7) VALUE 0.
           01  WS-ITEMS-RAISED PIC 9(7) VALUE 0.
           01  WS-ITEMS-WAITING PIC 9(7) VALUE 0.
           01  WS-ITEMS-NO-ACCOUNT PIC 9(7) VALUE 0.
           01  WS-CYCLES-STOPPED PIC 9(7) VALUE 0.
           01  WS-CYCLES-RESTARTED PIC 9(7) VALUE 0.
           01  WS-LEVEL3-COUNT PIC 9(7) VALUE 0.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'I'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = run normal, 2 = OPENITEMS.txt absent, 4 = aucune lettre
      *   de relance ce run, 8 = erreur d'E/S irrecuperable
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
           MOVE FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)
               TO WS-PROC-DATE-INT.

           DISPLAY "*** RELANCES CLIENTS - JOURNEE " WS-PROC-DATE
               " ***".
           PERFORM READ-CURRENT-BATCH-ID.
           PERFORM LOAD-DUNNING-PARMS.
           PERFORM LOAD-DUNNING-HISTORY.
           IF FileStatusReturnCode = 0
               PERFORM LOAD-OPEN-ITEMS
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM LOAD-ACCOUNT-LABELS
               PERFORM RESOLVE-ITEM-ACCOUNTS
               PERFORM DUN-ONE-ITEM
                   VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-ITEM-COUNT
               IF WS-LETTER-COUNT > 0
                   PERFORM WRITE-REMINDER-FILE
               END-IF
           END-IF.
      * L'historique n'est complete qu'une fois les lettres ecrites :
      * un fichier de relances en echec ne laisse pas croire a des
      * relances qui ne sont jamais parties.
           IF FileStatusReturnCode = 0
               PERFORM WRITE-DUNNING-HISTORY
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM PRINT-DUNNING-TOTALS
               IF WS-LETTER-COUNT = 0
                   MOVE 4 TO FileStatusReturnCode
               END-IF
           END-IF.

           PERFORM SIGNAL-RUN-ALERTS.
           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Seuils de relance et intervalle minimal : fichier absent ou
      * valeurs non numeriques, on garde les valeurs par defaut.
       LOAD-DUNNING-PARMS.
           MOVE 30 TO WS-LEVEL-DAYS(1).
           MOVE 60 TO WS-LEVEL-DAYS(2).
           MOVE 90 TO WS-LEVEL-DAYS(3).
           MOVE 15 TO WS-MIN-INTERVAL.
           OPEN INPUT DunningParmFile.
           IF StatutDunningParmFile = "00"
               READ DunningParmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-LEVEL1-DAYS IS NUMERIC
                               AND DP-LEVEL2-DAYS IS NUMERIC
                               AND DP-LEVEL3-DAYS IS NUMERIC
                               AND DP-LEVEL1-DAYS > 0
                               AND DP-LEVEL2-DAYS > DP-LEVEL1-DAYS
                               AND DP-LEVEL3-DAYS > DP-LEVEL2-DAYS
                           MOVE DP-LEVEL1-DAYS TO WS-LEVEL-DAYS(1)
                           MOVE DP-LEVEL2-DAYS TO WS-LEVEL-DAYS(2)
                           MOVE DP-LEVEL3-DAYS TO WS-LEVEL-DAYS(3)
                       ELSE
                           DISPLAY "DUNNINGPARMS.txt : seuils "
                               "invalides - seuils par defaut."
                       END-IF
                       IF DP-MIN-INTERVAL IS NUMERIC
                           MOVE DP-MIN-INTERVAL TO WS-MIN-INTERVAL
                       END-IF
               END-READ
               CLOSE DunningParmFile
           END-IF.
           DISPLAY "Seuils de relance (jours) : " WS-LEVEL-DAYS(1)
               " / " WS-LEVEL-DAYS(2) " / " WS-LEVEL-DAYS(3)
               " - intervalle minimal " WS-MIN-INTERVAL " jours".

      * Reconstitue l'etat de relance de chaque poste depuis
      * l'historique (fichier absent : tout premier run).
       LOAD-DUNNING-HISTORY.
           MOVE 0 TO WS-HIST-COUNT.
           OPEN INPUT DunningHistoryFile.
           EVALUATE StatutDunningHistoryFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ DunningHistoryFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           PERFORM APPLY-ONE-HISTORY-EVENT
                   END-READ
               END-PERFORM
               CLOSE DunningHistoryFile
           WHEN "35"
               CONTINUE
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND DunningRun - erreur d'E/S "
                   "irrecuperable sur DUNNING_HISTORY.txt (statut "
                   StatutDunningHistoryFile ")."
           END-EVALUATE.

       APPLY-ONE-HISTORY-EVENT.
           MOVE DH-TRAN-ID TO WS-HS-KEY.
           PERFORM FIND-HISTORY-STATE.
           IF WS-HS-HIT = 0
               IF WS-HIST-COUNT < WS-MAX-HIST
                   ADD 1 TO WS-HIST-COUNT
                   MOVE WS-HIST-COUNT TO WS-HS-HIT
                   MOVE DH-TRAN-ID TO WS-HS-TRAN-ID(WS-HS-HIT)
                   MOVE SPACE TO WS-HS-ACTION(WS-HS-HIT)
               ELSE
                   DISPLAY "*** ATTENTION : table de l'historique "
                       "pleine (" WS-MAX-HIST ") - poste "
                       DH-TRAN-ID " ignore."
               END-IF
           END-IF.
           IF WS-HS-HIT > 0
               MOVE DH-ACCOUNT-ID TO WS-HS-ACCOUNT(WS-HS-HIT)
               MOVE DH-EVENT TO WS-HS-EVENT(WS-HS-HIT)
               MOVE DH-LEVEL TO WS-HS-LEVEL(WS-HS-HIT)
               MOVE DH-DATE TO WS-HS-DATE(WS-HS-HIT)
               MOVE DH-PAID-AMOUNT TO WS-HS-PAID(WS-HS-HIT)
           END-IF.

      * Recherche l'etat de relance du poste dont le TRAN-ID est
      * dans WS-HS-KEY ; rend son rang dans WS-HS-HIT, ou 0 si le
      * poste n'a jamais ete relance.
       FIND-HISTORY-STATE.
           MOVE 0 TO WS-HS-HIT.
           PERFORM VARYING WS-HS-IDX FROM 1 BY 1
                   UNTIL WS-HS-IDX > WS-HIST-COUNT
                       OR WS-HS-HIT > 0
               IF WS-HS-TRAN-ID(WS-HS-IDX) = WS-HS-KEY
                   MOVE WS-HS-IDX TO WS-HS-HIT
               END-IF
           END-PERFORM.

      * Charge les postes non soldes en memoire ; un poste solde dont
      * le cycle de relance est en cours est marque pour l'arret du
      * cycle.
       LOAD-OPEN-ITEMS.
           MOVE 0 TO WS-ITEM-COUNT.
           OPEN INPUT OpenItemFile.
           EVALUATE StatutOpenItemFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ OpenItemFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           ADD 1 TO WS-ITEMS-READ
                           IF OI-STATUS = 'S'
                               PERFORM STOP-SETTLED-ITEM
                           ELSE
                               PERFORM ADD-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OpenItemFile
           WHEN "35"
               MOVE 2 TO FileStatusReturnCode
               DISPLAY "OPENITEMS.txt introuvable (statut "
                   StatutOpenItemFile ") - lancer cMatchPayments "
                   "d'abord."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND DunningRun - erreur d'E/S "
                   "irrecuperable sur OPENITEMS.txt (statut "
                   StatutOpenItemFile ")."
           END-EVALUATE.

       STOP-SETTLED-ITEM.
           ADD 1 TO WS-ITEMS-SETTLED.
           MOVE OI-TRAN-ID TO WS-HS-KEY.
           PERFORM FIND-HISTORY-STATE.
           IF WS-HS-HIT > 0
               IF WS-HS-LEVEL(WS-HS-HIT) > 0
                   MOVE 'A' TO WS-HS-ACTION(WS-HS-HIT)
                   MOVE OI-PAID-AMOUNT TO WS-HS-PAID(WS-HS-HIT)
                   ADD 1 TO WS-CYCLES-STOPPED
               END-IF
           END-IF.

       ADD-ONE-ITEM.
           COMPUTE WS-ITEM-DUE = OI-ORIG-AMOUNT - OI-PAID-AMOUNT.
           IF WS-ITEM-DUE > 0
               IF WS-ITEM-COUNT < WS-MAX-ITEMS
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE OI-TRAN-ID TO WS-IT-TRAN-ID(WS-ITEM-COUNT)
                   MOVE OI-TRAN-DATE TO WS-IT-TRAN-DATE(WS-ITEM-COUNT)
                   MOVE OI-ORIG-AMOUNT TO WS-IT-ORIG(WS-ITEM-COUNT)
                   MOVE OI-PAID-AMOUNT TO WS-IT-PAID(WS-ITEM-COUNT)
                   MOVE OI-STATUS TO WS-IT-STATUS(WS-ITEM-COUNT)
                   MOVE OI-LAST-PAY-DATE
                       TO WS-IT-LAST-PAY(WS-ITEM-COUNT)
                   MOVE OI-ACCOUNT-ID TO WS-IT-ACCOUNT(WS-ITEM-COUNT)
                   IF OI-DUE-DATE IS NUMERIC
                       MOVE OI-DUE-DATE
                           TO WS-IT-DUE-DATE(WS-ITEM-COUNT)
                   ELSE
                       MOVE 0 TO WS-IT-DUE-DATE(WS-ITEM-COUNT)
                   END-IF
                   MOVE 0 TO WS-IT-AGE(WS-ITEM-COUNT)
                   MOVE 0 TO WS-IT-LEVEL(WS-ITEM-COUNT)
                   MOVE SPACE TO WS-IT-ACTION(WS-ITEM-COUNT)
               ELSE
                   DISPLAY "*** ATTENTION : table des postes pleine ("
                       WS-MAX-ITEMS ") - poste " OI-TRAN-ID
                       " non relance ce run."
               END-IF
           END-IF.

      * Libelles des comptes, dans leur version en vigueur a la date
      * de traitement (table absente : lettres sans libelle).
       LOAD-ACCOUNT-LABELS.
           MOVE 0 TO WS-ACCT-COUNT.
           OPEN INPUT AccountFile.
           IF StatutAccountFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ AccountFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF ACC-ID NOT = SPACES
                                   AND WS-ACCT-COUNT < 200
                                   AND (ACC-VALID-FROM = SPACES
                                   OR ACC-VALID-FROM <= WS-PROC-DATE)
                                   AND (ACC-VALID-TO = SPACES
                                   OR ACC-VALID-TO >= WS-PROC-DATE)
                               ADD 1 TO WS-ACCT-COUNT
                               MOVE ACC-ID TO WS-AC-ID(WS-ACCT-COUNT)
                               MOVE ACC-LABEL
                                   TO WS-AC-LABEL(WS-ACCT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AccountFile
           END-IF.

      * Les postes entres avant que le poste ne porte son compte sont
      * rattaches a leur compte en relisant le fichier maitre du jour
      * de la transaction (cycle 1 et cycles -Cnn du meme jour).
       RESOLVE-ITEM-ACCOUNTS.
           MOVE 0 TO WS-DATE-COUNT.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-ITEM-COUNT
               IF WS-IT-ACCOUNT(WS-IT-IDX) = SPACES
                   PERFORM NOTE-ITEM-DATE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DATE-COUNT
               MOVE SPACES TO WS-MASTER-FILENAME
               STRING "MASTER-" DELIMITED BY SIZE
                       WS-DT-DATE(WS-DT-IDX) DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-MASTER-FILENAME
               PERFORM READ-ONE-MASTER-FILE
               PERFORM VARYING WS-CYCLE FROM 2 BY 1 UNTIL WS-CYCLE > 9
                   MOVE SPACES TO WS-MASTER-FILENAME
                   STRING "MASTER-" DELIMITED BY SIZE
                           WS-DT-DATE(WS-DT-IDX) DELIMITED BY SIZE
                           "-C" DELIMITED BY SIZE
                           WS-CYCLE DELIMITED BY SIZE
                           ".txt" DELIMITED BY SIZE
                       INTO WS-MASTER-FILENAME
                   PERFORM READ-ONE-MASTER-FILE
               END-PERFORM
           END-PERFORM.

       NOTE-ITEM-DATE.
           MOVE 'N' TO WS-DATE-FOUND.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DATE-COUNT
                       OR WS-DATE-FOUND = 'Y'
               IF WS-DT-DATE(WS-DT-IDX) = WS-IT-TRAN-DATE(WS-IT-IDX)
                   MOVE 'Y' TO WS-DATE-FOUND
               END-IF
           END-PERFORM.
           IF WS-DATE-FOUND = 'N' AND WS-DATE-COUNT < 500
               ADD 1 TO WS-DATE-COUNT
               MOVE WS-IT-TRAN-DATE(WS-IT-IDX)
                   TO WS-DT-DATE(WS-DATE-COUNT)
           END-IF.

      * Un fichier maitre absent (jour sans chargement, cycle non
      * tourne) est simplement saute.
       READ-ONE-MASTER-FILE.
           OPEN INPUT MasterFile.
           IF StatutMasterFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ MasterFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF MASTER-ACCOUNT-ID NOT = SPACES
                               PERFORM ASSIGN-MASTER-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MasterFile
           END-IF.

       ASSIGN-MASTER-ACCOUNT.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-ITEM-COUNT
               IF WS-IT-TRAN-ID(WS-IT-IDX) = MASTER-TRAN-ID
                       AND WS-IT-ACCOUNT(WS-IT-IDX) = SPACES
                   MOVE MASTER-ACCOUNT-ID TO WS-IT-ACCOUNT(WS-IT-IDX)
               END-IF
           END-PERFORM.

      * Fixe le niveau de relance d'un poste non solde : retard
      * depuis l'echeance (depuis la transaction pour un poste sans
      * echeance, anterieur aux conditions de paiement ; depuis le
      * dernier reglement s'il est posterieur, pour un poste
      * partiellement regle), niveau vise par les seuils, puis
      * montee d'un seul niveau si l'intervalle minimal depuis la
      * derniere relance est ecoule.
       DUN-ONE-ITEM.
           MOVE WS-IT-TRAN-ID(WS-IT-IDX) TO WS-HS-KEY.
           PERFORM FIND-HISTORY-STATE.
           MOVE 0 TO WS-CURRENT-LEVEL.
           IF WS-HS-HIT > 0
               MOVE WS-HS-LEVEL(WS-HS-HIT) TO WS-CURRENT-LEVEL
      * Reglement partiel recu depuis la derniere relance : le cycle
      * repart de zero.
               IF WS-CURRENT-LEVEL > 0
                       AND WS-IT-PAID(WS-IT-IDX)
                           > WS-HS-PAID(WS-HS-HIT)
                   MOVE 0 TO WS-CURRENT-LEVEL
                   MOVE 'P' TO WS-IT-ACTION(WS-IT-IDX)
               END-IF
           END-IF.
           IF WS-IT-DUE-DATE(WS-IT-IDX) > 15000000
               MOVE WS-IT-DUE-DATE(WS-IT-IDX) TO WS-REF-DATE
           ELSE
               MOVE WS-IT-TRAN-DATE(WS-IT-IDX) TO WS-REF-DATE
           END-IF.
           IF WS-IT-STATUS(WS-IT-IDX) = 'P'
                   AND WS-IT-LAST-PAY(WS-IT-IDX) IS NUMERIC
                   AND WS-IT-LAST-PAY(WS-IT-IDX) > WS-REF-DATE
               MOVE WS-IT-LAST-PAY(WS-IT-IDX) TO WS-REF-DATE
           END-IF.
      * Une date invalide (fichier abime) est relancee d'office au
      * niveau le plus eleve plutot que d'arreter le run.
           IF WS-REF-DATE IS NUMERIC AND WS-REF-DATE > 15000000
               COMPUTE WS-IT-AGE(WS-IT-IDX) = WS-PROC-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(WS-REF-DATE)
           ELSE
               MOVE 99999 TO WS-IT-AGE(WS-IT-IDX)
           END-IF.
           IF WS-IT-AGE(WS-IT-IDX) < 0
               MOVE 0 TO WS-IT-AGE(WS-IT-IDX)
           END-IF.
           MOVE 0 TO WS-TARGET-LEVEL.
           PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
                   UNTIL WS-LEVEL-IDX > 3
               IF WS-IT-AGE(WS-IT-IDX) >= WS-LEVEL-DAYS(WS-LEVEL-IDX)
                   MOVE WS-LEVEL-IDX TO WS-TARGET-LEVEL
               END-IF
           END-PERFORM.

           IF WS-TARGET-LEVEL > WS-CURRENT-LEVEL
               IF WS-CURRENT-LEVEL = 0
                   ADD 1 TO WS-CURRENT-LEVEL
                   PERFORM RAISE-ITEM-LEVEL
               ELSE
                   COMPUTE WS-DAYS-SINCE = WS-PROC-DATE-INT
                       - FUNCTION INTEGER-OF-DATE(
                           WS-HS-DATE(WS-HS-HIT))
                   IF WS-DAYS-SINCE >= WS-MIN-INTERVAL
                       ADD 1 TO WS-CURRENT-LEVEL
                       PERFORM RAISE-ITEM-LEVEL
                   ELSE
                       ADD 1 TO WS-ITEMS-WAITING
                   END-IF
               END-IF
           END-IF.
           MOVE WS-CURRENT-LEVEL TO WS-IT-LEVEL(WS-IT-IDX).
           IF WS-CURRENT-LEVEL > 0
               ADD 1 TO WS-ITEMS-OVERDUE
           END-IF.
           IF WS-IT-ACTION(WS-IT-IDX) = 'P'
               ADD 1 TO WS-CYCLES-RESTARTED
           END-IF.

      * Montee de niveau du poste : un poste sans compte ne peut pas
      * etre relance (pas de destinataire) et reste au niveau ou il
      * etait.
       RAISE-ITEM-LEVEL.
           IF WS-IT-ACCOUNT(WS-IT-IDX) = SPACES
               SUBTRACT 1 FROM WS-CURRENT-LEVEL
               ADD 1 TO WS-ITEMS-NO-ACCOUNT
           ELSE
               IF WS-IT-ACTION(WS-IT-IDX) NOT = 'P'
                   MOVE 'Y' TO WS-IT-ACTION(WS-IT-IDX)
               END-IF
               ADD 1 TO WS-ITEMS-RAISED
               IF WS-CURRENT-LEVEL = 3
                   ADD 1 TO WS-LEVEL3-COUNT
               END-IF
               PERFORM NOTE-LETTER-ACCOUNT
           END-IF.

       NOTE-LETTER-ACCOUNT.
           MOVE 'N' TO WS-LETTER-FOUND.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LETTER-COUNT
                       OR WS-LETTER-FOUND = 'Y'
               IF WS-LT-ACCOUNT(WS-LT-IDX) = WS-IT-ACCOUNT(WS-IT-IDX)
                   MOVE 'Y' TO WS-LETTER-FOUND
               END-IF
           END-PERFORM.
           IF WS-LETTER-FOUND = 'N' AND WS-LETTER-COUNT < 2000
               ADD 1 TO WS-LETTER-COUNT
               MOVE WS-IT-ACCOUNT(WS-IT-IDX)
                   TO WS-LT-ACCOUNT(WS-LETTER-COUNT)
           END-IF.

      * Ecrit le fichier des relances du run : pour chaque compte
      * relance, un en-tete de lettre puis tous ses postes echus ;
      * un enregistrement de fin de fichier en dernier.
       WRITE-REMINDER-FILE.
           PERFORM FIND-REMINDER-FILENAME.
           OPEN OUTPUT ReminderFile.
           IF StatutReminderFile NOT = "00"
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND DunningRun - ouverture impossible "
                   "de " FUNCTION TRIM(WS-REMINDER-FILENAME)
                   " (statut " StatutReminderFile ")."
           ELSE
               PERFORM WRITE-ONE-LETTER
                   VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LETTER-COUNT
               MOVE SPACES TO ReminderRecord
               MOVE 'T' TO DN-RECORD-TYPE
               MOVE WS-PROC-DATE TO DN-DUN-DATE
               MOVE WS-LETTER-COUNT TO DN-LETTER-COUNT
               MOVE WS-DETAIL-COUNT TO DN-DETAIL-COUNT
               MOVE WS-GRAND-TOTAL TO DN-GRAND-TOTAL
               WRITE ReminderRecord
               CLOSE ReminderFile
               DISPLAY "Fichier des relances ecrit : "
                   FUNCTION TRIM(WS-REMINDER-FILENAME)
           END-IF.

      * Premier rang libre du jour pour le fichier des relances.
       FIND-REMINDER-FILENAME.
           MOVE 'N' TO WS-REMINDER-FREE.
           PERFORM VARYING WS-REMINDER-SEQ FROM 1 BY 1
                   UNTIL WS-REMINDER-FREE = 'Y'
                       OR WS-REMINDER-SEQ > 98
               MOVE SPACES TO WS-REMINDER-FILENAME
               STRING "RELANCES-" DELIMITED BY SIZE
                       WS-PROC-DATE DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-REMINDER-SEQ DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-REMINDER-FILENAME
               OPEN INPUT ReminderFile
               IF StatutReminderFile = "00"
                   CLOSE ReminderFile
               ELSE
                   MOVE 'Y' TO WS-REMINDER-FREE
               END-IF
           END-PERFORM.

      * Lettre d'un compte : cumuls d'abord (niveau le plus eleve,
      * nombre de postes, restant du), puis en-tete et postes.
       WRITE-ONE-LETTER.
           MOVE 0 TO WS-LETTER-LEVEL.
           MOVE 0 TO WS-LETTER-ITEMS.
           MOVE 0 TO WS-LETTER-DUE.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-ITEM-COUNT
               IF WS-IT-ACCOUNT(WS-IT-IDX) = WS-LT-ACCOUNT(WS-LT-IDX)
                       AND WS-IT-LEVEL(WS-IT-IDX) > 0
                   ADD 1 TO WS-LETTER-ITEMS
                   COMPUTE WS-LETTER-DUE = WS-LETTER-DUE
                       + WS-IT-ORIG(WS-IT-IDX) - WS-IT-PAID(WS-IT-IDX)
                   IF WS-IT-LEVEL(WS-IT-IDX) > WS-LETTER-LEVEL
                       MOVE WS-IT-LEVEL(WS-IT-IDX) TO WS-LETTER-LEVEL
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO ReminderRecord.
           MOVE 'E' TO DN-RECORD-TYPE.
           MOVE WS-LT-ACCOUNT(WS-LT-IDX) TO DN-ACCOUNT-ID.
           MOVE WS-PROC-DATE TO DN-DUN-DATE.
           MOVE SPACES TO DN-ACCOUNT-LABEL.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-AC-ID(WS-ACCT-IDX) = WS-LT-ACCOUNT(WS-LT-IDX)
                   MOVE WS-AC-LABEL(WS-ACCT-IDX) TO DN-ACCOUNT-LABEL
               END-IF
           END-PERFORM.
           MOVE WS-LETTER-LEVEL TO DN-MAX-LEVEL.
           MOVE WS-LETTER-ITEMS TO DN-ITEM-COUNT.
           MOVE WS-LETTER-DUE TO DN-TOTAL-DUE.
           WRITE ReminderRecord.
           ADD WS-LETTER-DUE TO WS-GRAND-TOTAL.
           DISPLAY "Lettre compte " WS-LT-ACCOUNT(WS-LT-IDX)
               " : niveau " WS-LETTER-LEVEL ", " WS-LETTER-ITEMS
               " poste(s), restant du " WS-LETTER-DUE.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-ITEM-COUNT
               IF WS-IT-ACCOUNT(WS-IT-IDX) = WS-LT-ACCOUNT(WS-LT-IDX)
                       AND WS-IT-LEVEL(WS-IT-IDX) > 0
                   PERFORM WRITE-ONE-LETTER-ITEM
               END-IF
           END-PERFORM.

       WRITE-ONE-LETTER-ITEM.
           MOVE SPACES TO ReminderRecord.
           MOVE 'D' TO DN-RECORD-TYPE.
           MOVE WS-IT-ACCOUNT(WS-IT-IDX) TO DN-ACCOUNT-ID.
           MOVE WS-PROC-DATE TO DN-DUN-DATE.
           MOVE WS-IT-TRAN-ID(WS-IT-IDX) TO DN-TRAN-ID.
           MOVE WS-IT-TRAN-DATE(WS-IT-IDX) TO DN-TRAN-DATE.
           MOVE WS-IT-AGE(WS-IT-IDX) TO DN-DAYS-OVERDUE.
           MOVE WS-IT-ORIG(WS-IT-IDX) TO DN-ORIG-AMOUNT.
           COMPUTE DN-DUE-AMOUNT = WS-IT-ORIG(WS-IT-IDX)
               - WS-IT-PAID(WS-IT-IDX).
           MOVE WS-IT-LEVEL(WS-IT-IDX) TO DN-LEVEL.
           IF WS-IT-ACTION(WS-IT-IDX) = SPACE
               MOVE SPACE TO DN-NEW-LEVEL
           ELSE
               MOVE 'N' TO DN-NEW-LEVEL
           END-IF.
           WRITE ReminderRecord.
           ADD 1 TO WS-DETAIL-COUNT.

      * Complete l'historique permanent : arrets de cycle des postes
      * soldes, reprises apres reglement partiel et relances du run.
       WRITE-DUNNING-HISTORY.
           PERFORM VARYING WS-HS-IDX FROM 1 BY 1
                   UNTIL WS-HS-IDX > WS-HIST-COUNT
                       OR FileStatusReturnCode NOT = 0
               IF WS-HS-ACTION(WS-HS-IDX) = 'A'
                   MOVE SPACES TO DunningHistoryRecord
                   MOVE WS-HS-TRAN-ID(WS-HS-IDX) TO DH-TRAN-ID
                   MOVE WS-HS-ACCOUNT(WS-HS-IDX) TO DH-ACCOUNT-ID
                   MOVE 'A' TO DH-EVENT
                   MOVE 0 TO DH-LEVEL
                   MOVE 0 TO DH-DUE-AMOUNT
                   MOVE WS-HS-PAID(WS-HS-IDX) TO DH-PAID-AMOUNT
                   PERFORM WRITE-ONE-HISTORY-EVENT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-ITEM-COUNT
                       OR FileStatusReturnCode NOT = 0
               IF WS-IT-ACTION(WS-IT-IDX) = 'P'
                   MOVE SPACES TO DunningHistoryRecord
                   MOVE WS-IT-TRAN-ID(WS-IT-IDX) TO DH-TRAN-ID
                   MOVE WS-IT-ACCOUNT(WS-IT-IDX) TO DH-ACCOUNT-ID
                   MOVE 'P' TO DH-EVENT
                   MOVE 0 TO DH-LEVEL
                   COMPUTE DH-DUE-AMOUNT = WS-IT-ORIG(WS-IT-IDX)
                       - WS-IT-PAID(WS-IT-IDX)
                   MOVE WS-IT-PAID(WS-IT-IDX) TO DH-PAID-AMOUNT
                   PERFORM WRITE-ONE-HISTORY-EVENT
               END-IF
               IF WS-IT-ACTION(WS-IT-IDX) NOT = SPACE
                       AND WS-IT-LEVEL(WS-IT-IDX) > 0
                       AND FileStatusReturnCode = 0
                   MOVE SPACES TO DunningHistoryRecord
                   MOVE WS-IT-TRAN-ID(WS-IT-IDX) TO DH-TRAN-ID
                   MOVE WS-IT-ACCOUNT(WS-IT-IDX) TO DH-ACCOUNT-ID
                   MOVE 'R' TO DH-EVENT
                   MOVE WS-IT-LEVEL(WS-IT-IDX) TO DH-LEVEL
                   COMPUTE DH-DUE-AMOUNT = WS-IT-ORIG(WS-IT-IDX)
                       - WS-IT-PAID(WS-IT-IDX)
                   MOVE WS-IT-PAID(WS-IT-IDX) TO DH-PAID-AMOUNT
                   PERFORM WRITE-ONE-HISTORY-EVENT
               END-IF
           END-PERFORM.
           IF WS-HIST-OPEN = 'Y'
               CLOSE DunningHistoryFile
           END-IF.

      * Ajoute un evenement (prepare par l'appelant) a l'historique,
      * ouvert en extension au premier evenement du run.
       WRITE-ONE-HISTORY-EVENT.
           IF WS-HIST-OPEN = 'N'
               OPEN EXTEND DunningHistoryFile
               IF StatutDunningHistoryFile = "35"
                   OPEN OUTPUT DunningHistoryFile
               END-IF
               IF StatutDunningHistoryFile = "00"
                   MOVE 'Y' TO WS-HIST-OPEN
               ELSE
                   MOVE 8 TO FileStatusReturnCode
                   DISPLAY "*** ABEND DunningRun - erreur d'E/S "
                       "irrecuperable sur DUNNING_HISTORY.txt (statut "
                       StatutDunningHistoryFile ")."
               END-IF
           END-IF.
           IF WS-HIST-OPEN = 'Y'
               MOVE WS-PROC-DATE TO DH-DATE
               MOVE WS-CURRENT-BATCH-ID TO DH-BATCH-ID
               WRITE DunningHistoryRecord
           END-IF.

      * Totaux de controle du run.
       PRINT-DUNNING-TOTALS.
           DISPLAY " ".
           DISPLAY "*** TOTAL DE CONTROLE ***".
           DISPLAY "Postes lus . . . . . . . . . : " WS-ITEMS-READ.
           DISPLAY "Postes soldes  . . . . . . . : " WS-ITEMS-SETTLED.
           DISPLAY "Postes echus en relance  . . : " WS-ITEMS-OVERDUE.
           DISPLAY "Postes montes de niveau  . . : " WS-ITEMS-RAISED.
           DISPLAY "  dont au niveau 3 . . . . . : " WS-LEVEL3-COUNT.
           DISPLAY "Postes en attente (interv.)  : " WS-ITEMS-WAITING.
           DISPLAY "Postes echus sans compte . . : "
               WS-ITEMS-NO-ACCOUNT.
           DISPLAY "Cycles arretes (soldes)  . . : "
               WS-CYCLES-STOPPED.
           DISPLAY "Cycles repris (partiels) . . : "
               WS-CYCLES-RESTARTED.
           DISPLAY "Lettres de relance . . . . . : " WS-LETTER-COUNT.
           DISPLAY "Restant du relance . . . . . : " WS-GRAND-TOTAL.

      * Alertes d'exploitation du run : postes echus impossibles a
      * relancer faute de compte, erreur d'E/S.
       SIGNAL-RUN-ALERTS.
           IF WS-ITEMS-NO-ACCOUNT > 0
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-ITEMS-NO-ACCOUNT DELIMITED BY SIZE
                       " poste(s) echu(s) sans compte - non relance(s)"
                           DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF WS-LEVEL3-COUNT > 0
               MOVE 'I' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-LEVEL3-COUNT DELIMITED BY SIZE
                       " poste(s) passe(s) en 3e relance ce jour"
                           DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF FileStatusReturnCode = 8
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE "erreur d'E/S sur le run de relances"
                   TO WS-ALERT-MESSAGE
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
           MOVE "DunningRun"        TO AL-PROGRAM.
           MOVE WS-SYS-TIMESTAMP    TO AL-TIMESTAMP.
           MOVE WS-ALERT-SEVERITY   TO AL-SEVERITY.
           MOVE WS-ALERT-MESSAGE    TO AL-MESSAGE.
           MOVE WS-PROC-DATE        TO AL-PROC-DATE.
           WRITE OpsAlertRecord.
           CLOSE OpsAlertFile.

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
           MOVE "DunningRun"        TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutOpenItemFile  TO AUD-FILE-STATUS
           MOVE WS-DETAIL-COUNT     TO AUD-RECORD-COUNT
           MOVE WS-PROC-DATE        TO AUD-PROC-DATE
           MOVE WS-CURRENT-BATCH-ID TO AUD-BATCH-ID
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
