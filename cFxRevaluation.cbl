       IDENTIFICATION DIVISION.
       PROGRAM-ID. FxRevaluation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Reevaluation de change de fin de mois : ConsolidateMaster
      * convertit chaque transaction en EUR une fois pour toutes, au
      * taux de son jour de traitement, et le grand livre de positions
      * comme les postes ouverts gardent ensuite cette valeur
      * historique, meme quand la devise a bouge de 5 % a la fin du
      * mois. Ce programme, lance en fin de mois, recalcule au taux de
      * fin de mois (CURRENCYRATES.txt, dernier taux connu du mois) :
      *   - chaque position en devise de POSITIONS.txt (POS-CURRENCY
      *     autre que EUR, montant en devise POS-ORIG-AMOUNT),
      *   - le restant du de chaque poste ouvert non solde en devise
      *     (OPENITEMS.txt, OI-CURRENCY / OI-FX-AMOUNT au prorata du
      *     restant du),
      * et edite l'ecart de change latent par devise et par type
      * (RAPPORT-FxRevaluation-<date>.txt). Il ecrit les ecritures
      * de reevaluation equilibrees dans GLREVAL-AAAAMM.txt, au
      * gisement fixe de GLPOSTING-AAAAMMJJ.txt : le compte du type
      * (compte de debit de GLACCOUNTMAP.txt) contre le compte de
      * perte (GM-DEBIT) ou de gain (GM-CREDIT) de change de la ligne
      * de type FXR de la meme table. Les ecritures de reevaluation du
      * mois precedent (GLREVAL du mois precedent) sont extournees
      * dans le meme fichier, datees du premier jour du mois : la
      * reevaluation est toujours refaite en totalite, jamais
      * cumulee.
       FILE-CONTROL.
       SELECT PositionFile ASSIGN TO "POSITIONS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPositionFile.
       SELECT OpenItemFile ASSIGN TO "OPENITEMS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpenItemFile.
       SELECT CurrencyRateFile ASSIGN TO "CURRENCYRATES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutCurrencyRateFile.
      * Table de correspondance comptable type -> comptes
      * debit/credit (voir copybooks/GLMAPREC.cpy).
       SELECT GlMapFile ASSIGN TO "GLACCOUNTMAP.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutGlMapFile.
      * Ecritures de reevaluation du mois precedent, a extourner.
       SELECT PrevRevalFile ASSIGN TO DYNAMIC WS-PREV-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPrevRevalFile.
      * Ecritures de reevaluation du mois, pour la comptabilite.
       SELECT RevalPostingFile ASSIGN TO DYNAMIC WS-GL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutRevalPostingFile.
      * Registre des transmissions sortantes (voir
      * cVerifyTransmission.cbl).
       SELECT TransmissionRegFile ASSIGN TO "TRANSMISSION_REGISTER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutTransmissionRegFile.
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
      * (RAPPORT-FxRevaluation-<date>.txt), reference dans l'index du
      * spool.
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
           FD  PositionFile.
           01  PositionRecord.
      * Gisement du grand livre de positions (voir
      * copybooks/POSREC.cpy).
               COPY POSREC.

           FD  OpenItemFile.
           01  OpenItemRecord.
      * Gisement des postes ouverts (voir
      * copybooks/OPENITEMREC.cpy).
               COPY OPENITEMREC.

           FD  CurrencyRateFile.
           01  CurrencyRateRecord.
      * Gisement de la table des taux (voir
      * copybooks/CURRATEREC.cpy).
               COPY CURRATEREC.

           FD  GlMapFile.
           01  GlMapRecord.
      * Gisement de la table de correspondance (voir
      * copybooks/GLMAPREC.cpy).
               COPY GLMAPREC.

      * Gisement fixe des ecritures convenu avec la comptabilite,
      * identique a celui de GlPosting (voir cGlPosting.cbl) :
      *   'H' = en-tete de lot, 'D' / 'C' = ecriture au debit / au
      *   credit, 'T' = controle d'equilibre.
           FD  PrevRevalFile.
           01  PrevRevalRecord.
               05  PRV-RECORD-TYPE PIC X(1).
               05  FILLER          PIC X(1).
               05  PRV-POST-DATE   PIC 9(8).
               05  FILLER          PIC X(1).
               05  PRV-ACCOUNT     PIC X(8).
               05  FILLER          PIC X(1).
               05  PRV-TRAN-TYPE   PIC X(3).
               05  FILLER          PIC X(1).
               05  PRV-AMOUNT      PIC S9(11)V99.
               05  FILLER          PIC X(1).
               05  PRV-COUNT       PIC 9(7).
               05  FILLER          PIC X(35).

           FD  RevalPostingFile.
           01  GlPostingRecord.
               05  GLP-RECORD-TYPE PIC X(1).
               05  FILLER          PIC X(1).
               05  GLP-POST-DATE   PIC 9(8).
               05  FILLER          PIC X(1).
               05  GLP-ACCOUNT     PIC X(8).
               05  FILLER          PIC X(1).
               05  GLP-TRAN-TYPE   PIC X(3).
               05  FILLER          PIC X(1).
               05  GLP-AMOUNT      PIC S9(11)V99.
               05  FILLER          PIC X(1).
               05  GLP-COUNT       PIC 9(7).
               05  FILLER          PIC X(35).

           FD  TransmissionRegFile.
           01  TransmissionRegRecord.
      * Gisement du registre des transmissions (voir
      * copybooks/MANIFREC.cpy).
               COPY MANIFREC.

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
           01  StatutPositionFile PIC X(2) VALUE '00'.
           01  StatutOpenItemFile PIC X(2) VALUE '00'.
           01  StatutCurrencyRateFile PIC X(2) VALUE '00'.
           01  StatutGlMapFile PIC X(2) VALUE '00'.
           01  StatutPrevRevalFile PIC X(2) VALUE '00'.
           01  StatutRevalPostingFile PIC X(2) VALUE '00'.
           01  StatutTransmissionRegFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutBatchCurrentFile PIC X(2) VALUE '00'.
      * Horodatage systeme et date de traitement (BATCH_DATE)
           01  WS-SYS-DATETIME.
               05 WS-SYS-DATE    PIC 9(8).
               05 FILLER         PIC X(13).
           01  WS-SYS-TIMESTAMP PIC 9(14).
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
           01  WS-CURRENT-BATCH-ID PIC 9(5) VALUE 0.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Mois a reevaluer (AAAAMM), fourni via REVAL_MONTH ; a
      * defaut, le mois de la date de traitement. Dates derivees :
      * premier et dernier jour du mois, fin du mois precedent.
           01  WS-MONTH-X PIC X(6) VALUE SPACES.
           01  WS-MONTH PIC 9(6) VALUE 0.
           01  WS-PREV-MONTH PIC 9(6) VALUE 0.
           01  WS-MONTH-START PIC 9(8) VALUE 0.
           01  WS-MONTH-END PIC 9(8) VALUE 0.
           01  WS-PREV-MONTH-END PIC 9(8) VALUE 0.
           01  WS-NEXT-MONTH-START PIC 9(8) VALUE 0.
           01  WS-DATE-WORK.
               05 WS-DW-YEAR  PIC 9(4).
               05 WS-DW-MONTH PIC 9(2).
               05 WS-DW-DAY   PIC 9(2).
           01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).
           01  WS-PREV-FILENAME PIC X(100) VALUE SPACES.
           01  WS-GL-FILENAME PIC X(100) VALUE SPACES.
      * Taux de fin de mois par devise : dernier taux publie entre le
      * premier et le dernier jour du mois (une fin de mois un
      * dimanche prend le taux du vendredi).
           01  WS-RATE-COUNT PIC 9(3) VALUE 0.
           01  WS-RATE-TABLE.
               05  WS-RATE-ENTRY OCCURS 50 TIMES.
                   10  WS-RT-CURRENCY PIC X(3).
                   10  WS-RT-DATE     PIC 9(8).
                   10  WS-RT-RATE     PIC 9(3)V9(6).
           01  WS-RT-IDX PIC 9(3) VALUE 0.
           01  WS-RATE-FOUND PIC X(1) VALUE 'N'.
           01  WS-MISSING-RATE-COUNT PIC 9(3) VALUE 0.
      * Table de correspondance comptable (lignes actives)
           01  WS-MAP-LOADED PIC X(1) VALUE 'N'.
           01  WS-MAP-COUNT PIC 9(3) VALUE 0.
           01  WS-MAP-TABLE.
               05  WS-MAP-ENTRY OCCURS 200 TIMES.
                   10  WS-MP-TYPE     PIC X(3).
                   10  WS-MP-CURRENCY PIC X(3).
                   10  WS-MP-DEBIT    PIC X(8).
                   10  WS-MP-CREDIT   PIC X(8).
           01  WS-MP-IDX PIC 9(3) VALUE 0.
           01  WS-MAP-FOUND PIC X(1) VALUE 'N'.
           01  WS-MISSING-MAP-COUNT PIC 9(3) VALUE 0.
      * Cle de recherche dans la table de correspondance et comptes
      * trouves
           01  WS-LOOKUP-TYPE PIC X(3) VALUE SPACES.
           01  WS-LOOKUP-CURRENCY PIC X(3) VALUE SPACES.
           01  WS-LOOKUP-DEBIT PIC X(8) VALUE SPACES.
           01  WS-LOOKUP-CREDIT PIC X(8) VALUE SPACES.
      * Comptes de repli quand GLACCOUNTMAP.txt est absent : clients,
      * perte de change, gain de change.
           01  WS-ACCOUNT-DEBIT PIC X(8) VALUE "41100000".
           01  WS-ACCOUNT-FX-LOSS PIC X(8) VALUE "66600000".
           01  WS-ACCOUNT-FX-GAIN PIC X(8) VALUE "76600000".
      * Type de la ligne de correspondance des comptes de change
           01  WS-FX-MAP-TYPE PIC X(3) VALUE "FXR".
      * Lignes de reevaluation : une par source (P = position,
      * O = postes ouverts), type et devise - montant en devise,
      * valeur historique EUR, valeur reevaluee, ecart, comptes.
           01  WS-LINE-COUNT PIC 9(3) VALUE 0.
           01  WS-LINE-TABLE.
               05  WS-LINE-ENTRY OCCURS 300 TIMES.
                   10  WS-LN-SOURCE   PIC X(1).
                   10  WS-LN-TYPE     PIC X(3).
                   10  WS-LN-CURRENCY PIC X(3).
                   10  WS-LN-FX       PIC S9(13)V99.
                   10  WS-LN-HIST     PIC S9(13)V99.
                   10  WS-LN-RATE     PIC 9(3)V9(6).
                   10  WS-LN-REVAL    PIC S9(13)V99.
                   10  WS-LN-DIFF     PIC S9(13)V99.
                   10  WS-LN-COUNT    PIC 9(7).
                   10  WS-LN-BALANCE  PIC X(8).
                   10  WS-LN-LOSS     PIC X(8).
                   10  WS-LN-GAIN     PIC X(8).
           01  WS-LN-IDX PIC 9(3) VALUE 0.
           01  WS-LN-FOUND PIC X(1) VALUE 'N'.
      * Cle de la ligne en cours d'alimentation
           01  WS-KEY-SOURCE PIC X(1) VALUE SPACE.
           01  WS-KEY-TYPE PIC X(3) VALUE SPACES.
           01  WS-KEY-CURRENCY PIC X(3) VALUE SPACES.
           01  WS-KEY-FX PIC S9(13)V99 VALUE 0.
           01  WS-KEY-HIST PIC S9(13)V99 VALUE 0.
      * Poste courant : restant du en EUR historique et en devise
           01  WS-ITEM-DUE PIC S9(9)V99 VALUE 0.
           01  WS-ITEM-FX-DUE PIC S9(9)V99 VALUE 0.
      * Totaux par devise pour le rapport
           01  WS-CCY-COUNT PIC 9(3) VALUE 0.
           01  WS-CCY-TABLE.
               05  WS-CCY-ENTRY OCCURS 50 TIMES.
                   10  WS-CC-CURRENCY PIC X(3).
                   10  WS-CC-DIFF     PIC S9(13)V99.
           01  WS-CC-IDX PIC 9(3) VALUE 0.
           01  WS-CC-FOUND PIC X(1) VALUE 'N'.
      * Compteurs du run
           01  WS-POSITIONS-READ PIC 9(5) VALUE 0.
           01  WS-POSITIONS-SKIPPED PIC 9(5) VALUE 0.
           01  WS-ITEMS-READ PIC 9(7) VALUE 0.
           01  WS-ITEMS-REVALUED PIC 9(7) VALUE 0.
           01  WS-REVERSAL-COUNT PIC 9(7) VALUE 0.
           01  WS-REVERSAL-TOTAL PIC S9(13)V99 VALUE 0.
           01  WS-TOTAL-GAIN PIC S9(13)V99 VALUE 0.
           01  WS-TOTAL-LOSS PIC S9(13)V99 VALUE 0.
      * Ecriture du fichier : montant absolu et totaux du lot
           01  WS-ABS-AMOUNT PIC 9(11)V99 VALUE 0.
           01  WS-TOTAL-DEBIT PIC S9(12)V99 VALUE 0.
           01  WS-POSTING-COUNT PIC 9(7) VALUE 0.
           01  WS-MANIFEST-COUNT PIC 9(7) VALUE 0.
      * Ligne de detail formatee du rapport
           01  WS-DETAIL-LINE.
               05 WS-DL-SOURCE       PIC X(4).
               05 WS-DL-TYPE         PIC X(3).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-CURRENCY     PIC X(3).
               05 FILLER             PIC X(1) VALUE SPACES.
               05 WS-DL-FX           PIC -(12)9.99.
               05 FILLER             PIC X(1) VALUE SPACES.
               05 WS-DL-HIST         PIC -(12)9.99.
               05 FILLER             PIC X(1) VALUE SPACES.
               05 WS-DL-RATE         PIC ZZ9.999999.
               05 FILLER             PIC X(1) VALUE SPACES.
               05 WS-DL-REVAL        PIC -(12)9.99.
               05 FILLER             PIC X(1) VALUE SPACES.
               05 WS-DL-DIFF         PIC -(12)9.99.
               05 FILLER             PIC X(1) VALUE SPACES.
               05 WS-DL-SENSE        PIC X(5).
           01  WS-EDITED-AMOUNT PIC -(12)9.99.
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
      *   0 = ecritures de reevaluation produites, 2 = ni positions
      *   ni postes ouverts, 4 = rien a reevaluer ni a extourner,
      *   7 = taux de fin de mois ou correspondance comptable
      *   manquant (rien n'est ecrit), 8 = erreur d'E/S
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
           ACCEPT WS-MONTH-X FROM ENVIRONMENT "REVAL_MONTH"
               ON EXCEPTION
                   MOVE SPACES TO WS-MONTH-X
           END-ACCEPT.
           IF WS-MONTH-X = SPACES OR WS-MONTH-X IS NOT NUMERIC
               MOVE WS-PROC-DATE(1:6) TO WS-MONTH
           ELSE
               MOVE WS-MONTH-X TO WS-MONTH
           END-IF.
           PERFORM COMPUTE-MONTH-DATES.

           PERFORM READ-CURRENT-BATCH-ID.
           PERFORM LOAD-MONTH-END-RATES.
           PERFORM LOAD-GLMAP-TABLE.
           PERFORM COLLECT-POSITIONS.
           IF FileStatusReturnCode = 0
               PERFORM COLLECT-OPEN-ITEMS
           END-IF.
           IF FileStatusReturnCode = 0
               IF StatutPositionFile NOT = "00"
                       AND StatutOpenItemFile NOT = "00"
                   MOVE 2 TO FileStatusReturnCode
                   DISPLAY "Ni POSITIONS.txt ni OPENITEMS.txt : "
                       "rien a reevaluer."
               END-IF
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM REVALUE-ALL-LINES
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM COUNT-PREVIOUS-REVALUATION
               IF WS-LINE-COUNT = 0 AND WS-REVERSAL-COUNT = 0
                   MOVE 4 TO FileStatusReturnCode
                   DISPLAY "Aucune position ni poste en devise, "
                       "aucune reevaluation a extourner."
               END-IF
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM OPEN-REPORT-SPOOL
               PERFORM PRINT-REVALUATION-REPORT
               PERFORM CLOSE-REPORT-SPOOL
               PERFORM WRITE-REVALUATION-FILE
           END-IF.

           PERFORM SIGNAL-RUN-ALERTS.
           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Premier et dernier jour du mois reevalue, fin du mois
      * precedent, et noms des fichiers d'ecritures des deux mois.
       COMPUTE-MONTH-DATES.
           MOVE WS-MONTH TO WS-DATE-WORK(1:6).
           MOVE 01 TO WS-DW-DAY.
           MOVE WS-DATE-WORK-N TO WS-MONTH-START.
           IF WS-DW-MONTH = 12
               ADD 1 TO WS-DW-YEAR
               MOVE 01 TO WS-DW-MONTH
           ELSE
               ADD 1 TO WS-DW-MONTH
           END-IF.
           MOVE WS-DATE-WORK-N TO WS-NEXT-MONTH-START.
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1).
           COMPUTE WS-PREV-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1).
           MOVE WS-PREV-MONTH-END(1:6) TO WS-PREV-MONTH.
           MOVE SPACES TO WS-GL-FILENAME.
           STRING "GLREVAL-" DELIMITED BY SIZE
                   WS-MONTH DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-GL-FILENAME.
           MOVE SPACES TO WS-PREV-FILENAME.
           STRING "GLREVAL-" DELIMITED BY SIZE
                   WS-PREV-MONTH DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-PREV-FILENAME.
           DISPLAY "*** REEVALUATION DE CHANGE - MOIS " WS-MONTH
               " (fin de mois " WS-MONTH-END ") ***".

      * Taux de fin de mois : pour chaque devise, le taux publie le
      * plus tard dans le mois reevalue.
       LOAD-MONTH-END-RATES.
           MOVE 0 TO WS-RATE-COUNT.
           OPEN INPUT CurrencyRateFile.
           IF StatutCurrencyRateFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ CurrencyRateFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF CR-DATE >= WS-MONTH-START
                                   AND CR-DATE <= WS-MONTH-END
                               PERFORM KEEP-ONE-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CurrencyRateFile
           ELSE
               DISPLAY "CURRENCYRATES.txt indisponible (statut "
                   StatutCurrencyRateFile ")."
           END-IF.

       KEEP-ONE-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RATE-COUNT
                       OR WS-RATE-FOUND = 'Y'
               IF WS-RT-CURRENCY(WS-RT-IDX) = CR-CURRENCY
                   MOVE 'Y' TO WS-RATE-FOUND
                   IF CR-DATE >= WS-RT-DATE(WS-RT-IDX)
                       MOVE CR-DATE TO WS-RT-DATE(WS-RT-IDX)
                       MOVE CR-RATE TO WS-RT-RATE(WS-RT-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RATE-FOUND = 'N' AND WS-RATE-COUNT < 50
               ADD 1 TO WS-RATE-COUNT
               MOVE CR-CURRENCY TO WS-RT-CURRENCY(WS-RATE-COUNT)
               MOVE CR-DATE TO WS-RT-DATE(WS-RATE-COUNT)
               MOVE CR-RATE TO WS-RT-RATE(WS-RATE-COUNT)
           END-IF.

      * Charge la table de correspondance comptable (lignes actives,
      * dans leur version en vigueur a la date de traitement).
      * Table absente : repli sur les comptes historiques.
       LOAD-GLMAP-TABLE.
           MOVE 0 TO WS-MAP-COUNT.
           OPEN INPUT GlMapFile.
           IF StatutGlMapFile = "00"
               MOVE 'Y' TO WS-MAP-LOADED
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ GlMapFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF GM-STATUS NOT = 'R'
                                   AND WS-MAP-COUNT < 200
                                   AND (GM-VALID-FROM = SPACES
                                   OR GM-VALID-FROM <= WS-PROC-DATE)
                                   AND (GM-VALID-TO = SPACES
                                   OR GM-VALID-TO >= WS-PROC-DATE)
                               ADD 1 TO WS-MAP-COUNT
                               MOVE GM-TYPE TO WS-MP-TYPE(WS-MAP-COUNT)
                               MOVE GM-CURRENCY
                                   TO WS-MP-CURRENCY(WS-MAP-COUNT)
                               MOVE GM-DEBIT
                                   TO WS-MP-DEBIT(WS-MAP-COUNT)
                               MOVE GM-CREDIT
                                   TO WS-MP-CREDIT(WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GlMapFile
           ELSE
               DISPLAY "GLACCOUNTMAP.txt indisponible (statut "
                   StatutGlMapFile ") - repli sur les comptes "
                   WS-ACCOUNT-DEBIT " / " WS-ACCOUNT-FX-LOSS " / "
                   WS-ACCOUNT-FX-GAIN "."
           END-IF.

      * Positions en devise : montant en devise de la photo et
      * valeur historique EUR hors report a nouveau (le report est
      * toujours en EUR). Une position anterieure au suivi du montant
      * en devise est ignoree jusqu'au prochain recalcul des
      * positions.
       COLLECT-POSITIONS.
           OPEN INPUT PositionFile.
           EVALUATE StatutPositionFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ PositionFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           ADD 1 TO WS-POSITIONS-READ
                           IF POS-CURRENCY NOT = "EUR"
                                   AND POS-CURRENCY NOT = SPACES
                               PERFORM TAKE-ONE-POSITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PositionFile
           WHEN "35"
               DISPLAY "POSITIONS.txt introuvable - postes ouverts "
                   "seulement."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND FxRevaluation - erreur d'E/S "
                   "irrecuperable sur POSITIONS.txt (statut "
                   StatutPositionFile ")."
           END-EVALUATE.

       TAKE-ONE-POSITION.
           IF POS-ORIG-AMOUNT IS NUMERIC
               MOVE 'P' TO WS-KEY-SOURCE
               MOVE POS-TYPE TO WS-KEY-TYPE
               MOVE POS-CURRENCY TO WS-KEY-CURRENCY
               MOVE POS-ORIG-AMOUNT TO WS-KEY-FX
               COMPUTE WS-KEY-HIST = POS-AMOUNT - POS-BASE-AMOUNT
               PERFORM ADD-TO-REVALUATION-LINE
           ELSE
               ADD 1 TO WS-POSITIONS-SKIPPED
               DISPLAY "*** ATTENTION : position " POS-TYPE " "
                   POS-CURRENCY " sans montant en devise - ignoree "
                   "(relancer UpdatePositions)."
           END-IF.

      * Postes ouverts non soldes en devise : restant du en devise au
      * prorata du restant du EUR historique (les reglements sont
      * cumules en EUR).
       COLLECT-OPEN-ITEMS.
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
                           IF OI-STATUS NOT = 'S'
                                   AND OI-CURRENCY NOT = "EUR"
                                   AND OI-CURRENCY NOT = SPACES
                                   AND OI-FX-AMOUNT IS NUMERIC
                                   AND OI-ORIG-AMOUNT NOT = 0
                               PERFORM TAKE-ONE-OPEN-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OpenItemFile
           WHEN "35"
               DISPLAY "OPENITEMS.txt introuvable - positions "
                   "seulement."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND FxRevaluation - erreur d'E/S "
                   "irrecuperable sur OPENITEMS.txt (statut "
                   StatutOpenItemFile ")."
           END-EVALUATE.

       TAKE-ONE-OPEN-ITEM.
           COMPUTE WS-ITEM-DUE = OI-ORIG-AMOUNT - OI-PAID-AMOUNT.
           COMPUTE WS-ITEM-FX-DUE ROUNDED
               = OI-FX-AMOUNT * WS-ITEM-DUE / OI-ORIG-AMOUNT.
           ADD 1 TO WS-ITEMS-REVALUED.
           MOVE 'O' TO WS-KEY-SOURCE.
           MOVE OI-TRAN-TYPE TO WS-KEY-TYPE.
           MOVE OI-CURRENCY TO WS-KEY-CURRENCY.
           MOVE WS-ITEM-FX-DUE TO WS-KEY-FX.
           MOVE WS-ITEM-DUE TO WS-KEY-HIST.
           PERFORM ADD-TO-REVALUATION-LINE.

      * Cumule la cle courante (source, type, devise) dans sa ligne
      * de reevaluation.
       ADD-TO-REVALUATION-LINE.
           MOVE 'N' TO WS-LN-FOUND.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-COUNT
                       OR WS-LN-FOUND = 'Y'
               IF WS-LN-SOURCE(WS-LN-IDX) = WS-KEY-SOURCE
                       AND WS-LN-TYPE(WS-LN-IDX) = WS-KEY-TYPE
                       AND WS-LN-CURRENCY(WS-LN-IDX) = WS-KEY-CURRENCY
                   MOVE 'Y' TO WS-LN-FOUND
                   ADD WS-KEY-FX TO WS-LN-FX(WS-LN-IDX)
                   ADD WS-KEY-HIST TO WS-LN-HIST(WS-LN-IDX)
                   ADD 1 TO WS-LN-COUNT(WS-LN-IDX)
               END-IF
           END-PERFORM.
           IF WS-LN-FOUND = 'N'
               IF WS-LINE-COUNT < 300
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-KEY-SOURCE TO WS-LN-SOURCE(WS-LINE-COUNT)
                   MOVE WS-KEY-TYPE TO WS-LN-TYPE(WS-LINE-COUNT)
                   MOVE WS-KEY-CURRENCY
                       TO WS-LN-CURRENCY(WS-LINE-COUNT)
                   MOVE WS-KEY-FX TO WS-LN-FX(WS-LINE-COUNT)
                   MOVE WS-KEY-HIST TO WS-LN-HIST(WS-LINE-COUNT)
                   MOVE 1 TO WS-LN-COUNT(WS-LINE-COUNT)
               ELSE
                   DISPLAY "*** ATTENTION : table des lignes de "
                       "reevaluation pleine (300) - " WS-KEY-TYPE " "
                       WS-KEY-CURRENCY " non reevalue."
               END-IF
           END-IF.

      * Reevalue chaque ligne au taux de fin de mois et resout ses
      * comptes. Un taux ou une correspondance manquant refuse tout
      * le run (code retour 7) : une reevaluation partielle fausserait
      * l'extourne du mois suivant.
       REVALUE-ALL-LINES.
           MOVE 0 TO WS-MISSING-RATE-COUNT.
           MOVE 0 TO WS-MISSING-MAP-COUNT.
           PERFORM REVALUE-ONE-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LINE-COUNT.
           IF WS-MISSING-RATE-COUNT > 0 OR WS-MISSING-MAP-COUNT > 0
               MOVE 7 TO FileStatusReturnCode
               DISPLAY "*** REEVALUATION REFUSEE : "
                   WS-MISSING-RATE-COUNT " taux de fin de mois et "
                   WS-MISSING-MAP-COUNT " correspondance(s) "
                   "comptable(s) manquant(s)."
           END-IF.

       REVALUE-ONE-LINE.
           MOVE 'N' TO WS-RATE-FOUND.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RATE-COUNT
                       OR WS-RATE-FOUND = 'Y'
               IF WS-RT-CURRENCY(WS-RT-IDX) = WS-LN-CURRENCY(WS-LN-IDX)
                   MOVE 'Y' TO WS-RATE-FOUND
                   MOVE WS-RT-RATE(WS-RT-IDX) TO WS-LN-RATE(WS-LN-IDX)
               END-IF
           END-PERFORM.
           IF WS-RATE-FOUND = 'Y'
               COMPUTE WS-LN-REVAL(WS-LN-IDX) ROUNDED
                   = WS-LN-FX(WS-LN-IDX) * WS-LN-RATE(WS-LN-IDX)
               COMPUTE WS-LN-DIFF(WS-LN-IDX)
                   = WS-LN-REVAL(WS-LN-IDX) - WS-LN-HIST(WS-LN-IDX)
           ELSE
               ADD 1 TO WS-MISSING-RATE-COUNT
               MOVE 0 TO WS-LN-RATE(WS-LN-IDX)
               MOVE WS-LN-HIST(WS-LN-IDX) TO WS-LN-REVAL(WS-LN-IDX)
               MOVE 0 TO WS-LN-DIFF(WS-LN-IDX)
               DISPLAY "*** ATTENTION : aucun taux "
                   WS-LN-CURRENCY(WS-LN-IDX) " publie entre le "
                   WS-MONTH-START " et le " WS-MONTH-END "."
           END-IF.
      * Compte du type (cote debit de sa correspondance), puis
      * comptes de perte et de gain de change (ligne FXR).
           IF WS-MAP-LOADED NOT = 'Y'
               MOVE WS-ACCOUNT-DEBIT TO WS-LN-BALANCE(WS-LN-IDX)
               MOVE WS-ACCOUNT-FX-LOSS TO WS-LN-LOSS(WS-LN-IDX)
               MOVE WS-ACCOUNT-FX-GAIN TO WS-LN-GAIN(WS-LN-IDX)
           ELSE
               MOVE WS-LN-TYPE(WS-LN-IDX) TO WS-LOOKUP-TYPE
               MOVE WS-LN-CURRENCY(WS-LN-IDX) TO WS-LOOKUP-CURRENCY
               PERFORM LOOKUP-GLMAP
               MOVE WS-LOOKUP-DEBIT TO WS-LN-BALANCE(WS-LN-IDX)
               IF WS-MAP-FOUND = 'Y'
                   MOVE WS-FX-MAP-TYPE TO WS-LOOKUP-TYPE
                   PERFORM LOOKUP-GLMAP
                   MOVE WS-LOOKUP-DEBIT TO WS-LN-LOSS(WS-LN-IDX)
                   MOVE WS-LOOKUP-CREDIT TO WS-LN-GAIN(WS-LN-IDX)
               END-IF
               IF WS-MAP-FOUND NOT = 'Y'
                   ADD 1 TO WS-MISSING-MAP-COUNT
                   DISPLAY "*** ATTENTION : aucune correspondance "
                       "comptable pour le type '" WS-LOOKUP-TYPE
                       "' (devise '" WS-LN-CURRENCY(WS-LN-IDX) "')."
               END-IF
           END-IF.

      * Recherche WS-LOOKUP-TYPE / WS-LOOKUP-CURRENCY dans la table :
      * ligne exacte type+devise d'abord, puis ligne generique du
      * type (devise a blanc), comme GlPosting.
       LOOKUP-GLMAP.
           MOVE 'N' TO WS-MAP-FOUND.
           MOVE SPACES TO WS-LOOKUP-DEBIT.
           MOVE SPACES TO WS-LOOKUP-CREDIT.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MAP-COUNT
                       OR WS-MAP-FOUND = 'Y'
               IF WS-MP-TYPE(WS-MP-IDX) = WS-LOOKUP-TYPE
                       AND WS-MP-CURRENCY(WS-MP-IDX)
                           = WS-LOOKUP-CURRENCY
                   MOVE 'Y' TO WS-MAP-FOUND
                   MOVE WS-MP-DEBIT(WS-MP-IDX) TO WS-LOOKUP-DEBIT
                   MOVE WS-MP-CREDIT(WS-MP-IDX) TO WS-LOOKUP-CREDIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MAP-COUNT
                       OR WS-MAP-FOUND = 'Y'
               IF WS-MP-TYPE(WS-MP-IDX) = WS-LOOKUP-TYPE
                       AND WS-MP-CURRENCY(WS-MP-IDX) = SPACES
                   MOVE 'Y' TO WS-MAP-FOUND
                   MOVE WS-MP-DEBIT(WS-MP-IDX) TO WS-LOOKUP-DEBIT
                   MOVE WS-MP-CREDIT(WS-MP-IDX) TO WS-LOOKUP-CREDIT
               END-IF
           END-PERFORM.

      * Compte les ecritures de reevaluation du mois precedent a
      * extourner (celles datees de la fin du mois precedent ; ses
      * propres extournes, datees du premier jour, ne le sont pas).
       COUNT-PREVIOUS-REVALUATION.
           MOVE 0 TO WS-REVERSAL-COUNT.
           MOVE 0 TO WS-REVERSAL-TOTAL.
           OPEN INPUT PrevRevalFile.
           IF StatutPrevRevalFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ PrevRevalFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF PRV-POST-DATE = WS-PREV-MONTH-END
                                   AND PRV-RECORD-TYPE = 'D'
                               ADD 1 TO WS-REVERSAL-COUNT
                               ADD PRV-AMOUNT TO WS-REVERSAL-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PrevRevalFile
           ELSE
               DISPLAY FUNCTION TRIM(WS-PREV-FILENAME)
                   " absent : aucune reevaluation a extourner."
           END-IF.

      * Rapport : une ligne par source, type et devise, ecart par
      * devise, extourne du mois precedent.
       PRINT-REVALUATION-REPORT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "*** REEVALUATION DE CHANGE - FIN DE MOIS "
                       DELIMITED BY SIZE
                   WS-MONTH-END DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "SRC TYPE DEV    MONTANT DEVISE  VALEUR HISTORIQUE"
               TO WS-SPOOL-LINE.
           MOVE "       TAUX   VALEUR REEVALUEE    ECART LATENT"
               TO WS-SPOOL-LINE(51:47).
           PERFORM PRINT-REPORT-LINE.
           MOVE 0 TO WS-CCY-COUNT.
           PERFORM PRINT-ONE-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LINE-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "*** ECART LATENT PAR DEVISE ***" TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-ONE-CURRENCY
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CCY-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "*** TOTAL DE CONTROLE ***" TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-TOTAL-GAIN TO WS-EDITED-AMOUNT.
           STRING "Gains de change latents . . : " DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-TOTAL-LOSS TO WS-EDITED-AMOUNT.
           STRING "Pertes de change latentes . : " DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-REVERSAL-TOTAL TO WS-EDITED-AMOUNT.
           STRING "Extourne du mois precedent  : " DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-REVERSAL-COUNT DELIMITED BY SIZE
                   " paire(s), " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PREV-FILENAME) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Positions en devise ignorees : " DELIMITED BY SIZE
                   WS-POSITIONS-SKIPPED DELIMITED BY SIZE
                   " - postes ouverts reevalues : " DELIMITED BY SIZE
                   WS-ITEMS-REVALUED DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

       PRINT-ONE-LINE.
           IF WS-LN-SOURCE(WS-LN-IDX) = 'P'
               MOVE "POS " TO WS-DL-SOURCE
           ELSE
               MOVE "OUV " TO WS-DL-SOURCE
           END-IF.
           MOVE WS-LN-TYPE(WS-LN-IDX) TO WS-DL-TYPE.
           MOVE WS-LN-CURRENCY(WS-LN-IDX) TO WS-DL-CURRENCY.
           MOVE WS-LN-FX(WS-LN-IDX) TO WS-DL-FX.
           MOVE WS-LN-HIST(WS-LN-IDX) TO WS-DL-HIST.
           MOVE WS-LN-RATE(WS-LN-IDX) TO WS-DL-RATE.
           MOVE WS-LN-REVAL(WS-LN-IDX) TO WS-DL-REVAL.
           MOVE WS-LN-DIFF(WS-LN-IDX) TO WS-DL-DIFF.
           EVALUATE TRUE
           WHEN WS-LN-DIFF(WS-LN-IDX) > 0
               MOVE "GAIN" TO WS-DL-SENSE
               ADD WS-LN-DIFF(WS-LN-IDX) TO WS-TOTAL-GAIN
           WHEN WS-LN-DIFF(WS-LN-IDX) < 0
               MOVE "PERTE" TO WS-DL-SENSE
               ADD WS-LN-DIFF(WS-LN-IDX) TO WS-TOTAL-LOSS
           WHEN OTHER
               MOVE SPACES TO WS-DL-SENSE
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE 'N' TO WS-CC-FOUND.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CCY-COUNT
                       OR WS-CC-FOUND = 'Y'
               IF WS-CC-CURRENCY(WS-CC-IDX) = WS-LN-CURRENCY(WS-LN-IDX)
                   MOVE 'Y' TO WS-CC-FOUND
                   ADD WS-LN-DIFF(WS-LN-IDX) TO WS-CC-DIFF(WS-CC-IDX)
               END-IF
           END-PERFORM.
           IF WS-CC-FOUND = 'N' AND WS-CCY-COUNT < 50
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-LN-CURRENCY(WS-LN-IDX)
                   TO WS-CC-CURRENCY(WS-CCY-COUNT)
               MOVE WS-LN-DIFF(WS-LN-IDX) TO WS-CC-DIFF(WS-CCY-COUNT)
           END-IF.

       PRINT-ONE-CURRENCY.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-CC-DIFF(WS-CC-IDX) TO WS-EDITED-AMOUNT.
           STRING "  " DELIMITED BY SIZE
                   WS-CC-CURRENCY(WS-CC-IDX) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Ecrit le fichier d'ecritures du mois : en-tete de lot,
      * extourne des ecritures de fin du mois precedent (sens
      * inverse, datee du premier jour du mois), une paire
      * debit/credit par ligne de reevaluation a ecart non nul
      * (datee de la fin du mois), controle d'equilibre.
       WRITE-REVALUATION-FILE.
           OPEN OUTPUT RevalPostingFile.
           IF StatutRevalPostingFile NOT = "00"
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND FxRevaluation - ouverture "
                   "impossible de " FUNCTION TRIM(WS-GL-FILENAME)
                   " (statut " StatutRevalPostingFile ")."
           ELSE
               MOVE SPACES TO GlPostingRecord
               MOVE 'H' TO GLP-RECORD-TYPE
               MOVE WS-MONTH-END TO GLP-POST-DATE
               MOVE 0 TO GLP-AMOUNT
               MOVE WS-CURRENT-BATCH-ID TO GLP-COUNT
               WRITE GlPostingRecord
               IF WS-REVERSAL-COUNT > 0
                   PERFORM WRITE-REVERSAL-POSTINGS
               END-IF
               PERFORM WRITE-ONE-REVALUATION-PAIR
                   VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-COUNT
               MOVE SPACES TO GlPostingRecord
               MOVE 'T' TO GLP-RECORD-TYPE
               MOVE WS-MONTH-END TO GLP-POST-DATE
               MOVE WS-TOTAL-DEBIT TO GLP-AMOUNT
               MOVE WS-POSTING-COUNT TO GLP-COUNT
               WRITE GlPostingRecord
               CLOSE RevalPostingFile
               PERFORM WRITE-TRANSMISSION-MANIFEST
               DISPLAY "Total des debits (= credits) : "
                   WS-TOTAL-DEBIT
               DISPLAY "Fichier d'ecritures ecrit : "
                   FUNCTION TRIM(WS-GL-FILENAME)
           END-IF.

      * Extourne : chaque ecriture de fin du mois precedent est
      * reprise en sens inverse au premier jour du mois.
       WRITE-REVERSAL-POSTINGS.
           OPEN INPUT PrevRevalFile.
           IF StatutPrevRevalFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ PrevRevalFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF PRV-POST-DATE = WS-PREV-MONTH-END
                                   AND (PRV-RECORD-TYPE = 'D'
                                       OR PRV-RECORD-TYPE = 'C')
                               PERFORM WRITE-ONE-REVERSAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PrevRevalFile
           END-IF.

       WRITE-ONE-REVERSAL.
           MOVE SPACES TO GlPostingRecord.
           IF PRV-RECORD-TYPE = 'D'
               MOVE 'C' TO GLP-RECORD-TYPE
           ELSE
               MOVE 'D' TO GLP-RECORD-TYPE
               ADD PRV-AMOUNT TO WS-TOTAL-DEBIT
           END-IF.
           MOVE WS-MONTH-START TO GLP-POST-DATE.
           MOVE PRV-ACCOUNT TO GLP-ACCOUNT.
           MOVE PRV-TRAN-TYPE TO GLP-TRAN-TYPE.
           MOVE PRV-AMOUNT TO GLP-AMOUNT.
           MOVE PRV-COUNT TO GLP-COUNT.
           WRITE GlPostingRecord.
           ADD 1 TO WS-POSTING-COUNT.

      * Paire de reevaluation d'une ligne : gain = debit du compte
      * du type, credit du gain de change ; perte = debit de la
      * perte de change, credit du compte du type.
       WRITE-ONE-REVALUATION-PAIR.
           IF WS-LN-DIFF(WS-LN-IDX) NOT = 0
               IF WS-LN-DIFF(WS-LN-IDX) < 0
                   COMPUTE WS-ABS-AMOUNT = 0 - WS-LN-DIFF(WS-LN-IDX)
               ELSE
                   MOVE WS-LN-DIFF(WS-LN-IDX) TO WS-ABS-AMOUNT
               END-IF
               MOVE SPACES TO GlPostingRecord
               MOVE 'D' TO GLP-RECORD-TYPE
               MOVE WS-MONTH-END TO GLP-POST-DATE
               IF WS-LN-DIFF(WS-LN-IDX) < 0
                   MOVE WS-LN-LOSS(WS-LN-IDX) TO GLP-ACCOUNT
               ELSE
                   MOVE WS-LN-BALANCE(WS-LN-IDX) TO GLP-ACCOUNT
               END-IF
               MOVE WS-LN-TYPE(WS-LN-IDX) TO GLP-TRAN-TYPE
               MOVE WS-ABS-AMOUNT TO GLP-AMOUNT
               MOVE WS-LN-COUNT(WS-LN-IDX) TO GLP-COUNT
               WRITE GlPostingRecord
               MOVE SPACES TO GlPostingRecord
               MOVE 'C' TO GLP-RECORD-TYPE
               MOVE WS-MONTH-END TO GLP-POST-DATE
               IF WS-LN-DIFF(WS-LN-IDX) < 0
                   MOVE WS-LN-BALANCE(WS-LN-IDX) TO GLP-ACCOUNT
               ELSE
                   MOVE WS-LN-GAIN(WS-LN-IDX) TO GLP-ACCOUNT
               END-IF
               MOVE WS-LN-TYPE(WS-LN-IDX) TO GLP-TRAN-TYPE
               MOVE WS-ABS-AMOUNT TO GLP-AMOUNT
               MOVE WS-LN-COUNT(WS-LN-IDX) TO GLP-COUNT
               WRITE GlPostingRecord
               ADD WS-ABS-AMOUNT TO WS-TOTAL-DEBIT
               ADD 2 TO WS-POSTING-COUNT
           END-IF.

      * Inscrit le manifeste du fichier d'ecritures au registre des
      * transmissions (toutes les lignes, total des debits).
       WRITE-TRANSMISSION-MANIFEST.
           COMPUTE WS-MANIFEST-COUNT = WS-POSTING-COUNT + 2.
           OPEN EXTEND TransmissionRegFile.
           IF StatutTransmissionRegFile = "35"
               OPEN OUTPUT TransmissionRegFile
           END-IF.
           MOVE SPACES TO TransmissionRegRecord.
           MOVE WS-GL-FILENAME(1:40) TO MF-FILENAME.
           MOVE WS-MANIFEST-COUNT TO MF-RECORD-COUNT.
           MOVE WS-TOTAL-DEBIT TO MF-HASH-TOTAL.
           MOVE WS-CURRENT-BATCH-ID TO MF-BATCH-ID.
           MOVE WS-SYS-TIMESTAMP TO MF-TIMESTAMP.
           WRITE TransmissionRegRecord.
           CLOSE TransmissionRegFile.

      * Alertes d'exploitation du run.
       SIGNAL-RUN-ALERTS.
           IF FileStatusReturnCode = 7
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "reevaluation " DELIMITED BY SIZE
                       WS-MONTH DELIMITED BY SIZE
                       " refusee - taux ou correspondance manquant"
                           DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF FileStatusReturnCode = 8
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE "erreur d'E/S sur la reevaluation de change"
                   TO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF WS-POSITIONS-SKIPPED > 0
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-POSITIONS-SKIPPED DELIMITED BY SIZE
                       " position(s) en devise non reevaluee(s)"
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
           MOVE "FxRevaluation"     TO AL-PROGRAM.
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
           STRING "RAPPORT-FxRevaluation-" DELIMITED BY SIZE
                   WS-MONTH-END DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SPOOL-FILENAME.
           OPEN OUTPUT SpoolFile.
           IF StatutSpoolFile = "00"
               MOVE 'Y' TO WS-SPOOL-OPEN
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** FxRevaluation - JOURNEE " DELIMITED BY SIZE
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
               MOVE "FxRevaluation" TO SX-PROGRAM
               MOVE WS-MONTH-END TO SX-PROC-DATE
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
           MOVE "FxRevaluation"     TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutPositionFile  TO AUD-FILE-STATUS
           MOVE WS-POSTING-COUNT    TO AUD-RECORD-COUNT
           MOVE WS-PROC-DATE        TO AUD-PROC-DATE
           MOVE WS-CURRENT-BATCH-ID TO AUD-BATCH-ID
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
