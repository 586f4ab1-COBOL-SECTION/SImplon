       IDENTIFICATION DIVISION.
       PROGRAM-ID. Settlement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Reglement net par contrepartie : la tresorerie reprenait a la
      * main, en fin de periode, tout ce que chaque expediteur nous
      * avait envoye pour calculer ce que nous lui devions ou ce
      * qu'il nous devait. Ce programme relit les maitres mensuels de
      * la periode (MASTER-MENSUEL-AAAAMM.txt, produits par
      * cMonthEndMaster - extournes et annulations y sont deja
      * ecartees par ConsolidateMaster), compense les transactions
      * de chaque expediteur (MASTER-SENDER-ID) par devise d'origine,
      * et produit :
      *   - le fichier d'ordres de paiement PAYINSTR-nnnnnn.txt
      *     remis a la banque (gisement PAYINSTREC), un ordre par
      *     contrepartie et par devise au net non nul : virement
      *     emis si le net est en faveur de la contrepartie,
      *     prelevement s'il est en notre faveur, coordonnees
      *     bancaires prises dans COUNTERPARTIES.txt ; le fichier est
      *     inscrit au registre des transmissions ;
      *   - un releve de reglement par contrepartie (ventilation par
      *     devise et par type, net, sens et reference de l'ordre),
      *     edite dans le rapport spoole ;
      *   - une ligne par contrepartie et devise reglee au registre
      *     SETTLEMENT_REGISTER.txt, qui interdit de regler une
      *     seconde fois la meme contrepartie dans la meme devise pour
      *     une periode qui chevauche une periode deja reglee.
      * Montants : montant positif = du par la contrepartie
      * (facture), negatif = du a la contrepartie (avoir).
      * Periode (SETTLE_PERIOD) : AAAAMM pour un mois, AAAATn pour le
      * trimestre n ; a blanc, le mois de la date de traitement si
      * son maitre mensuel est deja produit (passage de fin de mois
      * apres cMonthEndMaster), sinon le mois precedent.
       FILE-CONTROL.
      * Maitre mensuel du mois en cours de lecture, nom construit mois
      * par mois.
       SELECT MonthlyMasterFile ASSIGN TO DYNAMIC WS-MONTHLY-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutMonthlyMasterFile.
      * Table des contreparties et de leurs coordonnees bancaires
      * (voir copybooks/CPTYREC.cpy).
       SELECT CounterpartyFile ASSIGN TO "COUNTERPARTIES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutCounterpartyFile.
      * Registre permanent des reglements (voir
      * copybooks/STLREGREC.cpy).
       SELECT SettlementRegFile ASSIGN TO "SETTLEMENT_REGISTER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSettlementRegFile.
      * Fichier d'ordres de paiement du reglement, remis a la banque.
       SELECT PayInstrFile ASSIGN TO DYNAMIC WS-PAYINSTR-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPayInstrFile.
      * Registre des transmissions sortantes : un manifeste (nom,
      * comptage, total de controle, batch, horodatage) est inscrit
      * pour chaque fichier d'ordres, verifiable apres coup par
      * cVerifyTransmission.cbl (gisement PAY).
       SELECT TransmissionRegFile ASSIGN TO "TRANSMISSION_REGISTER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutTransmissionRegFile.
      * Identifiant du batch courant publie par cOpenBatch.cbl
       SELECT BatchCurrentFile ASSIGN TO "BATCH_CURRENT.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutBatchCurrentFile.
      * Spool des rapports : les releves partent aussi dans un fichier
      * date (RAPPORT-Settlement-AAAAMMJJ.txt) inscrit a l'index
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
           FD  MonthlyMasterFile.
           01  MonthlyMasterRecord.
      * Gisement maitre commun (voir copybooks/MASTERREC.cpy).
               COPY MASTERREC.

           FD  CounterpartyFile.
           01  CounterpartyRecord.
               COPY CPTYREC.

           FD  SettlementRegFile.
           01  SettlementRegRecord.
               COPY STLREGREC.

           FD  PayInstrFile.
           01  PayInstrRecord.
      * Gisement des ordres de paiement (voir
      * copybooks/PAYINSTREC.cpy).
               COPY PAYINSTREC.

           FD  TransmissionRegFile.
           01  TransmissionRegRecord.
               COPY MANIFREC.

           FD  BatchCurrentFile.
           01  BatchCurrentRecord PIC 9(5).

           FD  SpoolFile.
           01  SpoolRecord PIC X(132).

           FD  SpoolIndexFile.
           01  SpoolIndexRecord.
               COPY SPOOLREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutMonthlyMasterFile PIC X(2) VALUE '00'.
           01  StatutCounterpartyFile PIC X(2) VALUE '00'.
           01  StatutSettlementRegFile PIC X(2) VALUE '00'.
           01  StatutPayInstrFile PIC X(2) VALUE '00'.
           01  StatutTransmissionRegFile PIC X(2) VALUE '00'.
           01  StatutBatchCurrentFile PIC X(2) VALUE '00'.
           01  StatutSpoolFile PIC X(2) VALUE '00'.
           01  StatutSpoolIndexFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  WS-MONTHLY-FILENAME PIC X(100) VALUE SPACES.
           01  WS-PAYINSTR-FILENAME PIC X(100) VALUE SPACES.
      * Horodatage systeme et date de traitement (BATCH_DATE)
           01  WS-SYS-DATETIME.
               05 WS-SYS-DATE    PIC 9(8).
               05 FILLER         PIC X(13).
           01  WS-SYS-TIMESTAMP PIC 9(14).
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
           01  WS-CURRENT-BATCH-ID PIC 9(5) VALUE 0.
      * Periode reglee : saisie SETTLE_PERIOD (AAAAMM ou AAAATn),
      * premier et dernier mois, bornes en dates.
           01  WS-PERIOD-X PIC X(6) VALUE SPACES.
           01  WS-PERIOD-YEAR PIC 9(4) VALUE 0.
           01  WS-PERIOD-MONTH PIC 9(2) VALUE 0.
           01  WS-PERIOD-QUARTER PIC 9(1) VALUE 0.
           01  WS-FIRST-MONTH PIC 9(2) VALUE 0.
           01  WS-LAST-MONTH PIC 9(2) VALUE 0.
           01  WS-MONTH-IDX PIC 9(2) VALUE 0.
           01  WS-YYYYMM.
               05 WS-YM-YEAR  PIC 9(4).
               05 WS-YM-MONTH PIC 9(2).
           01  WS-PERIOD-FROM PIC 9(8) VALUE 0.
           01  WS-PERIOD-TO PIC 9(8) VALUE 0.
           01  WS-DATE-INT PIC S9(9) VALUE 0.
      * Resultat du controle de la periode et des prealables
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
           01  WS-TABLE-EOF PIC X(1) VALUE 'N'.
           01  WS-MONTHS-MISSING PIC 9(1) VALUE 0.
      * Contreparties actives (lignes non retirees de
      * COUNTERPARTIES.txt).
           01  WS-CPTY-COUNT PIC 9(3) VALUE 0.
           01  WS-CPTY-TABLE.
               05  WS-CPTY-ENTRY OCCURS 500 TIMES.
                   10  WS-CT-SENDER-ID PIC 9(7).
                   10  WS-CT-CURRENCY  PIC X(3).
                   10  WS-CT-NAME      PIC X(30).
                   10  WS-CT-IBAN      PIC X(34).
                   10  WS-CT-BIC       PIC X(11).
           01  WS-CT-IDX PIC 9(3) VALUE 0.
           01  WS-CT-MATCH PIC 9(3) VALUE 0.
      * Reglements deja inscrits au registre (contrepartie, devise,
      * bornes de la periode reglee et numero du reglement), et
      * dernier numero attribue.
           01  WS-LAST-SETTLE-ID PIC 9(6) VALUE 0.
           01  WS-SETTLE-ID PIC 9(6) VALUE 0.
           01  WS-DONE-COUNT PIC 9(4) VALUE 0.
           01  WS-DONE-TABLE.
               05  WS-DONE-ENTRY OCCURS 5000 TIMES.
                   10  WS-DN-SENDER-ID PIC 9(7).
                   10  WS-DN-CURRENCY  PIC X(3).
                   10  WS-DN-FROM      PIC 9(8).
                   10  WS-DN-TO        PIC 9(8).
                   10  WS-DN-SETTLE-ID PIC 9(6).
           01  WS-DN-IDX PIC 9(4) VALUE 0.
           01  WS-DONE-OVERFLOW PIC X(1) VALUE 'N'.
      * Transaction en cours : devise et montant d'origine (a defaut
      * la devise de base EUR et le montant du maitre).
           01  WS-TRAN-CURRENCY PIC X(3) VALUE SPACES.
           01  WS-TRAN-AMOUNT PIC S9(9)V99 VALUE 0.
      * Nets par contrepartie et devise, tenus tries (contrepartie
      * puis devise) pour editer les releves dans l'ordre. Etat du
      * net apres resolution :
      *   'P' virement emis, 'E' prelevement, 'N' net nul,
      *   'D' deja regle pour une periode qui chevauche,
      *   'M' coordonnees bancaires absentes (non regle).
           01  WS-NET-COUNT PIC 9(4) VALUE 0.
           01  WS-NET-TABLE.
               05  WS-NET-ENTRY OCCURS 1000 TIMES.
                   10  WS-NT-SENDER-ID  PIC 9(7).
                   10  WS-NT-CURRENCY   PIC X(3).
                   10  WS-NT-COUNT      PIC 9(7).
                   10  WS-NT-DEBIT      PIC S9(13)V99.
                   10  WS-NT-CREDIT     PIC S9(13)V99.
                   10  WS-NT-NET        PIC S9(13)V99.
                   10  WS-NT-STATE      PIC X(1).
                   10  WS-NT-CPTY       PIC 9(3).
                   10  WS-NT-INSTR-SEQ  PIC 9(5).
                   10  WS-NT-PRIOR-ID   PIC 9(6).
           01  WS-NT-IDX PIC 9(4) VALUE 0.
           01  WS-NT-POS PIC 9(4) VALUE 0.
           01  WS-NT-FOUND PIC X(1) VALUE 'N'.
      * Ventilation par contrepartie, devise et type de transaction,
      * reprise au releve.
           01  WS-TYPE-COUNT PIC 9(4) VALUE 0.
           01  WS-TYPE-TABLE.
               05  WS-TYPE-ENTRY OCCURS 5000 TIMES.
                   10  WS-TY-SENDER-ID PIC 9(7).
                   10  WS-TY-CURRENCY  PIC X(3).
                   10  WS-TY-TYPE      PIC X(3).
                   10  WS-TY-COUNT     PIC 9(7).
                   10  WS-TY-AMOUNT    PIC S9(13)V99.
           01  WS-TY-IDX PIC 9(4) VALUE 0.
           01  WS-TY-FOUND PIC X(1) VALUE 'N'.
           01  WS-TABLE-FULL PIC X(1) VALUE 'N'.
      * Releve en cours : contrepartie editee
           01  WS-STMT-SENDER-ID PIC 9(7) VALUE 0.
           01  WS-STMT-NAME PIC X(30) VALUE SPACES.
      * Totaux du reglement
           01  WS-TRAN-READ PIC 9(7) VALUE 0.
           01  WS-NO-SENDER-COUNT PIC 9(7) VALUE 0.
           01  WS-NO-SENDER-AMOUNT PIC S9(13)V99 VALUE 0.
           01  WS-INSTR-COUNT PIC 9(5) VALUE 0.
           01  WS-INSTR-TOTAL PIC 9(13)V99 VALUE 0.
           01  WS-INSTR-PAY-COUNT PIC 9(5) VALUE 0.
           01  WS-INSTR-COLLECT-COUNT PIC 9(5) VALUE 0.
           01  WS-ZERO-NET-COUNT PIC 9(5) VALUE 0.
           01  WS-ALREADY-COUNT PIC 9(5) VALUE 0.
           01  WS-MISSING-BANK-COUNT PIC 9(5) VALUE 0.
           01  WS-REGISTERED-COUNT PIC 9(5) VALUE 0.
           01  WS-ABS-AMOUNT PIC 9(13)V99 VALUE 0.
           01  WS-MANIFEST-COUNT PIC 9(7) VALUE 0.
      * Reference de l'ordre, reprise au releve de la contrepartie
           01  WS-REFERENCE.
               05 FILLER          PIC X(2) VALUE "RG".
               05 WS-REF-PERIOD   PIC X(6).
               05 WS-REF-SENDER   PIC 9(7).
               05 WS-REF-CURRENCY PIC X(3).
      * Zones editees
           01  WS-EDIT-AMOUNT PIC -(12)9.99.
           01  WS-EDIT-COUNT PIC Z(6)9.
           01  WS-EDIT-SEQ PIC Z(4)9.
      * Spool du rapport : nom du fichier date, ligne en cours
           01  WS-SPOOL-FILENAME PIC X(100) VALUE SPACES.
           01  WS-SPOOL-LINE PIC X(132) VALUE SPACES.
           01  WS-SPOOL-OPEN PIC X(1) VALUE 'N'.
           01  WS-LINE-PTR PIC 9(3) VALUE 1.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'W'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = reglement produit, 2 = COUNTERPARTIES.txt absent,
      *   4 = periode invalide ou rien a regler (aucune transaction
      *   attribuee, ou toutes deja reglees), 6 = reglement produit
      *   mais contrepartie(s) sans coordonnees bancaires laissees
      *   non reglees (COUNTERPARTIES.txt a completer, relancer),
      *   7 = maitre mensuel d'un mois de la periode absent,
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
           ACCEPT WS-PERIOD-X FROM ENVIRONMENT "SETTLE_PERIOD"
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIOD-X
           END-ACCEPT.
           PERFORM READ-CURRENT-BATCH-ID.
           PERFORM RESOLVE-PERIOD.

           IF EditValid = 'Y'
               PERFORM CHECK-MONTHLY-MASTERS
           END-IF.
           IF EditValid = 'Y'
               PERFORM LOAD-COUNTERPARTIES
           END-IF.
           IF EditValid = 'Y'
               PERFORM READ-SETTLEMENT-REGISTER
           END-IF.
           IF EditValid = 'Y'
               PERFORM NET-PERIOD-TRANSACTIONS
           END-IF.
           IF EditValid = 'Y' AND FileStatusReturnCode = 0
               PERFORM RESOLVE-ONE-NET
                   VARYING WS-NT-IDX FROM 1 BY 1
                   UNTIL WS-NT-IDX > WS-NET-COUNT
               IF WS-INSTR-COUNT = 0 AND WS-ZERO-NET-COUNT = 0
                       AND WS-MISSING-BANK-COUNT = 0
                   MOVE 'N' TO EditValid
                   MOVE "Rien a regler pour la periode" TO EditReason
               END-IF
           END-IF.
           IF EditValid = 'Y' AND FileStatusReturnCode = 0
                   AND WS-INSTR-COUNT > 0
               PERFORM WRITE-PAYMENT-INSTRUCTIONS
           END-IF.
           IF EditValid = 'Y' AND FileStatusReturnCode = 0
               PERFORM WRITE-SETTLEMENT-REGISTER
           END-IF.
           IF EditValid = 'Y' AND FileStatusReturnCode = 0
               PERFORM PRINT-SETTLEMENT-STATEMENTS
               IF WS-MISSING-BANK-COUNT > 0
                   MOVE 6 TO FileStatusReturnCode
               END-IF
           END-IF.
           IF EditValid NOT = 'Y' AND FileStatusReturnCode = 0
               MOVE 4 TO FileStatusReturnCode
               DISPLAY "Aucun reglement produit : "
                   FUNCTION TRIM(EditReason)
           END-IF.
           PERFORM SIGNAL-RUN-ALERTS.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Determine la periode : AAAAMM = un mois, AAAATn = le trimestre
      * n ; a blanc, le mois de la date de traitement si son maitre
      * mensuel existe deja, sinon le mois precedent. En deduit les
      * mois a relire et les bornes.
       RESOLVE-PERIOD.
           MOVE 'Y' TO EditValid.
           IF WS-PERIOD-X = SPACES
               MOVE WS-PROC-DATE(1:4) TO WS-PERIOD-YEAR
               MOVE WS-PROC-DATE(5:2) TO WS-MONTH-IDX
               PERFORM BUILD-MONTHLY-FILENAME
               OPEN INPUT MonthlyMasterFile
               IF StatutMonthlyMasterFile = "00"
                   CLOSE MonthlyMasterFile
               ELSE
                   IF WS-MONTH-IDX = 1
                       MOVE 12 TO WS-MONTH-IDX
                       SUBTRACT 1 FROM WS-PERIOD-YEAR
                   ELSE
                       SUBTRACT 1 FROM WS-MONTH-IDX
                   END-IF
               END-IF
               MOVE WS-PERIOD-YEAR TO WS-YM-YEAR
               MOVE WS-MONTH-IDX TO WS-YM-MONTH
               MOVE WS-YYYYMM TO WS-PERIOD-X
           END-IF.
           EVALUATE TRUE
           WHEN WS-PERIOD-X(1:4) IS NOT NUMERIC
               MOVE 'N' TO EditValid
           WHEN WS-PERIOD-X(5:1) = "T"
               IF WS-PERIOD-X(6:1) IS NUMERIC
                       AND WS-PERIOD-X(6:1) >= "1"
                       AND WS-PERIOD-X(6:1) <= "4"
                   MOVE WS-PERIOD-X(1:4) TO WS-PERIOD-YEAR
                   MOVE WS-PERIOD-X(6:1) TO WS-PERIOD-QUARTER
                   COMPUTE WS-FIRST-MONTH = WS-PERIOD-QUARTER * 3 - 2
                   COMPUTE WS-LAST-MONTH = WS-PERIOD-QUARTER * 3
               ELSE
                   MOVE 'N' TO EditValid
               END-IF
           WHEN WS-PERIOD-X(5:2) IS NUMERIC
               MOVE WS-PERIOD-X(1:4) TO WS-PERIOD-YEAR
               MOVE WS-PERIOD-X(5:2) TO WS-PERIOD-MONTH
               IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   MOVE 'N' TO EditValid
               ELSE
                   MOVE WS-PERIOD-MONTH TO WS-FIRST-MONTH
                   MOVE WS-PERIOD-MONTH TO WS-LAST-MONTH
               END-IF
           WHEN OTHER
               MOVE 'N' TO EditValid
           END-EVALUATE.
           IF EditValid NOT = 'Y'
               MOVE "Periode invalide (AAAAMM ou AAAATn)"
                   TO EditReason
           ELSE
               COMPUTE WS-PERIOD-FROM = WS-PERIOD-YEAR * 10000
                   + WS-FIRST-MONTH * 100 + 1
      * Dernier jour de la periode : veille du premier jour du mois
      * suivant.
               IF WS-LAST-MONTH = 12
                   COMPUTE WS-PERIOD-TO
                       = (WS-PERIOD-YEAR + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-PERIOD-TO = WS-PERIOD-YEAR * 10000
                       + (WS-LAST-MONTH + 1) * 100 + 1
               END-IF
               COMPUTE WS-DATE-INT
                   = FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-PERIOD-TO
           END-IF.

      * Tous les mois de la periode doivent etre consolides : un maitre
      * mensuel absent arrete le reglement (code retour 7).
       CHECK-MONTHLY-MASTERS.
           MOVE 0 TO WS-MONTHS-MISSING.
           PERFORM VARYING WS-MONTH-IDX FROM WS-FIRST-MONTH BY 1
                   UNTIL WS-MONTH-IDX > WS-LAST-MONTH
               PERFORM BUILD-MONTHLY-FILENAME
               OPEN INPUT MonthlyMasterFile
               IF StatutMonthlyMasterFile = "00"
                   CLOSE MonthlyMasterFile
               ELSE
                   ADD 1 TO WS-MONTHS-MISSING
                   DISPLAY FUNCTION TRIM(WS-MONTHLY-FILENAME)
                       " introuvable (statut " StatutMonthlyMasterFile
                       ") - mois non consolide."
               END-IF
           END-PERFORM.
           IF WS-MONTHS-MISSING > 0
               MOVE 'N' TO EditValid
               MOVE "Maitre mensuel absent pour la periode"
                   TO EditReason
               MOVE 7 TO FileStatusReturnCode
               DISPLAY "*** REGLEMENT NON PRODUIT : "
                   FUNCTION TRIM(EditReason)
                   " - lancer cMonthEndMaster puis relancer."
           END-IF.

       BUILD-MONTHLY-FILENAME.
           MOVE WS-PERIOD-YEAR TO WS-YM-YEAR.
           MOVE WS-MONTH-IDX TO WS-YM-MONTH.
           MOVE SPACES TO WS-MONTHLY-FILENAME.
           STRING "MASTER-MENSUEL-" DELIMITED BY SIZE
                   WS-YYYYMM DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-MONTHLY-FILENAME.

      * Charge les contreparties actives. La table est indispensable :
      * sans elle aucun ordre ne peut etre emis.
       LOAD-COUNTERPARTIES.
           MOVE 0 TO WS-CPTY-COUNT.
           OPEN INPUT CounterpartyFile.
           IF StatutCounterpartyFile = "00"
               MOVE 'N' TO WS-TABLE-EOF
               PERFORM UNTIL WS-TABLE-EOF = 'Y'
                   READ CounterpartyFile
                       AT END
                           MOVE 'Y' TO WS-TABLE-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-COUNTERPARTY
                   END-READ
               END-PERFORM
               CLOSE CounterpartyFile
           ELSE
               MOVE 'N' TO EditValid
               MOVE "COUNTERPARTIES.txt indisponible" TO EditReason
               MOVE 2 TO FileStatusReturnCode
               DISPLAY "*** REGLEMENT NON PRODUIT : "
                   FUNCTION TRIM(EditReason) "."
           END-IF.

      * Une ligne de contrepartie ; une ligne retiree ou sans
      * identifiant numerique est ignoree.
       TAKE-ONE-COUNTERPARTY.
           IF CP-STATUS NOT = 'R' AND CP-SENDER-ID IS NUMERIC
               IF WS-CPTY-COUNT < 500
                   ADD 1 TO WS-CPTY-COUNT
                   MOVE CP-SENDER-ID TO WS-CT-SENDER-ID(WS-CPTY-COUNT)
                   MOVE CP-CURRENCY TO WS-CT-CURRENCY(WS-CPTY-COUNT)
                   MOVE CP-NAME TO WS-CT-NAME(WS-CPTY-COUNT)
                   MOVE CP-IBAN TO WS-CT-IBAN(WS-CPTY-COUNT)
                   MOVE CP-BIC TO WS-CT-BIC(WS-CPTY-COUNT)
               ELSE
                   DISPLAY "*** ATTENTION : table des contreparties "
                       "pleine (500) - ligne ignoree : " CP-SENDER-ID
               END-IF
           END-IF.

      * Releve les reglements deja inscrits et le dernier numero
      * attribue. Registre absent : premier reglement.
       READ-SETTLEMENT-REGISTER.
           MOVE 0 TO WS-LAST-SETTLE-ID.
           MOVE 0 TO WS-DONE-COUNT.
           OPEN INPUT SettlementRegFile.
           EVALUATE StatutSettlementRegFile
           WHEN "00"
               MOVE 'N' TO WS-TABLE-EOF
               PERFORM UNTIL WS-TABLE-EOF = 'Y'
                   READ SettlementRegFile
                       AT END
                           MOVE 'Y' TO WS-TABLE-EOF
                       NOT AT END
                           PERFORM NOTE-ONE-SETTLEMENT
                   END-READ
               END-PERFORM
               CLOSE SettlementRegFile
           WHEN "35"
               CONTINUE
           WHEN OTHER
               MOVE 'N' TO EditValid
               MOVE "Erreur d'E/S sur le registre des reglements"
                   TO EditReason
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND Settlement - "
                   FUNCTION TRIM(EditReason)
                   " (statut " StatutSettlementRegFile ")."
           END-EVALUATE.
           COMPUTE WS-SETTLE-ID = WS-LAST-SETTLE-ID + 1.
           MOVE SPACES TO WS-PAYINSTR-FILENAME.
           STRING "PAYINSTR-" DELIMITED BY SIZE
                   WS-SETTLE-ID DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-PAYINSTR-FILENAME.

       NOTE-ONE-SETTLEMENT.
           IF ST-SETTLE-ID IS NUMERIC
               IF ST-SETTLE-ID > WS-LAST-SETTLE-ID
                   MOVE ST-SETTLE-ID TO WS-LAST-SETTLE-ID
               END-IF
               IF WS-DONE-COUNT < 5000
                   ADD 1 TO WS-DONE-COUNT
                   MOVE ST-SENDER-ID TO WS-DN-SENDER-ID(WS-DONE-COUNT)
                   MOVE ST-CURRENCY TO WS-DN-CURRENCY(WS-DONE-COUNT)
                   MOVE ST-PERIOD-FROM TO WS-DN-FROM(WS-DONE-COUNT)
                   MOVE ST-PERIOD-TO TO WS-DN-TO(WS-DONE-COUNT)
                   MOVE ST-SETTLE-ID TO WS-DN-SETTLE-ID(WS-DONE-COUNT)
               ELSE
      * Sans la liste complete des reglements anterieurs, la garde
      * contre un double reglement ne peut plus etre assuree.
                   IF WS-DONE-OVERFLOW NOT = 'Y'
                       MOVE 'Y' TO WS-DONE-OVERFLOW
                       MOVE 'N' TO EditValid
                       MOVE "Registre des reglements trop volumineux"
                           TO EditReason
                       MOVE 8 TO FileStatusReturnCode
                       DISPLAY "*** ABEND Settlement - plus de 5000 "
                           "lignes au registre des reglements."
                   END-IF
               END-IF
           END-IF.

      * Relit les maitres mensuels de la periode et compense chaque
      * transaction attribuee sur le net de sa contrepartie et de sa
      * devise.
       NET-PERIOD-TRANSACTIONS.
           PERFORM VARYING WS-MONTH-IDX FROM WS-FIRST-MONTH BY 1
                   UNTIL WS-MONTH-IDX > WS-LAST-MONTH
                       OR FileStatusReturnCode NOT = 0
               PERFORM READ-ONE-MONTHLY-MASTER
           END-PERFORM.

       READ-ONE-MONTHLY-MASTER.
           PERFORM BUILD-MONTHLY-FILENAME.
           OPEN INPUT MonthlyMasterFile.
           IF StatutMonthlyMasterFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ MonthlyMasterFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           ADD 1 TO WS-TRAN-READ
                           PERFORM NET-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE MonthlyMasterFile
           ELSE
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND Settlement - erreur d'E/S "
                   "irrecuperable sur "
                   FUNCTION TRIM(WS-MONTHLY-FILENAME)
                   " (statut " StatutMonthlyMasterFile ")."
           END-IF.

      * Devise et montant d'origine de la transaction (la devise de
      * base EUR et le montant du maitre pour les enregistrements qui
      * n'en portent pas) ; une transaction sans expediteur identifie
      * est hors reglement, totalisee a part.
       NET-ONE-TRANSACTION.
           IF MASTER-ORIG-CURRENCY = SPACES
                   OR MASTER-ORIG-AMOUNT IS NOT NUMERIC
               MOVE "EUR" TO WS-TRAN-CURRENCY
               MOVE MASTER-TRAN-AMOUNT TO WS-TRAN-AMOUNT
           ELSE
               MOVE MASTER-ORIG-CURRENCY TO WS-TRAN-CURRENCY
               MOVE MASTER-ORIG-AMOUNT TO WS-TRAN-AMOUNT
           END-IF.
           IF MASTER-SENDER-ID IS NOT NUMERIC
                   OR MASTER-SENDER-ID = 0
               ADD 1 TO WS-NO-SENDER-COUNT
               ADD MASTER-TRAN-AMOUNT TO WS-NO-SENDER-AMOUNT
           ELSE
               PERFORM TALLY-NET-ENTRY
               IF WS-NT-FOUND = 'Y'
                   PERFORM TALLY-TYPE-ENTRY
               END-IF
           END-IF.

      * Cumule la transaction sur le net de sa contrepartie et de sa
      * devise ; un net nouveau est insere a sa place dans la table
      * triee.
       TALLY-NET-ENTRY.
           MOVE 'N' TO WS-NT-FOUND.
           MOVE 0 TO WS-NT-POS.
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                   UNTIL WS-NT-IDX > WS-NET-COUNT
                       OR WS-NT-FOUND = 'Y'
                       OR WS-NT-POS > 0
               IF WS-NT-SENDER-ID(WS-NT-IDX) = MASTER-SENDER-ID
                       AND WS-NT-CURRENCY(WS-NT-IDX)
                           = WS-TRAN-CURRENCY
                   MOVE 'Y' TO WS-NT-FOUND
                   MOVE WS-NT-IDX TO WS-NT-POS
               ELSE
                   IF WS-NT-SENDER-ID(WS-NT-IDX) > MASTER-SENDER-ID
                           OR (WS-NT-SENDER-ID(WS-NT-IDX)
                               = MASTER-SENDER-ID
                           AND WS-NT-CURRENCY(WS-NT-IDX)
                               > WS-TRAN-CURRENCY)
                       MOVE WS-NT-IDX TO WS-NT-POS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NT-FOUND NOT = 'Y'
               IF WS-NET-COUNT < 1000
                   IF WS-NT-POS = 0
                       COMPUTE WS-NT-POS = WS-NET-COUNT + 1
                   END-IF
                   PERFORM VARYING WS-NT-IDX FROM WS-NET-COUNT BY -1
                           UNTIL WS-NT-IDX < WS-NT-POS
                       MOVE WS-NET-ENTRY(WS-NT-IDX)
                           TO WS-NET-ENTRY(WS-NT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-NET-COUNT
                   MOVE MASTER-SENDER-ID TO WS-NT-SENDER-ID(WS-NT-POS)
                   MOVE WS-TRAN-CURRENCY TO WS-NT-CURRENCY(WS-NT-POS)
                   MOVE 0 TO WS-NT-COUNT(WS-NT-POS)
                   MOVE 0 TO WS-NT-DEBIT(WS-NT-POS)
                   MOVE 0 TO WS-NT-CREDIT(WS-NT-POS)
                   MOVE 0 TO WS-NT-NET(WS-NT-POS)
                   MOVE SPACE TO WS-NT-STATE(WS-NT-POS)
                   MOVE 0 TO WS-NT-CPTY(WS-NT-POS)
                   MOVE 0 TO WS-NT-INSTR-SEQ(WS-NT-POS)
                   MOVE 0 TO WS-NT-PRIOR-ID(WS-NT-POS)
                   MOVE 'Y' TO WS-NT-FOUND
               ELSE
                   PERFORM SIGNAL-TABLE-FULL
               END-IF
           END-IF.
           IF WS-NT-FOUND = 'Y'
               ADD 1 TO WS-NT-COUNT(WS-NT-POS)
               ADD WS-TRAN-AMOUNT TO WS-NT-NET(WS-NT-POS)
               IF WS-TRAN-AMOUNT < 0
                   ADD WS-TRAN-AMOUNT TO WS-NT-CREDIT(WS-NT-POS)
               ELSE
                   ADD WS-TRAN-AMOUNT TO WS-NT-DEBIT(WS-NT-POS)
               END-IF
           END-IF.

      * Cumule la transaction sur la ligne de son type au releve de
      * sa contrepartie et de sa devise.
       TALLY-TYPE-ENTRY.
           MOVE 'N' TO WS-TY-FOUND.
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                   UNTIL WS-TY-IDX > WS-TYPE-COUNT
                       OR WS-TY-FOUND = 'Y'
               IF WS-TY-SENDER-ID(WS-TY-IDX) = MASTER-SENDER-ID
                       AND WS-TY-CURRENCY(WS-TY-IDX) = WS-TRAN-CURRENCY
                       AND WS-TY-TYPE(WS-TY-IDX) = MASTER-TRAN-TYPE
                   MOVE 'Y' TO WS-TY-FOUND
               END-IF
           END-PERFORM.
           IF WS-TY-FOUND = 'Y'
               SUBTRACT 1 FROM WS-TY-IDX
           ELSE
               IF WS-TYPE-COUNT < 5000
                   ADD 1 TO WS-TYPE-COUNT
                   MOVE WS-TYPE-COUNT TO WS-TY-IDX
                   MOVE MASTER-SENDER-ID TO WS-TY-SENDER-ID(WS-TY-IDX)
                   MOVE WS-TRAN-CURRENCY TO WS-TY-CURRENCY(WS-TY-IDX)
                   MOVE MASTER-TRAN-TYPE TO WS-TY-TYPE(WS-TY-IDX)
                   MOVE 0 TO WS-TY-COUNT(WS-TY-IDX)
                   MOVE 0 TO WS-TY-AMOUNT(WS-TY-IDX)
                   MOVE 'Y' TO WS-TY-FOUND
               ELSE
                   PERFORM SIGNAL-TABLE-FULL
               END-IF
           END-IF.
           IF WS-TY-FOUND = 'Y'
               ADD 1 TO WS-TY-COUNT(WS-TY-IDX)
               ADD WS-TRAN-AMOUNT TO WS-TY-AMOUNT(WS-TY-IDX)
           END-IF.

      * Une table pleine fausserait les nets : le reglement est
      * abandonne plutot que d'emettre des ordres incomplets.
       SIGNAL-TABLE-FULL.
           IF WS-TABLE-FULL NOT = 'Y'
               MOVE 'Y' TO WS-TABLE-FULL
               MOVE 'N' TO EditValid
               MOVE "Table des nets pleine" TO EditReason
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND Settlement - table des nets ou de "
                   "leur ventilation pleine - reglement abandonne."
           END-IF.

      * Etat d'un net : deja regle pour une periode qui chevauche,
      * net nul, sans coordonnees bancaires, ou ordre a emettre
      * (virement si le net est en faveur de la contrepartie,
      * prelevement sinon).
       RESOLVE-ONE-NET.
           PERFORM FIND-PRIOR-SETTLEMENT.
           EVALUATE TRUE
           WHEN WS-NT-PRIOR-ID(WS-NT-IDX) > 0
               MOVE 'D' TO WS-NT-STATE(WS-NT-IDX)
               ADD 1 TO WS-ALREADY-COUNT
           WHEN WS-NT-NET(WS-NT-IDX) = 0
               MOVE 'N' TO WS-NT-STATE(WS-NT-IDX)
               ADD 1 TO WS-ZERO-NET-COUNT
           WHEN OTHER
               PERFORM FIND-COUNTERPARTY
               MOVE WS-CT-MATCH TO WS-NT-CPTY(WS-NT-IDX)
               IF WS-CT-MATCH = 0
                   MOVE 'M' TO WS-NT-STATE(WS-NT-IDX)
                   ADD 1 TO WS-MISSING-BANK-COUNT
                   DISPLAY "*** Contrepartie "
                       WS-NT-SENDER-ID(WS-NT-IDX)
                       " devise " WS-NT-CURRENCY(WS-NT-IDX)
                       " sans coordonnees bancaires - non reglee."
               ELSE
                   ADD 1 TO WS-INSTR-COUNT
                   MOVE WS-INSTR-COUNT TO WS-NT-INSTR-SEQ(WS-NT-IDX)
                   IF WS-NT-NET(WS-NT-IDX) < 0
                       MOVE 'P' TO WS-NT-STATE(WS-NT-IDX)
                       ADD 1 TO WS-INSTR-PAY-COUNT
                       COMPUTE WS-ABS-AMOUNT
                           = 0 - WS-NT-NET(WS-NT-IDX)
                   ELSE
                       MOVE 'E' TO WS-NT-STATE(WS-NT-IDX)
                       ADD 1 TO WS-INSTR-COLLECT-COUNT
                       MOVE WS-NT-NET(WS-NT-IDX) TO WS-ABS-AMOUNT
                   END-IF
                   ADD WS-ABS-AMOUNT TO WS-INSTR-TOTAL
               END-IF
           END-EVALUATE.

      * Reglement anterieur de la meme contrepartie dans la meme
      * devise pour une periode qui chevauche la periode demandee.
       FIND-PRIOR-SETTLEMENT.
           MOVE 0 TO WS-NT-PRIOR-ID(WS-NT-IDX).
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > WS-DONE-COUNT
                       OR WS-NT-PRIOR-ID(WS-NT-IDX) > 0
               IF WS-DN-SENDER-ID(WS-DN-IDX)
                       = WS-NT-SENDER-ID(WS-NT-IDX)
                       AND WS-DN-CURRENCY(WS-DN-IDX)
                           = WS-NT-CURRENCY(WS-NT-IDX)
                       AND WS-DN-FROM(WS-DN-IDX) <= WS-PERIOD-TO
                       AND WS-DN-TO(WS-DN-IDX) >= WS-PERIOD-FROM
                   MOVE WS-DN-SETTLE-ID(WS-DN-IDX)
                       TO WS-NT-PRIOR-ID(WS-NT-IDX)
               END-IF
           END-PERFORM.

      * Coordonnees bancaires du net courant : la ligne de la devise
      * l'emporte sur la ligne toutes devises (CP-CURRENCY a blanc).
       FIND-COUNTERPARTY.
           MOVE 0 TO WS-CT-MATCH.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CPTY-COUNT
               IF WS-CT-SENDER-ID(WS-CT-IDX)
                       = WS-NT-SENDER-ID(WS-NT-IDX)
                   IF WS-CT-CURRENCY(WS-CT-IDX)
                           = WS-NT-CURRENCY(WS-NT-IDX)
                       MOVE WS-CT-IDX TO WS-CT-MATCH
                   ELSE
                       IF WS-CT-CURRENCY(WS-CT-IDX) = SPACES
                               AND WS-CT-MATCH = 0
                           MOVE WS-CT-IDX TO WS-CT-MATCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CT-MATCH > 0
               IF WS-CT-IBAN(WS-CT-MATCH) = SPACES
                   MOVE 0 TO WS-CT-MATCH
               END-IF
           END-IF.

      * Ecrit le fichier d'ordres : en-tete, un ordre par net a
      * regler, fin de fichier ; puis inscrit son manifeste au
      * registre des transmissions.
       WRITE-PAYMENT-INSTRUCTIONS.
           OPEN OUTPUT PayInstrFile.
           IF StatutPayInstrFile NOT = "00"
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND Settlement - fichier d'ordres "
                   FUNCTION TRIM(WS-PAYINSTR-FILENAME)
                   " impossible a creer (statut "
                   StatutPayInstrFile ")."
           ELSE
               MOVE SPACES TO PayInstrRecord
               MOVE 'H' TO PI-RECORD-TYPE
               MOVE WS-SETTLE-ID TO PI-SETTLE-ID
               MOVE WS-PROC-DATE TO PI-CREATION-DATE
               MOVE WS-PROC-DATE TO PI-EXEC-DATE
               MOVE WS-PERIOD-X TO PI-PERIOD
               MOVE WS-PERIOD-FROM TO PI-PERIOD-FROM
               MOVE WS-PERIOD-TO TO PI-PERIOD-TO
               MOVE WS-CURRENT-BATCH-ID TO PI-BATCH-ID
               WRITE PayInstrRecord
               PERFORM WRITE-ONE-INSTRUCTION
                   VARYING WS-NT-IDX FROM 1 BY 1
                   UNTIL WS-NT-IDX > WS-NET-COUNT
               MOVE SPACES TO PayInstrRecord
               MOVE 'T' TO PI-RECORD-TYPE
               MOVE WS-SETTLE-ID TO PI-SETTLE-ID
               MOVE WS-INSTR-COUNT TO PI-INSTR-COUNT
               MOVE WS-INSTR-TOTAL TO PI-HASH-TOTAL
               WRITE PayInstrRecord
               IF StatutPayInstrFile NOT = "00"
                   MOVE 8 TO FileStatusReturnCode
                   DISPLAY "*** ABEND Settlement - erreur d'ecriture "
                       "sur " FUNCTION TRIM(WS-PAYINSTR-FILENAME)
                       " (statut " StatutPayInstrFile ")."
               END-IF
               CLOSE PayInstrFile
               IF FileStatusReturnCode = 0
                   PERFORM WRITE-TRANSMISSION-MANIFEST
               END-IF
           END-IF.

       WRITE-ONE-INSTRUCTION.
           IF WS-NT-STATE(WS-NT-IDX) = 'P'
                   OR WS-NT-STATE(WS-NT-IDX) = 'E'
               MOVE WS-NT-CPTY(WS-NT-IDX) TO WS-CT-IDX
               PERFORM BUILD-REFERENCE
               MOVE SPACES TO PayInstrRecord
               MOVE 'D' TO PI-RECORD-TYPE
               MOVE WS-SETTLE-ID TO PI-SETTLE-ID
               MOVE WS-NT-INSTR-SEQ(WS-NT-IDX) TO PI-INSTR-SEQ
               MOVE WS-NT-STATE(WS-NT-IDX) TO PI-DIRECTION
               MOVE WS-NT-CURRENCY(WS-NT-IDX) TO PI-CURRENCY
               IF WS-NT-NET(WS-NT-IDX) < 0
                   COMPUTE PI-AMOUNT = 0 - WS-NT-NET(WS-NT-IDX)
               ELSE
                   MOVE WS-NT-NET(WS-NT-IDX) TO PI-AMOUNT
               END-IF
               MOVE WS-NT-SENDER-ID(WS-NT-IDX) TO PI-CPTY-ID
               MOVE WS-CT-NAME(WS-CT-IDX) TO PI-CPTY-NAME
               MOVE WS-CT-IBAN(WS-CT-IDX) TO PI-IBAN
               MOVE WS-CT-BIC(WS-CT-IDX) TO PI-BIC
               MOVE WS-REFERENCE TO PI-REFERENCE
               WRITE PayInstrRecord
           END-IF.

      * Reference de l'ordre : periode, contrepartie et devise.
       BUILD-REFERENCE.
           MOVE WS-PERIOD-X TO WS-REF-PERIOD.
           MOVE WS-NT-SENDER-ID(WS-NT-IDX) TO WS-REF-SENDER.
           MOVE WS-NT-CURRENCY(WS-NT-IDX) TO WS-REF-CURRENCY.

      * Manifeste du fichier d'ordres : toutes les lignes (en-tete et
      * fin de fichier comprises), total des montants des ordres.
       WRITE-TRANSMISSION-MANIFEST.
           COMPUTE WS-MANIFEST-COUNT = WS-INSTR-COUNT + 2.
           OPEN EXTEND TransmissionRegFile.
           IF StatutTransmissionRegFile = "35"
               OPEN OUTPUT TransmissionRegFile
           END-IF.
           MOVE SPACES TO TransmissionRegRecord.
           MOVE WS-PAYINSTR-FILENAME(1:40) TO MF-FILENAME.
           MOVE WS-MANIFEST-COUNT TO MF-RECORD-COUNT.
           MOVE WS-INSTR-TOTAL TO MF-HASH-TOTAL.
           MOVE WS-CURRENT-BATCH-ID TO MF-BATCH-ID.
           MOVE WS-SYS-TIMESTAMP TO MF-TIMESTAMP.
           WRITE TransmissionRegRecord.
           CLOSE TransmissionRegFile.

      * Inscrit au registre chaque net regle par ce run (ordre emis
      * ou net nul) ; les nets deja regles ou sans coordonnees
      * bancaires n'y entrent pas.
       WRITE-SETTLEMENT-REGISTER.
           OPEN EXTEND SettlementRegFile.
           IF StatutSettlementRegFile = "35"
               OPEN OUTPUT SettlementRegFile
           END-IF.
           IF StatutSettlementRegFile NOT = "00"
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND Settlement - registre des "
                   "reglements inaccessible (statut "
                   StatutSettlementRegFile ")."
           ELSE
               PERFORM REGISTER-ONE-NET
                   VARYING WS-NT-IDX FROM 1 BY 1
                   UNTIL WS-NT-IDX > WS-NET-COUNT
               CLOSE SettlementRegFile
           END-IF.

       REGISTER-ONE-NET.
           IF WS-NT-STATE(WS-NT-IDX) = 'P'
                   OR WS-NT-STATE(WS-NT-IDX) = 'E'
                   OR WS-NT-STATE(WS-NT-IDX) = 'N'
               MOVE SPACES TO SettlementRegRecord
               MOVE WS-SETTLE-ID TO ST-SETTLE-ID
               MOVE WS-PERIOD-X TO ST-PERIOD
               MOVE WS-PERIOD-FROM TO ST-PERIOD-FROM
               MOVE WS-PERIOD-TO TO ST-PERIOD-TO
               MOVE WS-NT-SENDER-ID(WS-NT-IDX) TO ST-SENDER-ID
               MOVE WS-NT-CURRENCY(WS-NT-IDX) TO ST-CURRENCY
               MOVE WS-NT-COUNT(WS-NT-IDX) TO ST-TRAN-COUNT
               MOVE WS-NT-NET(WS-NT-IDX) TO ST-NET-AMOUNT
               MOVE WS-NT-STATE(WS-NT-IDX) TO ST-DIRECTION
               MOVE WS-NT-INSTR-SEQ(WS-NT-IDX) TO ST-INSTR-SEQ
               IF WS-NT-STATE(WS-NT-IDX) NOT = 'N'
                   MOVE WS-PAYINSTR-FILENAME(1:30) TO ST-INSTR-FILE
               END-IF
               MOVE WS-CURRENT-BATCH-ID TO ST-BATCH-ID
               MOVE WS-SYS-TIMESTAMP TO ST-TIMESTAMP
               WRITE SettlementRegRecord
               ADD 1 TO WS-REGISTERED-COUNT
           END-IF.

      * Edite un releve par contrepartie (ses nets sont contigus dans
      * la table triee), puis la synthese du reglement.
       PRINT-SETTLEMENT-STATEMENTS.
           PERFORM OPEN-REPORT-SPOOL.
           MOVE 0 TO WS-STMT-SENDER-ID.
           PERFORM PRINT-ONE-NET
               VARYING WS-NT-IDX FROM 1 BY 1
               UNTIL WS-NT-IDX > WS-NET-COUNT.
           PERFORM PRINT-SETTLEMENT-SUMMARY.
           PERFORM CLOSE-REPORT-SPOOL.

      * Un net : en-tete du releve au changement de contrepartie,
      * ventilation par type, puis ligne nette avec le sort de l'ordre.
       PRINT-ONE-NET.
           IF WS-NT-SENDER-ID(WS-NT-IDX) NOT = WS-STMT-SENDER-ID
               PERFORM PRINT-STATEMENT-HEADER
           END-IF.
           PERFORM PRINT-ONE-TYPE-LINE
               VARYING WS-TY-IDX FROM 1 BY 1
               UNTIL WS-TY-IDX > WS-TYPE-COUNT.
           MOVE WS-NT-COUNT(WS-NT-IDX) TO WS-EDIT-COUNT.
           MOVE WS-NT-NET(WS-NT-IDX) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-NT-CURRENCY(WS-NT-IDX) TO WS-SPOOL-LINE(1:3).
           MOVE "NET" TO WS-SPOOL-LINE(7:3).
           MOVE WS-EDIT-COUNT TO WS-SPOOL-LINE(12:7).
           MOVE WS-EDIT-AMOUNT TO WS-SPOOL-LINE(20:16).
           MOVE 37 TO WS-LINE-PTR.
           PERFORM BUILD-REFERENCE.
           MOVE WS-NT-INSTR-SEQ(WS-NT-IDX) TO WS-EDIT-SEQ.
           EVALUATE WS-NT-STATE(WS-NT-IDX)
           WHEN 'P'
               STRING "  => VIREMENT EN VOTRE FAVEUR, ordre "
                           DELIMITED BY SIZE
                       WS-EDIT-SEQ DELIMITED BY SIZE
                       " ref " DELIMITED BY SIZE
                       WS-REFERENCE DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
                   WITH POINTER WS-LINE-PTR
           WHEN 'E'
               STRING "  => PRELEVEMENT SUR VOTRE COMPTE, ordre "
                           DELIMITED BY SIZE
                       WS-EDIT-SEQ DELIMITED BY SIZE
                       " ref " DELIMITED BY SIZE
                       WS-REFERENCE DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
                   WITH POINTER WS-LINE-PTR
           WHEN 'N'
               MOVE "  => NET NUL, aucun mouvement"
                   TO WS-SPOOL-LINE(37:)
           WHEN 'D'
               STRING "  => DEJA REGLE (reglement " DELIMITED BY SIZE
                       WS-NT-PRIOR-ID(WS-NT-IDX) DELIMITED BY SIZE
                       "), non repris" DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
                   WITH POINTER WS-LINE-PTR
           WHEN OTHER
               MOVE "  => NON REGLE : coordonnees bancaires absentes"
                   TO WS-SPOOL-LINE(37:)
           END-EVALUATE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * En-tete du releve d'une contrepartie : raison sociale de sa
      * ligne toutes devises, a defaut de sa premiere ligne.
       PRINT-STATEMENT-HEADER.
           MOVE WS-NT-SENDER-ID(WS-NT-IDX) TO WS-STMT-SENDER-ID.
           MOVE "(contrepartie inconnue)" TO WS-STMT-NAME.
           MOVE 0 TO WS-CT-MATCH.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CPTY-COUNT
               IF WS-CT-SENDER-ID(WS-CT-IDX) = WS-STMT-SENDER-ID
                   IF WS-CT-CURRENCY(WS-CT-IDX) = SPACES
                           OR WS-CT-MATCH = 0
                       MOVE WS-CT-IDX TO WS-CT-MATCH
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CT-MATCH > 0
               MOVE WS-CT-NAME(WS-CT-MATCH) TO WS-STMT-NAME
           END-IF.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "*** RELEVE DE REGLEMENT - CONTREPARTIE "
                       DELIMITED BY SIZE
                   WS-STMT-SENDER-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STMT-NAME DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Periode " DELIMITED BY SIZE
                   WS-PERIOD-X DELIMITED BY SPACE
                   " (" DELIMITED BY SIZE
                   WS-PERIOD-FROM DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-PERIOD-TO DELIMITED BY SIZE
                   ") - reglement " DELIMITED BY SIZE
                   WS-SETTLE-ID DELIMITED BY SIZE
                   " - execution le " DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE "DEV   TYPE  NB TRANS         MONTANT NET"
               TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Une ligne de type du net courant (montants en devise).
       PRINT-ONE-TYPE-LINE.
           IF WS-TY-SENDER-ID(WS-TY-IDX) = WS-NT-SENDER-ID(WS-NT-IDX)
                   AND WS-TY-CURRENCY(WS-TY-IDX)
                       = WS-NT-CURRENCY(WS-NT-IDX)
               MOVE WS-TY-COUNT(WS-TY-IDX) TO WS-EDIT-COUNT
               MOVE WS-TY-AMOUNT(WS-TY-IDX) TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-SPOOL-LINE
               MOVE WS-TY-CURRENCY(WS-TY-IDX) TO WS-SPOOL-LINE(1:3)
               IF WS-TY-TYPE(WS-TY-IDX) = SPACES
                   MOVE "---" TO WS-SPOOL-LINE(7:3)
               ELSE
                   MOVE WS-TY-TYPE(WS-TY-IDX) TO WS-SPOOL-LINE(7:3)
               END-IF
               MOVE WS-EDIT-COUNT TO WS-SPOOL-LINE(12:7)
               MOVE WS-EDIT-AMOUNT TO WS-SPOOL-LINE(20:16)
               PERFORM PRINT-REPORT-LINE
           END-IF.

      * Synthese du reglement : ordres emis, nets nuls, nets deja
      * regles, nets non regles faute de coordonnees, transactions
      * sans expediteur.
       PRINT-SETTLEMENT-SUMMARY.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "*** SYNTHESE DU REGLEMENT " DELIMITED BY SIZE
                   WS-SETTLE-ID DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           IF WS-INSTR-COUNT > 0
               MOVE WS-INSTR-COUNT TO WS-EDIT-SEQ
               MOVE WS-INSTR-TOTAL TO WS-EDIT-AMOUNT
               STRING "Ordres de paiement emis . . . . . : "
                           DELIMITED BY SIZE
                       WS-EDIT-SEQ DELIMITED BY SIZE
                       ", total " DELIMITED BY SIZE
                       WS-EDIT-AMOUNT DELIMITED BY SIZE
                       " - fichier " DELIMITED BY SIZE
                       WS-PAYINSTR-FILENAME DELIMITED BY SPACE
                   INTO WS-SPOOL-LINE
           ELSE
               MOVE "Ordres de paiement emis . . . . . : aucun"
                   TO WS-SPOOL-LINE
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-INSTR-PAY-COUNT TO WS-EDIT-SEQ.
           STRING "  dont virements emis . . . . . . : "
                       DELIMITED BY SIZE
                   WS-EDIT-SEQ DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-INSTR-COLLECT-COUNT TO WS-EDIT-SEQ.
           STRING "  dont prelevements . . . . . . . : "
                       DELIMITED BY SIZE
                   WS-EDIT-SEQ DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-ZERO-NET-COUNT TO WS-EDIT-SEQ.
           STRING "Nets nuls (regles sans ordre) . . : "
                       DELIMITED BY SIZE
                   WS-EDIT-SEQ DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-ALREADY-COUNT TO WS-EDIT-SEQ.
           STRING "Nets deja regles (non repris) . . : "
                       DELIMITED BY SIZE
                   WS-EDIT-SEQ DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-MISSING-BANK-COUNT > 0
               MOVE SPACES TO WS-SPOOL-LINE
               MOVE WS-MISSING-BANK-COUNT TO WS-EDIT-SEQ
               STRING "*** Nets NON REGLES, coordonnees bancaires "
                           DELIMITED BY SIZE
                       "absentes : " DELIMITED BY SIZE
                       WS-EDIT-SEQ DELIMITED BY SIZE
                       " - completer COUNTERPARTIES.txt et relancer"
                           DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-NO-SENDER-COUNT TO WS-EDIT-COUNT.
           MOVE WS-NO-SENDER-AMOUNT TO WS-EDIT-AMOUNT.
           STRING "Transactions sans expediteur (hors reglement) : "
                       DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   ", montant EUR " DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Alertes d'exploitation du run : nets non regles faute de
      * coordonnees bancaires, ordres emis pour la tresorerie.
       SIGNAL-RUN-ALERTS.
           IF WS-MISSING-BANK-COUNT > 0
                   AND FileStatusReturnCode = 6
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "reglement " DELIMITED BY SIZE
                       WS-PERIOD-X DELIMITED BY SPACE
                       " : contrepartie(s) sans coordonnees bancaires"
                           DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF WS-INSTR-COUNT > 0 AND FileStatusReturnCode < 7
               MOVE 'I' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "ordres de paiement a remettre : " DELIMITED
                           BY SIZE
                       WS-PAYINSTR-FILENAME DELIMITED BY SPACE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.

      * Ouvre le fichier de spool date du rapport et emet l'en-tete.
       OPEN-REPORT-SPOOL.
           MOVE SPACES TO WS-SPOOL-FILENAME.
           STRING "RAPPORT-Settlement-" DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SPOOL-FILENAME.
           OPEN OUTPUT SpoolFile.
           IF StatutSpoolFile = "00"
               MOVE 'Y' TO WS-SPOOL-OPEN
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** Settlement - JOURNEE " DELIMITED BY SIZE
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
           STRING "*** REGLEMENT NET PAR CONTREPARTIE - PERIODE "
                       DELIMITED BY SIZE
                   WS-PERIOD-X DELIMITED BY SPACE
                   " (" DELIMITED BY SIZE
                   WS-PERIOD-FROM DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-PERIOD-TO DELIMITED BY SIZE
                   ") ***" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Montants en devise d'origine ; positif = du par "
                       DELIMITED BY SIZE
                   "la contrepartie, negatif = du a la contrepartie"
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
           MOVE WS-TRAN-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Transactions relues : " DELIMITED BY SIZE
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
               MOVE "Settlement" TO SX-PROGRAM
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
           MOVE "Settlement"        TO AL-PROGRAM.
           MOVE WS-SYS-TIMESTAMP    TO AL-TIMESTAMP.
           MOVE WS-ALERT-SEVERITY   TO AL-SEVERITY.
           MOVE WS-ALERT-MESSAGE    TO AL-MESSAGE.
           MOVE WS-PROC-DATE        TO AL-PROC-DATE.
           WRITE OpsAlertRecord.
           CLOSE OpsAlertFile.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb de
      * transactions relues, et en note la periode et le reglement.
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "Settlement"            TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP        TO AUD-TIMESTAMP
           MOVE StatutMonthlyMasterFile TO AUD-FILE-STATUS
           MOVE WS-TRAN-READ            TO AUD-RECORD-COUNT
           MOVE WS-PROC-DATE            TO AUD-PROC-DATE
           MOVE WS-CURRENT-BATCH-ID     TO AUD-BATCH-ID
           STRING "PER " DELIMITED BY SIZE
                   WS-PERIOD-X DELIMITED BY SPACE
                   " RGL " DELIMITED BY SIZE
                   WS-SETTLE-ID DELIMITED BY SIZE
               INTO AUD-NOTE
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
