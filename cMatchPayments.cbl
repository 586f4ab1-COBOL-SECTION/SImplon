      * entrent comme postes ouverts, puis le flux entrant des
      * reglements (PAYMENTS_FEED.txt, gisement PAYMTREC) est apparie
      * par identifiant de transaction - reglement total (poste
      * solde), partiel, ou sans facture correspondante (signale et
      * mis en suspens dans UNAPPLIED_CASH.txt, gisement SUSPREC,
      * pour affectation manuelle par cAllocateUnappliedCash.cbl).
      * La balance agee est editee separement par cAgingReport.cbl.
      * Chaque nouveau poste recoit sa date d'echeance d'apres les
      * conditions de paiement en vigueur a la date de traitement :
      * celles du type de transaction (TRANTYPES.txt) quand il en
      * porte, sinon celles du compte (ACCOUNTS.txt), sinon payable
      * comptant (echeance = date de la transaction).
       FILE-CONTROL.
      * Fichier maitre du jour (nom construit sur la date de
      * traitement BATCH_DATE et le cycle BATCH_CYCLE, comme le
       SELECT OpenItemFile ASSIGN TO "OPENITEMS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpenItemFile.
      * Fichier permanent des encaissements non affectes (suspens).
       SELECT SuspenseFile ASSIGN TO "UNAPPLIED_CASH.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSuspenseFile.
      * Tables de reference datees : conditions de paiement des
      * comptes et des types de transaction.
       SELECT AccountFile ASSIGN TO "ACCOUNTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAccountFile.
       SELECT TranTypeFile ASSIGN TO "TRANTYPES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutTranTypeFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpsAlertFile.

      * Registre des scelles des fichiers permanents (voir
      * copybooks/SEALREC.cpy), et relecture du fichier scelle pour
      * en recalculer le scelle.
       SELECT SealSourceFile ASSIGN TO DYNAMIC WS-SEAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSealSourceFile.
       SELECT SealRegisterFile ASSIGN TO "SEALS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSealRegisterFile.

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.

      * copybooks/OPENITEMREC.cpy).
               COPY OPENITEMREC.

           FD  SuspenseFile.
           01  SuspenseRecord.
      * Gisement du suspens (voir copybooks/SUSPREC.cpy).
               COPY SUSPREC.

           FD  AccountFile.
           01  AccountRecord.
      * Gisement de la table des comptes (voir
      * copybooks/ACCTREC.cpy).
               COPY ACCTREC.

           FD  TranTypeFile.
           01  TranTypeRecord.
      * Gisement de la table des types de transaction (voir
      * copybooks/TRANTYPREC.cpy).
               COPY TRANTYPREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.
           01  OpsAlertRecord.
               COPY ALERTREC.

      * Ligne brute du fichier scelle (250 octets couvrent le plus
      * long des gisements scelles).
           FD  SealSourceFile.
           01  SealSourceRecord PIC X(250).

           FD  SealRegisterFile.
           01  SealRegisterRecord.
      * Gisement du registre des scelles (voir copybooks/SEALREC.cpy).
               COPY SEALREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutMasterFile PIC X(2) VALUE '00'.
           01  StatutPaymentFeedFile PIC X(2) VALUE '00'.
           01  StatutOpenItemFile PIC X(2) VALUE '00'.
           01  StatutSuspenseFile PIC X(2) VALUE '00'.
           01  StatutAccountFile PIC X(2) VALUE '00'.
           01  StatutTranTypeFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
           01  WS-MASTER-FILENAME PIC X(100) VALUE SPACES.
                   10  WS-IT-PAID      PIC S9(9)V99.
                   10  WS-IT-STATUS    PIC X(1).
                   10  WS-IT-LAST-PAY  PIC 9(8).
                   10  WS-IT-ACCOUNT   PIC X(5).
                   10  WS-IT-TYPE      PIC X(3).
                   10  WS-IT-CURRENCY  PIC X(3).
                   10  WS-IT-FX-AMOUNT PIC S9(9)V99.
                   10  WS-IT-DUE-DATE  PIC 9(8).
           01  WS-IT-IDX PIC 9(5) COMP VALUE 0.
           01  WS-IT-FOUND PIC X(1) VALUE 'N'.
      * Conditions de paiement en vigueur a la date de traitement :
      * comptes et types qui en portent (delai a blanc = pas de
      * conditions propres).
           01  WS-TERMS-EOF PIC X(1) VALUE 'N'.
           01  WS-ACCT-TERMS-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-ACCT-TERMS-TABLE.
               05  WS-ACCT-TERMS-ENTRY OCCURS 500 TIMES.
                   10  WS-AT-ID        PIC X(5).
                   10  WS-AT-DAYS      PIC 9(3).
                   10  WS-AT-EOM       PIC X(1).
           01  WS-TYPE-TERMS-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-TYPE-TERMS-TABLE.
               05  WS-TYPE-TERMS-ENTRY OCCURS 500 TIMES.
                   10  WS-TY-CODE      PIC X(3).
                   10  WS-TY-DAYS      PIC 9(3).
                   10  WS-TY-EOM       PIC X(1).
           01  WS-TERMS-IDX PIC 9(3) COMP VALUE 0.
           01  WS-TERMS-FOUND PIC X(1) VALUE 'N'.
      * Calcul de l'echeance d'un nouveau poste.
           01  WS-TERMS-DAYS PIC 9(3) VALUE 0.
           01  WS-TERMS-EOM PIC X(1) VALUE 'N'.
           01  WS-DUE-DATE PIC 9(8) VALUE 0.
           01  WS-DUE-DATE-X REDEFINES WS-DUE-DATE.
               05 WS-DUE-YYYY    PIC 9(4).
               05 WS-DUE-MM      PIC 9(2).
               05 WS-DUE-DD      PIC 9(2).
           01  WS-DUE-INT PIC 9(7) VALUE 0.
      * Bilan du run : postes crees depuis le maitre, reglements
      * apparies (soldes/partiels) et sans facture correspondante.
           01  WS-ITEMS-ADDED PIC 9(7) VALUE 0.
           01  WS-PAYMENTS-MATCHED PIC 9(7) VALUE 0.
           01  WS-PAYMENTS-UNMATCHED PIC 9(7) VALUE 0.
           01  WS-ITEMS-SETTLED PIC 9(7) VALUE 0.
      * Reglements sans facture du run, mis en suspens une fois les
      * postes ouverts reecrits ; la numerotation des entrees
      * poursuit celle du fichier de suspens.
           01  WS-LAST-SUSPENSE-ID PIC 9(7) VALUE 0.
           01  WS-SUSP-COUNT PIC 9(5) COMP VALUE 0.
           01  WS-SUSP-TABLE.
               05  WS-SUSP-ENTRY OCCURS 2000 TIMES.
                   10  WS-SP-PAY-DATE  PIC 9(8).
                   10  WS-SP-TRAN-ID   PIC 9(7).
                   10  WS-SP-AMOUNT    PIC S9(9)V99.
                   10  WS-SP-REFERENCE PIC X(20).
           01  WS-SP-IDX PIC 9(5) COMP VALUE 0.
           01  WS-SUSPENSE-TOTAL PIC S9(11)V99 VALUE 0.
      * Sources absentes ce run : quand NI le maitre du jour NI le
      * flux des reglements n'existent, le run rend 2 (rien a faire
      * faute d'entrees) au lieu de 4.
      *   8 = erreur d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

      * Scelle du fichier permanent reecrit (voir
      * copybooks/SEALREC.cpy) : scelle courant releve au registre,
      * controle du contenu avant la reecriture (une modification
      * faite hors programme ne doit pas etre blanchie par le nouveau
      * scelle : il n'est alors pas renouvele, et cOpenBatch bloquera
      * le batch jusqu'au rescellement superviseur), puis scelle
      * recalcule apres la reecriture.
           01  StatutSealSourceFile PIC X(2) VALUE '00'.
           01  StatutSealRegisterFile PIC X(2) VALUE '00'.
           01  WS-SEAL-FILENAME PIC X(40) VALUE SPACES.
           01  WS-SEAL-KNOWN PIC X(1) VALUE 'N'.
           01  WS-SEAL-REG-COUNT PIC 9(9) VALUE 0.
           01  WS-SEAL-REG-HASH PIC 9(10) VALUE 0.
           01  WS-SEAL-INTACT PIC X(1) VALUE 'N'.
           01  WS-SEAL-COUNT PIC 9(9) VALUE 0.
           01  WS-SEAL-HASH PIC 9(10) VALUE 0.
           01  WS-SEAL-LEN PIC 9(3) VALUE 0.
           01  WS-SEAL-POS PIC 9(3) VALUE 0.
           01  WS-SEAL-EOF PIC X(1) VALUE 'N'.

      * !!!! COMMANDE D'EXUCUTIONS DU PROGRAMME:
       PROCEDURE DIVISION.

           END-ACCEPT.

           PERFORM LOAD-OPEN-ITEMS.
           PERFORM LOAD-SUSPENSE-LAST-ID.
           PERFORM LOAD-PAYMENT-TERMS.
           PERFORM ADD-MASTER-ITEMS.
           PERFORM APPLY-PAYMENTS.
           IF FileStatusReturnCode = 0 OR FileStatusReturnCode = 4
               PERFORM REWRITE-OPEN-ITEMS
               PERFORM WRITE-SUSPENSE-ENTRIES
           END-IF.

           DISPLAY "Postes ouverts en fichier  . . : " WS-ITEM-COUNT.
               WS-PAYMENTS-MATCHED.
           DISPLAY "Reglements sans facture  . . . : "
               WS-PAYMENTS-UNMATCHED.
           DISPLAY "  dont mis en suspens  . . . . : " WS-SUSP-COUNT.
           DISPLAY "Postes soldes ce run . . . . . : "
               WS-ITEMS-SETTLED.

           STOP RUN.

      * Alertes d'exploitation du run : un reglement sans facture
      * correspondante, mis en suspens, est a affecter par le
      * recouvrement.
       SIGNAL-RUN-ALERTS.
           IF WS-PAYMENTS-UNMATCHED > 0
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-PAYMENTS-UNMATCHED DELIMITED BY SIZE
                       " reglement(s) sans facture mis en suspens"
                           DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
                                   TO WS-IT-STATUS(WS-ITEM-COUNT)
                               MOVE OI-LAST-PAY-DATE
                                   TO WS-IT-LAST-PAY(WS-ITEM-COUNT)
                               MOVE OI-ACCOUNT-ID
                                   TO WS-IT-ACCOUNT(WS-ITEM-COUNT)
                               MOVE OI-TRAN-TYPE
                                   TO WS-IT-TYPE(WS-ITEM-COUNT)
                               IF OI-FX-AMOUNT IS NUMERIC
                                   MOVE OI-CURRENCY
                                       TO WS-IT-CURRENCY(WS-ITEM-COUNT)
                                   MOVE OI-FX-AMOUNT
                                       TO WS-IT-FX-AMOUNT(WS-ITEM-COUNT)
                               ELSE
                                   MOVE SPACES
                                       TO WS-IT-CURRENCY(WS-ITEM-COUNT)
                                   MOVE 0
                                       TO WS-IT-FX-AMOUNT(WS-ITEM-COUNT)
                               END-IF
                               IF OI-DUE-DATE IS NUMERIC
                                   MOVE OI-DUE-DATE
                                       TO WS-IT-DUE-DATE(WS-ITEM-COUNT)
                               ELSE
                                   MOVE 0
                                       TO WS-IT-DUE-DATE(WS-ITEM-COUNT)
                               END-IF
                           ELSE
                               DISPLAY "*** ATTENTION : table des "
                                   "postes ouverts pleine ("
                   StatutOpenItemFile ")."
           END-EVALUATE.

      * Releve le dernier numero d'entree du fichier de suspens
      * (fichier absent : numerotation a partir de 1).
       LOAD-SUSPENSE-LAST-ID.
           MOVE 0 TO WS-LAST-SUSPENSE-ID.
           OPEN INPUT SuspenseFile.
           EVALUATE StatutSuspenseFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ SuspenseFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF SU-SUSPENSE-ID IS NUMERIC
                                   AND SU-SUSPENSE-ID
                                       > WS-LAST-SUSPENSE-ID
                               MOVE SU-SUSPENSE-ID
                                   TO WS-LAST-SUSPENSE-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SuspenseFile
           WHEN "35"
               CONTINUE
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND MatchPayments - erreur d'E/S "
                   "irrecuperable sur UNAPPLIED_CASH.txt (statut "
                   StatutSuspenseFile ")."
           END-EVALUATE.

      * Entre les transactions du maitre du jour comme postes
      * ouverts ; une transaction deja en fichier (relance du meme
      * jour) n'est pas dupliquee.
                   MOVE 0 TO WS-IT-PAID(WS-ITEM-COUNT)
                   MOVE 'O' TO WS-IT-STATUS(WS-ITEM-COUNT)
                   MOVE 0 TO WS-IT-LAST-PAY(WS-ITEM-COUNT)
                   MOVE MASTER-ACCOUNT-ID
                       TO WS-IT-ACCOUNT(WS-ITEM-COUNT)
                   MOVE MASTER-TRAN-TYPE
                       TO WS-IT-TYPE(WS-ITEM-COUNT)
                   MOVE MASTER-ORIG-CURRENCY
                       TO WS-IT-CURRENCY(WS-ITEM-COUNT)
                   MOVE MASTER-ORIG-AMOUNT
                       TO WS-IT-FX-AMOUNT(WS-ITEM-COUNT)
                   PERFORM COMPUTE-DUE-DATE
                   MOVE WS-DUE-DATE
                       TO WS-IT-DUE-DATE(WS-ITEM-COUNT)
                   ADD 1 TO WS-ITEMS-ADDED
               ELSE
                   DISPLAY "*** ATTENTION : table des postes ouverts "
               END-IF
           END-IF.

      * Charge les conditions de paiement en vigueur a la date de
      * traitement. Une table absente n'arrete pas l'appariement :
      * les nouveaux postes sont alors payables comptant.
       LOAD-PAYMENT-TERMS.
           MOVE 0 TO WS-ACCT-TERMS-COUNT.
           MOVE 0 TO WS-TYPE-TERMS-COUNT.
           OPEN INPUT AccountFile.
           IF StatutAccountFile = "00"
               MOVE 'N' TO WS-TERMS-EOF
               PERFORM UNTIL WS-TERMS-EOF = 'Y'
                   READ AccountFile
                       AT END
                           MOVE 'Y' TO WS-TERMS-EOF
                       NOT AT END
                           IF ACC-STATUS NOT = 'R'
                                   AND ACC-ID NOT = SPACES
                                   AND ACC-PAY-DAYS IS NUMERIC
                                   AND (ACC-VALID-FROM = SPACES
                                   OR ACC-VALID-FROM <= WS-PROC-DATE)
                                   AND (ACC-VALID-TO = SPACES
                                   OR ACC-VALID-TO >= WS-PROC-DATE)
                               PERFORM KEEP-ONE-ACCOUNT-TERMS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AccountFile
           ELSE
               DISPLAY "ACCOUNTS.txt indisponible (statut "
                   StatutAccountFile ") - conditions des comptes "
                   "ignorees."
           END-IF.
           OPEN INPUT TranTypeFile.
           IF StatutTranTypeFile = "00"
               MOVE 'N' TO WS-TERMS-EOF
               PERFORM UNTIL WS-TERMS-EOF = 'Y'
                   READ TranTypeFile
                       AT END
                           MOVE 'Y' TO WS-TERMS-EOF
                       NOT AT END
                           IF TT-STATUS NOT = 'R'
                                   AND TT-CODE NOT = SPACES
                                   AND TT-PAY-DAYS IS NUMERIC
                                   AND (TT-VALID-FROM = SPACES
                                   OR TT-VALID-FROM <= WS-PROC-DATE)
                                   AND (TT-VALID-TO = SPACES
                                   OR TT-VALID-TO >= WS-PROC-DATE)
                               PERFORM KEEP-ONE-TYPE-TERMS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TranTypeFile
           ELSE
               DISPLAY "TRANTYPES.txt indisponible (statut "
                   StatutTranTypeFile ") - conditions des types "
                   "ignorees."
           END-IF.

       KEEP-ONE-ACCOUNT-TERMS.
           IF WS-ACCT-TERMS-COUNT < 500
               ADD 1 TO WS-ACCT-TERMS-COUNT
               MOVE ACC-ID TO WS-AT-ID(WS-ACCT-TERMS-COUNT)
               MOVE ACC-PAY-DAYS TO WS-AT-DAYS(WS-ACCT-TERMS-COUNT)
               MOVE ACC-PAY-EOM TO WS-AT-EOM(WS-ACCT-TERMS-COUNT)
           ELSE
               DISPLAY "*** ATTENTION : table des conditions des "
                   "comptes pleine - compte " ACC-ID " ignore."
           END-IF.

       KEEP-ONE-TYPE-TERMS.
           IF WS-TYPE-TERMS-COUNT < 500
               ADD 1 TO WS-TYPE-TERMS-COUNT
               MOVE TT-CODE TO WS-TY-CODE(WS-TYPE-TERMS-COUNT)
               MOVE TT-PAY-DAYS TO WS-TY-DAYS(WS-TYPE-TERMS-COUNT)
               MOVE TT-PAY-EOM TO WS-TY-EOM(WS-TYPE-TERMS-COUNT)
           ELSE
               DISPLAY "*** ATTENTION : table des conditions des "
                   "types pleine - type " TT-CODE " ignore."
           END-IF.

      * Echeance du poste en cours de creation (WS-ITEM-COUNT) :
      * conditions du type, a defaut du compte, a defaut comptant ;
      * date de transaction plus le delai, reportee au dernier jour
      * du mois atteint pour une condition "fin de mois". Une date
      * de transaction invalide est reprise telle quelle.
       COMPUTE-DUE-DATE.
           MOVE 0 TO WS-TERMS-DAYS.
           MOVE 'N' TO WS-TERMS-EOM.
           MOVE 'N' TO WS-TERMS-FOUND.
           PERFORM VARYING WS-TERMS-IDX FROM 1 BY 1
                   UNTIL WS-TERMS-IDX > WS-TYPE-TERMS-COUNT
                       OR WS-TERMS-FOUND = 'Y'
               IF WS-TY-CODE(WS-TERMS-IDX)
                       = WS-IT-TYPE(WS-ITEM-COUNT)
                   MOVE 'Y' TO WS-TERMS-FOUND
                   MOVE WS-TY-DAYS(WS-TERMS-IDX) TO WS-TERMS-DAYS
                   MOVE WS-TY-EOM(WS-TERMS-IDX) TO WS-TERMS-EOM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-TERMS-IDX FROM 1 BY 1
                   UNTIL WS-TERMS-IDX > WS-ACCT-TERMS-COUNT
                       OR WS-TERMS-FOUND = 'Y'
               IF WS-AT-ID(WS-TERMS-IDX)
                       = WS-IT-ACCOUNT(WS-ITEM-COUNT)
                   MOVE 'Y' TO WS-TERMS-FOUND
                   MOVE WS-AT-DAYS(WS-TERMS-IDX) TO WS-TERMS-DAYS
                   MOVE WS-AT-EOM(WS-TERMS-IDX) TO WS-TERMS-EOM
               END-IF
           END-PERFORM.
           MOVE WS-IT-TRAN-DATE(WS-ITEM-COUNT) TO WS-DUE-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-DATE) = 0
               COMPUTE WS-DUE-INT
                   = FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
                       + WS-TERMS-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                   TO WS-DUE-DATE
               IF WS-TERMS-EOM = 'Y'
                   MOVE 1 TO WS-DUE-DD
                   IF WS-DUE-MM = 12
                       MOVE 1 TO WS-DUE-MM
                       ADD 1 TO WS-DUE-YYYY
                   ELSE
                       ADD 1 TO WS-DUE-MM
                   END-IF
                   COMPUTE WS-DUE-INT
                       = FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) - 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                       TO WS-DUE-DATE
               END-IF
           END-IF.

      * Cherche la transaction du maitre courante parmi les postes.
       FIND-ITEM-BY-TRAN-ID.
           MOVE 'N' TO WS-IT-FOUND.

      * Apparie un reglement : cumul sur le poste vise, etat recalcule
      * (solde quand le cumul atteint le montant facture, partiel
      * sinon). Un reglement sans poste est signale et retenu pour
      * le suspens, pas perdu en silence.
       APPLY-ONE-PAYMENT.
           MOVE 'N' TO WS-IT-FOUND.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
               ADD 1 TO WS-PAYMENTS-UNMATCHED
               DISPLAY "*** ATTENTION : reglement du " PAY-DATE
                   " (TRAN-ID " PAY-TRAN-ID ", montant " PAY-AMOUNT
                   ") sans facture correspondante - mis en suspens."
               PERFORM KEEP-ONE-SUSPENSE
           END-IF.

      * Retient un reglement sans facture pour le suspens.
       KEEP-ONE-SUSPENSE.
           IF WS-SUSP-COUNT < 2000
               ADD 1 TO WS-SUSP-COUNT
               MOVE PAY-DATE TO WS-SP-PAY-DATE(WS-SUSP-COUNT)
               IF PAY-TRAN-ID IS NUMERIC
                   MOVE PAY-TRAN-ID TO WS-SP-TRAN-ID(WS-SUSP-COUNT)
               ELSE
                   MOVE 0 TO WS-SP-TRAN-ID(WS-SUSP-COUNT)
               END-IF
               MOVE PAY-AMOUNT TO WS-SP-AMOUNT(WS-SUSP-COUNT)
               MOVE PAY-REFERENCE TO WS-SP-REFERENCE(WS-SUSP-COUNT)
           ELSE
               DISPLAY "*** ATTENTION : table du suspens pleine "
                   "(2000) - reglement du " PAY-DATE " reference "
                   PAY-REFERENCE " a reprendre a la main."
           END-IF.

      * Reecrit le fichier permanent des postes ouverts a partir de
      * la table mise a jour. Le scelle du fichier est controle avant
      * et renouvele apres la reecriture.
       REWRITE-OPEN-ITEMS.
           MOVE "OPENITEMS.txt" TO WS-SEAL-FILENAME.
           PERFORM CHECK-PRIOR-SEAL.
           OPEN OUTPUT OpenItemFile.
           PERFORM WRITE-ONE-OPEN-ITEM
               VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-ITEM-COUNT.
           CLOSE OpenItemFile.
           PERFORM RECORD-FILE-SEAL.

       WRITE-ONE-OPEN-ITEM.
           MOVE SPACES TO OpenItemRecord.
           MOVE WS-IT-PAID(WS-IT-IDX) TO OI-PAID-AMOUNT.
           MOVE WS-IT-STATUS(WS-IT-IDX) TO OI-STATUS.
           MOVE WS-IT-LAST-PAY(WS-IT-IDX) TO OI-LAST-PAY-DATE.
           MOVE WS-IT-ACCOUNT(WS-IT-IDX) TO OI-ACCOUNT-ID.
           MOVE WS-IT-TYPE(WS-IT-IDX) TO OI-TRAN-TYPE.
           MOVE WS-IT-CURRENCY(WS-IT-IDX) TO OI-CURRENCY.
           MOVE WS-IT-FX-AMOUNT(WS-IT-IDX) TO OI-FX-AMOUNT.
           MOVE WS-IT-DUE-DATE(WS-IT-IDX) TO OI-DUE-DATE.
           WRITE OpenItemRecord.

      * Ajoute les reglements sans facture du run au fichier
      * permanent des encaissements non affectes.
       WRITE-SUSPENSE-ENTRIES.
           IF WS-SUSP-COUNT > 0
               OPEN EXTEND SuspenseFile
               IF StatutSuspenseFile = "35"
                   OPEN OUTPUT SuspenseFile
               END-IF
               PERFORM WRITE-ONE-SUSPENSE
                   VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SUSP-COUNT
               CLOSE SuspenseFile
               DISPLAY "Montant mis en suspens . . . . : "
                   WS-SUSPENSE-TOTAL
           END-IF.

       WRITE-ONE-SUSPENSE.
           ADD 1 TO WS-LAST-SUSPENSE-ID.
           MOVE SPACES TO SuspenseRecord.
           MOVE WS-LAST-SUSPENSE-ID TO SU-SUSPENSE-ID.
           MOVE WS-SP-PAY-DATE(WS-SP-IDX) TO SU-PAY-DATE.
           MOVE WS-SP-TRAN-ID(WS-SP-IDX) TO SU-PAY-TRAN-ID.
           MOVE WS-SP-AMOUNT(WS-SP-IDX) TO SU-AMOUNT.
           MOVE 0 TO SU-ALLOCATED.
           MOVE WS-SP-REFERENCE(WS-SP-IDX) TO SU-REFERENCE.
           MOVE SPACE TO SU-STATUS.
           MOVE WS-PROC-DATE TO SU-ENTRY-DATE.
           MOVE 0 TO SU-LAST-ALLOC-DATE.
           WRITE SuspenseRecord.
           ADD WS-SP-AMOUNT(WS-SP-IDX) TO WS-SUSPENSE-TOTAL.

      * Releve le scelle courant de WS-SEAL-FILENAME (derniere ligne
      * du registre pour ce fichier) et controle, avant la
      * reecriture, que le contenu actuel lui correspond encore.
      * Fichier jamais scelle : intact seulement s'il n'existe pas
      * encore.
       CHECK-PRIOR-SEAL.
           MOVE 'N' TO WS-SEAL-KNOWN.
           MOVE 0 TO WS-SEAL-REG-COUNT.
           MOVE 0 TO WS-SEAL-REG-HASH.
           OPEN INPUT SealRegisterFile.
           IF StatutSealRegisterFile = "00"
               MOVE 'N' TO WS-SEAL-EOF
               PERFORM UNTIL WS-SEAL-EOF = 'Y'
                   READ SealRegisterFile
                       AT END
                           MOVE 'Y' TO WS-SEAL-EOF
                       NOT AT END
                           IF SG-FILENAME = WS-SEAL-FILENAME
                               MOVE 'Y' TO WS-SEAL-KNOWN
                               MOVE SG-RECORD-COUNT
                                   TO WS-SEAL-REG-COUNT
                               MOVE SG-HASH TO WS-SEAL-REG-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SealRegisterFile
           END-IF.
           PERFORM COMPUTE-FILE-SEAL.
           MOVE 'N' TO WS-SEAL-INTACT.
           IF WS-SEAL-KNOWN = 'Y'
               IF WS-SEAL-COUNT = WS-SEAL-REG-COUNT
                       AND WS-SEAL-HASH = WS-SEAL-REG-HASH
                   MOVE 'Y' TO WS-SEAL-INTACT
               END-IF
           ELSE
               IF StatutSealSourceFile = "35"
                   MOVE 'Y' TO WS-SEAL-INTACT
               END-IF
           END-IF.

      * Recalcule le scelle de WS-SEAL-FILENAME : nombre de lignes et
      * empreinte du contenu (fichier absent : 0 et 0).
       COMPUTE-FILE-SEAL.
           MOVE 0 TO WS-SEAL-COUNT.
           MOVE 0 TO WS-SEAL-HASH.
           OPEN INPUT SealSourceFile.
           IF StatutSealSourceFile = "00"
               MOVE 'N' TO WS-SEAL-EOF
               PERFORM UNTIL WS-SEAL-EOF = 'Y'
                   READ SealSourceFile
                       AT END
                           MOVE 'Y' TO WS-SEAL-EOF
                       NOT AT END
                           PERFORM HASH-ONE-SEAL-LINE
                   END-READ
               END-PERFORM
               CLOSE SealSourceFile
           END-IF.

      * Ajoute une ligne a l'empreinte : chaque caractere jusqu'au
      * dernier non blanc, puis la fin de ligne.
       HASH-ONE-SEAL-LINE.
           ADD 1 TO WS-SEAL-COUNT.
           MOVE 0 TO WS-SEAL-LEN.
           PERFORM VARYING WS-SEAL-POS FROM 1 BY 1
                   UNTIL WS-SEAL-POS > 250
               IF SealSourceRecord(WS-SEAL-POS:1) NOT = SPACE
                   MOVE WS-SEAL-POS TO WS-SEAL-LEN
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SEAL-POS FROM 1 BY 1
                   UNTIL WS-SEAL-POS > WS-SEAL-LEN
               COMPUTE WS-SEAL-HASH = FUNCTION MOD(WS-SEAL-HASH * 31
                   + FUNCTION ORD(SealSourceRecord(WS-SEAL-POS:1)),
                   999999937)
           END-PERFORM.
           COMPUTE WS-SEAL-HASH = FUNCTION MOD(WS-SEAL-HASH * 31 + 10,
               999999937).

      * Apres la reecriture : pose le nouveau scelle au registre si le
      * contenu etait intact avant, sinon laisse le scelle rompu en
      * l'etat pour que cOpenBatch bloque le prochain batch.
       RECORD-FILE-SEAL.
           IF WS-SEAL-INTACT = 'Y'
               PERFORM COMPUTE-FILE-SEAL
               OPEN EXTEND SealRegisterFile
               IF StatutSealRegisterFile = "35"
                   OPEN OUTPUT SealRegisterFile
               END-IF
               MOVE SPACES TO SealRegisterRecord
               MOVE WS-SEAL-FILENAME     TO SG-FILENAME
               MOVE WS-SEAL-COUNT        TO SG-RECORD-COUNT
               MOVE WS-SEAL-HASH         TO SG-HASH
               MOVE WS-SYS-TIMESTAMP     TO SG-TIMESTAMP
               MOVE "MatchPayments"      TO SG-PROGRAM
               MOVE 'P'                  TO SG-KIND
               WRITE SealRegisterRecord
               CLOSE SealRegisterFile
           ELSE
               DISPLAY "*** Scelle de " FUNCTION TRIM(WS-SEAL-FILENAME)
                   " non renouvele : contenu modifie hors programme "
                   "avant cette ecriture (rescellement superviseur "
                   "requis, cResealFiles)."
           END-IF.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb enreg.
       WRITE-AUDIT-TRAIL.
