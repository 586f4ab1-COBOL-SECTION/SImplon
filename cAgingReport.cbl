      * ce qui restait du et depuis quand. Ce programme lit le fichier
      * permanent des postes ouverts (OPENITEMS.txt, entretenu par
      * cMatchPayments.cbl) et edite les postes non soldes ventiles
      * par retard contre la date de traitement : non echus, echus
      * depuis 0-30 jours, 31-60, 61-90 et plus de 90 jours, avec le
      * nombre de postes et le restant du par tranche. Le retard se
      * mesure depuis la date d'echeance du poste (OI-DUE-DATE, posee
      * d'apres les conditions de paiement) ; un poste anterieur a
      * son introduction est mesure depuis sa date de transaction.
      * Les encaissements non affectes (UNAPPLIED_CASH.txt, mis en
      * suspens par cMatchPayments et repartis par
      * cAllocateUnappliedCash) figurent dans les totaux : restant en
      * suspens et restant du net du suspens.
       FILE-CONTROL.
       SELECT OpenItemFile ASSIGN TO "OPENITEMS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpenItemFile.
      * Fichier permanent des encaissements non affectes (suspens).
       SELECT SuspenseFile ASSIGN TO "UNAPPLIED_CASH.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSuspenseFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
      * copybooks/OPENITEMREC.cpy).
               COPY OPENITEMREC.

           FD  SuspenseFile.
           01  SuspenseRecord.
      * Gisement du suspens (voir copybooks/SUSPREC.cpy).
               COPY SUSPREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.
      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutOpenItemFile PIC X(2) VALUE '00'.
           01  StatutSuspenseFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
      * Horodatage systeme et date de traitement (BATCH_DATE), date
      * de reference de l'anciennete des postes.
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Retard du poste courant en jours (date de traitement moins
      * date d'echeance, a defaut date de la transaction, en jours
      * calendaires) ; negatif pour un poste non encore echu.
           01  WS-PROC-DATE-INT PIC S9(9) VALUE 0.
           01  WS-REF-DATE PIC 9(8) VALUE 0.
           01  WS-ITEM-AGE PIC S9(5) VALUE 0.
      * Restant du du poste courant (facture moins regle)
           01  WS-ITEM-DUE PIC S9(9)V99 VALUE 0.
      * Tranches de retard : 1 = non echu, 2 = 0-30 jours, 3 = 31-60,
      * 4 = 61-90, 5 = plus de 90 jours.
           01  WS-BUCKET-IDX PIC 9(1) VALUE 0.
           01  WS-BUCKET-TABLE.
               05  WS-BUCKET-ENTRY OCCURS 5 TIMES.
                   10  WS-BK-COUNT  PIC 9(7).
                   10  WS-BK-AMOUNT PIC S9(11)V99.
           01  WS-BUCKET-LABEL-TABLE.
               05  FILLER PIC X(12) VALUE "non echu    ".
               05  FILLER PIC X(12) VALUE "0-30 jours  ".
               05  FILLER PIC X(12) VALUE "31-60 jours ".
               05  FILLER PIC X(12) VALUE "61-90 jours ".
               05  FILLER PIC X(12) VALUE "plus de 90 j".
           01  WS-BUCKET-LABELS REDEFINES WS-BUCKET-LABEL-TABLE.
               05  WS-BK-LABEL OCCURS 5 TIMES PIC X(12).
      * Compteurs et totaux du rapport
           01  WS-ITEMS-READ PIC 9(7) VALUE 0.
           01  WS-ITEMS-OPEN PIC 9(7) VALUE 0.
           01  WS-ITEMS-SETTLED PIC 9(7) VALUE 0.
           01  WS-TOTAL-DUE PIC S9(11)V99 VALUE 0.
      * Encaissements en suspens (restant non affecte) et restant du
      * net du suspens ; fichier de suspens absent = aucun suspens.
           01  WS-SUSP-OPEN PIC 9(7) VALUE 0.
           01  WS-SUSP-TOTAL PIC S9(11)V99 VALUE 0.
           01  WS-NET-DUE PIC S9(11)V99 VALUE 0.
      * Ligne de detail formatee du rapport
           01  WS-DETAIL-LINE.
               05 WS-DL-TRAN-ID      PIC Z(6)9.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-TRAN-DATE    PIC 9(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-DUE-DATE     PIC 9(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-AGE          PIC -(5)9.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-DUE          PIC -(8)9.99.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-DL-STATUS       PIC X(1).
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = run normal, 2 = OPENITEMS.txt absent, 4 = aucun poste
      *   non solde ni encaissement en suspens a restituer,
      *   8 = erreur d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

      * !!!! COMMANDE D'EXUCUTIONS DU PROGRAMME:
           DISPLAY "*** BALANCE AGEE DES POSTES OUVERTS - JOURNEE "
               WS-PROC-DATE " ***".
           DISPLAY " ".
           DISPLAY "TRAN-ID  TRAN-DATE ECHEANCE  RETARD   RESTANT DU"
               "  ETAT".
           PERFORM LOAD-SUSPENSE-TOTALS.
           OPEN INPUT OpenItemFile.
           EVALUATE StatutOpenItemFile
           WHEN "00"
               END-PERFORM
               CLOSE OpenItemFile
               PERFORM PRINT-AGING-TOTALS
               IF WS-ITEMS-OPEN = 0 AND WS-SUSP-OPEN = 0
                   MOVE 4 TO FileStatusReturnCode
               ELSE
                   MOVE 0 TO FileStatusReturnCode
                   "irrecuperable sur OPENITEMS.txt (statut "
                   StatutOpenItemFile ")."
           END-EVALUATE.
           IF StatutSuspenseFile NOT = "00"
                   AND StatutSuspenseFile NOT = "10"
                   AND StatutSuspenseFile NOT = "35"
               MOVE 8 TO FileStatusReturnCode
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Cumule le restant non affecte des encaissements en suspens.
       LOAD-SUSPENSE-TOTALS.
           OPEN INPUT SuspenseFile.
           EVALUATE StatutSuspenseFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ SuspenseFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF SU-STATUS NOT = 'A'
                                   AND SU-AMOUNT IS NUMERIC
                                   AND SU-ALLOCATED IS NUMERIC
                               ADD 1 TO WS-SUSP-OPEN
                               COMPUTE WS-SUSP-TOTAL = WS-SUSP-TOTAL
                                   + SU-AMOUNT - SU-ALLOCATED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SuspenseFile
           WHEN "35"
               CONTINUE
           WHEN OTHER
               DISPLAY "*** ABEND AgingReport - erreur d'E/S "
                   "irrecuperable sur UNAPPLIED_CASH.txt (statut "
                   StatutSuspenseFile ")."
           END-EVALUATE.

      * Classe un poste : les postes soldes sont comptes mais pas
      * restitues ; les autres sont ages contre la date de traitement
      * depuis leur echeance et ventiles dans leur tranche.
       AGE-ONE-ITEM.
           IF OI-STATUS = 'S'
               ADD 1 TO WS-ITEMS-SETTLED
               ADD 1 TO WS-ITEMS-OPEN
               COMPUTE WS-ITEM-DUE = OI-ORIG-AMOUNT - OI-PAID-AMOUNT
               ADD WS-ITEM-DUE TO WS-TOTAL-DUE
      * Echeance a blanc ou a zero (poste anterieur aux conditions
      * de paiement) : le retard part de la date de transaction.
               IF OI-DUE-DATE IS NUMERIC AND OI-DUE-DATE > 15000000
                   MOVE OI-DUE-DATE TO WS-REF-DATE
               ELSE
                   MOVE OI-TRAN-DATE TO WS-REF-DATE
               END-IF
      * Une date invalide (fichier abime) est agee d'office dans la
      * derniere tranche plutot que d'arreter le rapport.
               IF WS-REF-DATE IS NUMERIC AND WS-REF-DATE > 15000000
                   COMPUTE WS-ITEM-AGE = WS-PROC-DATE-INT
                       - FUNCTION INTEGER-OF-DATE(WS-REF-DATE)
               ELSE
                   MOVE 99999 TO WS-ITEM-AGE
               END-IF
               EVALUATE TRUE
               WHEN WS-ITEM-AGE < 0
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-ITEM-AGE <= 30
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-ITEM-AGE <= 60
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN WS-ITEM-AGE <= 90
                   MOVE 4 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET-IDX
               END-EVALUATE
               ADD 1 TO WS-BK-COUNT(WS-BUCKET-IDX)
               ADD WS-ITEM-DUE TO WS-BK-AMOUNT(WS-BUCKET-IDX)
               MOVE OI-TRAN-ID TO WS-DL-TRAN-ID
               MOVE OI-TRAN-DATE TO WS-DL-TRAN-DATE
               MOVE WS-REF-DATE TO WS-DL-DUE-DATE
               MOVE WS-ITEM-AGE TO WS-DL-AGE
               MOVE WS-ITEM-DUE TO WS-DL-DUE
               MOVE OI-STATUS TO WS-DL-STATUS
      * Totaux par tranche d'anciennete et totaux de controle.
       PRINT-AGING-TOTALS.
           DISPLAY " ".
           DISPLAY "*** VENTILATION PAR RETARD SUR ECHEANCE ***".
           PERFORM PRINT-ONE-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 5.
           DISPLAY " ".
           DISPLAY "*** TOTAL DE CONTROLE ***".
           DISPLAY "Postes lus . . . . . . . . . : " WS-ITEMS-READ.
           DISPLAY "Postes soldes (exclus) . . . : "
               WS-ITEMS-SETTLED.
           DISPLAY "Restant du total . . . . . . : " WS-TOTAL-DUE.
           COMPUTE WS-NET-DUE = WS-TOTAL-DUE - WS-SUSP-TOTAL.
           DISPLAY "Encaissements en suspens . . : " WS-SUSP-OPEN.
           DISPLAY "Montant en suspens (non aff.): " WS-SUSP-TOTAL.
           DISPLAY "Restant du net du suspens  . : " WS-NET-DUE.

       PRINT-ONE-BUCKET.
           DISPLAY "  " WS-BK-LABEL(WS-BUCKET-IDX) " : "
