       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintainBudget.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Entretien de la table du budget (BUDGET.txt, gisement
      * BUDGETREC) : ajout d'un montant budgete pour une annee, un
      * mois, un type et eventuellement un compte, modification du
      * montant d'une ligne existante, retrait d'une ligne (marque
      * 'R', conservee pour l'historique mais plus comparee par
      * cBudgetReport.cbl). Meme mecanique de fichier de travail
      * recopie que cMaintainTranTypes.cbl.
       FILE-CONTROL.
       SELECT BudgetFile ASSIGN TO "BUDGET.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutBudgetFile.
       SELECT WorkFile ASSIGN TO "BUDGET_MAINT.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutWorkFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuditTrailFile.

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.

      * !!!! Section déclarant les fichiers utilisés par le programme
       FILE SECTION.
           FD  BudgetFile.
           01  BudgetRecord.
      * Gisement de la table du budget (voir
      * copybooks/BUDGETREC.cpy).
               COPY BUDGETREC.

      * Meme gisement, prefixe WK-, pour le fichier de travail.
           FD  WorkFile.
           01  WorkFileRecord.
               COPY BUDGETREC REPLACING ==BG-YEAR== BY ==WK-YEAR==
                                       ==BG-MONTH== BY ==WK-MONTH==
                                       ==BG-TRAN-TYPE==
                                           BY ==WK-TRAN-TYPE==
                                       ==BG-ACCOUNT-ID==
                                           BY ==WK-ACCOUNT-ID==
                                       ==BG-AMOUNT== BY ==WK-AMOUNT==
                                       ==BG-STATUS== BY ==WK-STATUS==.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutBudgetFile PIC X(2) VALUE '00'.
           01  StatutWorkFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
      * Horodatage systeme pour la piste d'audit
           01  WS-SYS-DATETIME.
               05 WS-SYS-TIMESTAMP PIC 9(14).
               05 FILLER           PIC X(7).
      * Saisies de l'operateur : action (A = ajouter, M = modifier le
      * montant, R = retirer), periode (AAAAMM), type, compte (blanc
      * = budget du type), puis pour un ajout ou une modification le
      * montant budgete en clair (par exemple "125000.00").
           01  MaintAction PIC X(1) VALUE SPACE.
           01  MaintPeriod-X PIC X(6) VALUE SPACES.
           01  MaintPeriod REDEFINES MaintPeriod-X.
               05 MaintYear  PIC 9(4).
               05 MaintMonth PIC 9(2).
           01  MaintTypeCode PIC X(3) VALUE SPACES.
           01  MaintAccountId PIC X(5) VALUE SPACES.
           01  WS-NEW-AMOUNT-TEXT PIC X(20) VALUE SPACES.
           01  WS-NEW-AMOUNT PIC S9(11)V99 VALUE 0.
      * Resultat du controle des saisies
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * La ligne visee existe-t-elle deja (active) dans la table ?
           01  WS-LINE-EXISTS PIC X(1) VALUE 'N'.
           01  WS-RECORDS-COPIED PIC 9(5) VALUE 0.
           01  WS-RECORDS-CHANGED PIC 9(3) VALUE 0.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = intervention appliquee, 4 = rien a faire (saisie
      *   invalide, ligne introuvable ou deja presente),
      *   8 = erreur d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

      * !!!! COMMANDE D'EXUCUTIONS DU PROGRAMME:
       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.
           PERFORM ACCEPT-OPERATOR-INPUT.
           IF EditValid = 'Y'
               PERFORM CHECK-EXISTING-LINE
           END-IF.
           IF EditValid = 'Y'
               PERFORM APPLY-TABLE-MAINTENANCE
               DISPLAY "Intervention appliquee sur le budget "
                   MaintPeriod-X " " MaintTypeCode " "
                   MaintAccountId "."
               MOVE 0 TO FileStatusReturnCode
           ELSE
               MOVE 4 TO FileStatusReturnCode
               DISPLAY "Aucune intervention appliquee : " EditReason
           END-IF.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Lit et controle les saisies de l'operateur.
       ACCEPT-OPERATOR-INPUT.
           MOVE 'Y' TO EditValid.
           MOVE SPACES TO EditReason.
           DISPLAY "Action (A=ajouter, M=modifier, R=retirer) :".
           ACCEPT MaintAction.
           DISPLAY "Periode budgetee (AAAAMM) :".
           ACCEPT MaintPeriod-X.
           DISPLAY "Code type (3 caracteres) :".
           ACCEPT MaintTypeCode.
           DISPLAY "Compte (blanc = budget du type) :".
           ACCEPT MaintAccountId.
           EVALUATE TRUE
           WHEN MaintAction NOT = 'A' AND MaintAction NOT = 'M'
                   AND MaintAction NOT = 'R'
               MOVE 'N' TO EditValid
               MOVE "Action inconnue (attendu A, M ou R)"
                   TO EditReason
           WHEN MaintPeriod-X IS NOT NUMERIC
               MOVE 'N' TO EditValid
               MOVE "Periode non numerique (AAAAMM)" TO EditReason
           WHEN MaintMonth < 1 OR MaintMonth > 12
               MOVE 'N' TO EditValid
               MOVE "Mois hors plage (01 a 12)" TO EditReason
           WHEN MaintTypeCode = SPACES
               MOVE 'N' TO EditValid
               MOVE "Code type non saisi" TO EditReason
           END-EVALUATE.
           IF EditValid = 'Y'
                   AND (MaintAction = 'A' OR MaintAction = 'M')
               DISPLAY "Montant budgete en EUR (ex. 125000.00) :"
               ACCEPT WS-NEW-AMOUNT-TEXT
               IF FUNCTION TEST-NUMVAL(WS-NEW-AMOUNT-TEXT) = 0
                   MOVE FUNCTION NUMVAL(WS-NEW-AMOUNT-TEXT)
                       TO WS-NEW-AMOUNT
               ELSE
                   MOVE 'N' TO EditValid
                   MOVE "Montant budgete inconvertible" TO EditReason
               END-IF
           END-IF.

      * Verifie l'etat actuel de la ligne visee : un ajout exige
      * qu'elle n'ait pas de ligne ACTIVE, une modification ou un
      * retrait qu'elle en ait une.
       CHECK-EXISTING-LINE.
           MOVE 'N' TO WS-LINE-EXISTS.
           OPEN INPUT BudgetFile.
           IF StatutBudgetFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ BudgetFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF BG-YEAR = MaintYear
                                   AND BG-MONTH = MaintMonth
                                   AND BG-TRAN-TYPE = MaintTypeCode
                                   AND BG-ACCOUNT-ID = MaintAccountId
                                   AND BG-STATUS NOT = 'R'
                               MOVE 'Y' TO WS-LINE-EXISTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BudgetFile
           END-IF.
           IF MaintAction = 'A' AND WS-LINE-EXISTS = 'Y'
               MOVE 'N' TO EditValid
               MOVE "Ligne de budget deja presente" TO EditReason
           END-IF.
           IF MaintAction NOT = 'A' AND WS-LINE-EXISTS NOT = 'Y'
               MOVE 'N' TO EditValid
               MOVE "Ligne de budget introuvable" TO EditReason
           END-IF.

      * Applique l'intervention : recopie de la table dans le fichier
      * de travail (nouveau montant ou marque 'R' sur la ligne
      * visee), ajout de la nouvelle ligne en fin de table, puis
      * recopie sur BUDGET.txt.
       APPLY-TABLE-MAINTENANCE.
           OPEN INPUT BudgetFile.
           OPEN OUTPUT WorkFile.
           IF StatutBudgetFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ BudgetFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           PERFORM REWRITE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE BudgetFile
           END-IF.
           IF MaintAction = 'A'
               MOVE SPACES TO WorkFileRecord
               MOVE MaintYear TO WK-YEAR
               MOVE MaintMonth TO WK-MONTH
               MOVE MaintTypeCode TO WK-TRAN-TYPE
               MOVE MaintAccountId TO WK-ACCOUNT-ID
               MOVE WS-NEW-AMOUNT TO WK-AMOUNT
               MOVE SPACE TO WK-STATUS
               WRITE WorkFileRecord
               ADD 1 TO WS-RECORDS-CHANGED
           END-IF.
           CLOSE WorkFile.
           PERFORM COPY-WORKFILE-BACK.

      * Recopie une ligne de la table, modifiee ou marquee 'R' quand
      * c'est la ligne visee.
       REWRITE-ONE-LINE.
           IF BG-YEAR = MaintYear AND BG-MONTH = MaintMonth
                   AND BG-TRAN-TYPE = MaintTypeCode
                   AND BG-ACCOUNT-ID = MaintAccountId
                   AND BG-STATUS NOT = 'R'
               IF MaintAction = 'M'
                   MOVE WS-NEW-AMOUNT TO BG-AMOUNT
                   ADD 1 TO WS-RECORDS-CHANGED
               END-IF
               IF MaintAction = 'R'
                   MOVE 'R' TO BG-STATUS
                   ADD 1 TO WS-RECORDS-CHANGED
               END-IF
           END-IF.
           MOVE BudgetRecord TO WorkFileRecord.
           WRITE WorkFileRecord.
           ADD 1 TO WS-RECORDS-COPIED.

      * Recopie le fichier de travail sur BUDGET.txt.
       COPY-WORKFILE-BACK.
           OPEN INPUT WorkFile.
           OPEN OUTPUT BudgetFile.
           MOVE 'N' TO EndOfFileSwitch.
           PERFORM UNTIL EndOfFileSwitch = 'Y'
               READ WorkFile
                   AT END
                       MOVE 'Y' TO EndOfFileSwitch
                   NOT AT END
                       MOVE WorkFileRecord TO BudgetRecord
                       WRITE BudgetRecord
               END-READ
           END-PERFORM.
           CLOSE WorkFile.
           CLOSE BudgetFile.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb enreg.
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "MaintainBudget"     TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP     TO AUD-TIMESTAMP
           MOVE StatutBudgetFile     TO AUD-FILE-STATUS
           MOVE WS-RECORDS-CHANGED   TO AUD-RECORD-COUNT
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
