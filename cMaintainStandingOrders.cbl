       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintainStandingOrders.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Entretien de la table des ordres permanents
      * (STANDING_ORDERS.txt, gisement STORDREC) : ajout d'un ordre
      * (compte, type, montant, devise, libelle, frequence, jour
      * d'echeance, dates de debut et de fin), modification du
      * montant et/ou de la date de fin d'un ordre existant, retrait
      * d'un ordre (marque 'R', conserve pour l'historique mais plus
      * genere par cGenerateStandingOrders.cbl). Meme mecanique de
      * fichier de travail recopie que cMaintainBudget.cbl.
       FILE-CONTROL.
       SELECT OrderFile ASSIGN TO "STANDING_ORDERS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOrderFile.
       SELECT WorkFile ASSIGN TO "STANDING_ORDERS_MAINT.tmp"
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
           FD  OrderFile.
           01  OrderRecord.
      * Gisement de la table des ordres permanents (voir
      * copybooks/STORDREC.cpy).
               COPY STORDREC.

      * Meme gisement, prefixe WK-, pour le fichier de travail.
           FD  WorkFile.
           01  WorkFileRecord.
               COPY STORDREC REPLACING ==SO-ORDER-ID==
                                           BY ==WK-ORDER-ID==
                                       ==SO-ACCOUNT-ID==
                                           BY ==WK-ACCOUNT-ID==
                                       ==SO-TYPE-CODE==
                                           BY ==WK-TYPE-CODE==
                                       ==SO-AMOUNT== BY ==WK-AMOUNT==
                                       ==SO-CURRENCY==
                                           BY ==WK-CURRENCY==
                                       ==SO-DESCRIPTION==
                                           BY ==WK-DESCRIPTION==
                                       ==SO-FREQUENCY==
                                           BY ==WK-FREQUENCY==
                                       ==SO-DAY== BY ==WK-DAY==
                                       ==SO-START-DATE==
                                           BY ==WK-START-DATE==
                                       ==SO-END-DATE==
                                           BY ==WK-END-DATE==
                                       ==SO-STATUS== BY ==WK-STATUS==.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutOrderFile PIC X(2) VALUE '00'.
           01  StatutWorkFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
      * Horodatage systeme pour la piste d'audit
           01  WS-SYS-DATETIME.
               05 WS-SYS-TIMESTAMP PIC 9(14).
               05 FILLER           PIC X(7).
      * Saisies de l'operateur : action (A = ajouter, M = modifier le
      * montant et/ou la date de fin, R = retirer) et identifiant de
      * l'ordre, puis pour un ajout tous les champs de l'ordre, pour
      * une modification le nouveau montant et la nouvelle date de
      * fin (blanc = conserver, "00000000" = supprimer la fin).
           01  MaintAction PIC X(1) VALUE SPACE.
           01  MaintOrderId PIC X(6) VALUE SPACES.
           01  MaintAccountId PIC X(5) VALUE SPACES.
           01  MaintTypeCode PIC X(3) VALUE SPACES.
           01  MaintCurrency PIC X(3) VALUE SPACES.
           01  MaintDescription PIC X(30) VALUE SPACES.
           01  MaintFrequency PIC X(1) VALUE SPACE.
           01  MaintDay-X PIC X(2) VALUE SPACES.
           01  MaintDay PIC 9(2) VALUE 0.
           01  MaintStart-X PIC X(8) VALUE SPACES.
           01  MaintStart PIC 9(8) VALUE 0.
           01  MaintEnd-X PIC X(8) VALUE SPACES.
           01  MaintEnd PIC 9(8) VALUE 0.
           01  WS-NEW-AMOUNT-TEXT PIC X(20) VALUE SPACES.
           01  WS-NEW-AMOUNT PIC S9(9)V99 VALUE 0.
      * Date de debut de l'ordre vise, relue de la table pour
      * controler une nouvelle date de fin en modification.
           01  WS-CURRENT-START PIC 9(8) VALUE 0.
      * Resultat du controle des saisies
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * L'ordre vise existe-t-il deja (actif) dans la table ?
           01  WS-ORDER-EXISTS PIC X(1) VALUE 'N'.
           01  WS-RECORDS-COPIED PIC 9(5) VALUE 0.
           01  WS-RECORDS-CHANGED PIC 9(3) VALUE 0.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = intervention appliquee, 4 = rien a faire (saisie
      *   invalide, ordre introuvable ou deja present),
      *   8 = erreur d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

      * !!!! COMMANDE D'EXUCUTIONS DU PROGRAMME:
       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.
           PERFORM ACCEPT-OPERATOR-INPUT.
           IF EditValid = 'Y'
               PERFORM CHECK-EXISTING-ORDER
           END-IF.
           IF EditValid = 'Y' AND MaintAction = 'M'
               PERFORM CHECK-NEW-END-DATE
           END-IF.
           IF EditValid = 'Y'
               PERFORM APPLY-TABLE-MAINTENANCE
               DISPLAY "Intervention appliquee sur l'ordre permanent "
                   MaintOrderId "."
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
           DISPLAY "Identifiant de l'ordre (6 caracteres) :".
           ACCEPT MaintOrderId.
           EVALUATE TRUE
           WHEN MaintAction NOT = 'A' AND MaintAction NOT = 'M'
                   AND MaintAction NOT = 'R'
               MOVE 'N' TO EditValid
               MOVE "Action inconnue (attendu A, M ou R)"
                   TO EditReason
           WHEN MaintOrderId = SPACES
               MOVE 'N' TO EditValid
               MOVE "Identifiant de l'ordre non saisi" TO EditReason
           END-EVALUATE.
           IF EditValid = 'Y' AND MaintAction = 'A'
               PERFORM ACCEPT-NEW-ORDER
           END-IF.
           IF EditValid = 'Y' AND MaintAction = 'M'
               PERFORM ACCEPT-ORDER-CHANGE
           END-IF.

      * Saisie et controle des champs d'un nouvel ordre.
       ACCEPT-NEW-ORDER.
           DISPLAY "Compte (5 caracteres) :".
           ACCEPT MaintAccountId.
           DISPLAY "Code type (3 caracteres) :".
           ACCEPT MaintTypeCode.
           DISPLAY "Montant (ex. 1250.00, negatif admis) :".
           ACCEPT WS-NEW-AMOUNT-TEXT.
           DISPLAY "Devise (blanc = EUR) :".
           ACCEPT MaintCurrency.
           DISPLAY "Libelle de la transaction (30 caracteres) :".
           ACCEPT MaintDescription.
           DISPLAY "Frequence (M=mensuel, Q=trimestriel, A=annuel) :".
           ACCEPT MaintFrequency.
           DISPLAY "Jour d'echeance dans le mois (01 a 31) :".
           ACCEPT MaintDay-X.
           DISPLAY "Date de debut (AAAAMMJJ) :".
           ACCEPT MaintStart-X.
           DISPLAY "Date de fin (AAAAMMJJ, blanc = sans fin) :".
           ACCEPT MaintEnd-X.
           IF MaintCurrency = SPACES
               MOVE "EUR" TO MaintCurrency
           END-IF.
           EVALUATE TRUE
           WHEN MaintAccountId = SPACES
               MOVE 'N' TO EditValid
               MOVE "Compte non saisi" TO EditReason
           WHEN MaintTypeCode = SPACES
               MOVE 'N' TO EditValid
               MOVE "Code type non saisi" TO EditReason
           WHEN FUNCTION TEST-NUMVAL(WS-NEW-AMOUNT-TEXT) NOT = 0
               MOVE 'N' TO EditValid
               MOVE "Montant inconvertible" TO EditReason
           WHEN MaintDescription = SPACES
               MOVE 'N' TO EditValid
               MOVE "Libelle non saisi" TO EditReason
           WHEN MaintFrequency NOT = 'M' AND MaintFrequency NOT = 'Q'
                   AND MaintFrequency NOT = 'A'
               MOVE 'N' TO EditValid
               MOVE "Frequence inconnue (attendu M, Q ou A)"
                   TO EditReason
           WHEN MaintDay-X IS NOT NUMERIC
               MOVE 'N' TO EditValid
               MOVE "Jour d'echeance non numerique" TO EditReason
           WHEN MaintStart-X IS NOT NUMERIC
               MOVE 'N' TO EditValid
               MOVE "Date de debut non numerique (AAAAMMJJ)"
                   TO EditReason
           WHEN MaintEnd-X NOT = SPACES AND MaintEnd-X IS NOT NUMERIC
               MOVE 'N' TO EditValid
               MOVE "Date de fin non numerique (AAAAMMJJ)"
                   TO EditReason
           END-EVALUATE.
           IF EditValid = 'Y'
               MOVE FUNCTION NUMVAL(WS-NEW-AMOUNT-TEXT)
                   TO WS-NEW-AMOUNT
               MOVE MaintDay-X TO MaintDay
               MOVE MaintStart-X TO MaintStart
               IF WS-NEW-AMOUNT = 0
                   MOVE 'N' TO EditValid
                   MOVE "Montant nul" TO EditReason
               END-IF
           END-IF.
           IF EditValid = 'Y'
               IF MaintDay < 1 OR MaintDay > 31
                   MOVE 'N' TO EditValid
                   MOVE "Jour d'echeance hors plage (01 a 31)"
                       TO EditReason
               END-IF
           END-IF.
           IF EditValid = 'Y'
               IF FUNCTION TEST-DATE-YYYYMMDD(MaintStart) NOT = 0
                   MOVE 'N' TO EditValid
                   MOVE "Date de debut invalide" TO EditReason
               END-IF
           END-IF.
           IF EditValid = 'Y' AND MaintEnd-X NOT = SPACES
               MOVE MaintStart TO WS-CURRENT-START
               PERFORM CONTROL-END-DATE
           END-IF.

      * Saisie d'une modification : nouveau montant et/ou nouvelle
      * date de fin (blanc = conserver).
       ACCEPT-ORDER-CHANGE.
           DISPLAY "Nouveau montant (blanc = conserver) :".
           ACCEPT WS-NEW-AMOUNT-TEXT.
           DISPLAY "Nouvelle date de fin (AAAAMMJJ, blanc = conserver,"
               " 00000000 = sans fin) :".
           ACCEPT MaintEnd-X.
           IF WS-NEW-AMOUNT-TEXT = SPACES AND MaintEnd-X = SPACES
               MOVE 'N' TO EditValid
               MOVE "Aucune modification saisie" TO EditReason
           END-IF.
           IF EditValid = 'Y' AND WS-NEW-AMOUNT-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-NEW-AMOUNT-TEXT) = 0
                   MOVE FUNCTION NUMVAL(WS-NEW-AMOUNT-TEXT)
                       TO WS-NEW-AMOUNT
                   IF WS-NEW-AMOUNT = 0
                       MOVE 'N' TO EditValid
                       MOVE "Montant nul" TO EditReason
                   END-IF
               ELSE
                   MOVE 'N' TO EditValid
                   MOVE "Montant inconvertible" TO EditReason
               END-IF
           END-IF.
           IF EditValid = 'Y' AND MaintEnd-X NOT = SPACES
                   AND MaintEnd-X IS NOT NUMERIC
               MOVE 'N' TO EditValid
               MOVE "Date de fin non numerique (AAAAMMJJ)"
                   TO EditReason
           END-IF.

      * Une date de fin saisie doit etre une date valide, posterieure
      * ou egale a la date de debut de l'ordre.
       CONTROL-END-DATE.
           MOVE MaintEnd-X TO MaintEnd.
           IF FUNCTION TEST-DATE-YYYYMMDD(MaintEnd) NOT = 0
               MOVE 'N' TO EditValid
               MOVE "Date de fin invalide" TO EditReason
           ELSE
               IF MaintEnd < WS-CURRENT-START
                   MOVE 'N' TO EditValid
                   MOVE "Date de fin avant la date de debut"
                       TO EditReason
               END-IF
           END-IF.

      * Verifie l'etat actuel de l'ordre vise : un ajout exige qu'il
      * n'ait pas de ligne (meme retiree, l'identifiant restant
      * attache aux occurrences deja generees), une modification ou
      * un retrait qu'il ait une ligne ACTIVE.
       CHECK-EXISTING-ORDER.
           MOVE 'N' TO WS-ORDER-EXISTS.
           OPEN INPUT OrderFile.
           IF StatutOrderFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ OrderFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF SO-ORDER-ID = MaintOrderId
                               PERFORM NOTE-EXISTING-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OrderFile
           END-IF.
           IF MaintAction = 'A' AND WS-ORDER-EXISTS NOT = 'N'
               MOVE 'N' TO EditValid
               MOVE "Identifiant d'ordre deja utilise" TO EditReason
           END-IF.
           IF MaintAction NOT = 'A' AND WS-ORDER-EXISTS NOT = 'Y'
               MOVE 'N' TO EditValid
               MOVE "Ordre permanent introuvable ou retire"
                   TO EditReason
           END-IF.

      * WS-ORDER-EXISTS : 'Y' = ligne active, 'R' = ligne retiree.
       NOTE-EXISTING-ORDER.
           IF SO-STATUS = 'R'
               IF WS-ORDER-EXISTS = 'N'
                   MOVE 'R' TO WS-ORDER-EXISTS
               END-IF
           ELSE
               MOVE 'Y' TO WS-ORDER-EXISTS
               IF SO-START-DATE IS NUMERIC
                   MOVE SO-START-DATE TO WS-CURRENT-START
               END-IF
           END-IF.

      * Nouvelle date de fin d'une modification : "00000000" retire
      * la fin, toute autre valeur est controlee contre la date de
      * debut de l'ordre.
       CHECK-NEW-END-DATE.
           IF MaintEnd-X NOT = SPACES AND MaintEnd-X NOT = "00000000"
               PERFORM CONTROL-END-DATE
           END-IF.

      * Applique l'intervention : recopie de la table dans le fichier
      * de travail (ordre vise modifie ou marque 'R'), ajout du
      * nouvel ordre en fin de table, puis recopie sur
      * STANDING_ORDERS.txt.
       APPLY-TABLE-MAINTENANCE.
           OPEN INPUT OrderFile.
           OPEN OUTPUT WorkFile.
           IF StatutOrderFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ OrderFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           PERFORM REWRITE-ONE-ORDER
                   END-READ
               END-PERFORM
               CLOSE OrderFile
           END-IF.
           IF MaintAction = 'A'
               MOVE SPACES TO WorkFileRecord
               MOVE MaintOrderId TO WK-ORDER-ID
               MOVE MaintAccountId TO WK-ACCOUNT-ID
               MOVE MaintTypeCode TO WK-TYPE-CODE
               MOVE WS-NEW-AMOUNT TO WK-AMOUNT
               MOVE MaintCurrency TO WK-CURRENCY
               MOVE MaintDescription TO WK-DESCRIPTION
               MOVE MaintFrequency TO WK-FREQUENCY
               MOVE MaintDay TO WK-DAY
               MOVE MaintStart TO WK-START-DATE
               MOVE MaintEnd-X TO WK-END-DATE
               MOVE SPACE TO WK-STATUS
               WRITE WorkFileRecord
               ADD 1 TO WS-RECORDS-CHANGED
           END-IF.
           CLOSE WorkFile.
           PERFORM COPY-WORKFILE-BACK.

      * Recopie une ligne de la table, modifiee ou marquee 'R' quand
      * c'est l'ordre vise.
       REWRITE-ONE-ORDER.
           IF SO-ORDER-ID = MaintOrderId AND SO-STATUS NOT = 'R'
               IF MaintAction = 'M'
                   IF WS-NEW-AMOUNT-TEXT NOT = SPACES
                       MOVE WS-NEW-AMOUNT TO SO-AMOUNT
                   END-IF
                   IF MaintEnd-X = "00000000"
                       MOVE SPACES TO SO-END-DATE
                   ELSE
                       IF MaintEnd-X NOT = SPACES
                           MOVE MaintEnd-X TO SO-END-DATE
                       END-IF
                   END-IF
                   ADD 1 TO WS-RECORDS-CHANGED
               END-IF
               IF MaintAction = 'R'
                   MOVE 'R' TO SO-STATUS
                   ADD 1 TO WS-RECORDS-CHANGED
               END-IF
           END-IF.
           MOVE OrderRecord TO WorkFileRecord.
           WRITE WorkFileRecord.
           ADD 1 TO WS-RECORDS-COPIED.

      * Recopie le fichier de travail sur STANDING_ORDERS.txt.
       COPY-WORKFILE-BACK.
           OPEN INPUT WorkFile.
           OPEN OUTPUT OrderFile.
           MOVE 'N' TO EndOfFileSwitch.
           PERFORM UNTIL EndOfFileSwitch = 'Y'
               READ WorkFile
                   AT END
                       MOVE 'Y' TO EndOfFileSwitch
                   NOT AT END
                       MOVE WorkFileRecord TO OrderRecord
                       WRITE OrderRecord
               END-READ
           END-PERFORM.
           CLOSE WorkFile.
           CLOSE OrderFile.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb enreg.
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "MaintainStandingOrd" TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP     TO AUD-TIMESTAMP
           MOVE StatutOrderFile      TO AUD-FILE-STATUS
           MOVE WS-RECORDS-CHANGED   TO AUD-RECORD-COUNT
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
