       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintainWatchList.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Entretien de la liste de surveillance de la conformite
      * (WATCHLIST.txt, gisement WATCHREC) : ajout d'une regle (compte
      * bloque ou nom/mot-cle a ne pas laisser passer sans revue) avec
      * son libelle, retrait d'une regle (marque 'R', conservee pour
      * l'historique mais plus appliquee par modifCreated). Meme
      * mecanique de fichier de travail recopie que
      * cMaintainTranTypes.cbl.
       FILE-CONTROL.
       SELECT WatchListFile ASSIGN TO "WATCHLIST.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutWatchListFile.
       SELECT WorkFile ASSIGN TO "WATCHLIST_MAINT.tmp"
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
           FD  WatchListFile.
           01  WatchListRecord.
      * Gisement de la liste de surveillance (voir
      * copybooks/WATCHREC.cpy).
               COPY WATCHREC.

      * Meme gisement, prefixe WK-, pour le fichier de travail.
           FD  WorkFile.
           01  WorkFileRecord.
               COPY WATCHREC REPLACING ==WL-RULE-ID== BY ==WK-RULE-ID==
                                       ==WL-KIND== BY ==WK-KIND==
                                       ==WL-VALUE== BY ==WK-VALUE==
                                       ==WL-LABEL== BY ==WK-LABEL==
                                       ==WL-STATUS== BY ==WK-STATUS==.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutWatchListFile PIC X(2) VALUE '00'.
           01  StatutWorkFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
      * Horodatage systeme pour la piste d'audit
           01  WS-SYS-DATETIME.
               05 WS-SYS-TIMESTAMP PIC 9(14).
               05 FILLER           PIC X(7).
      * Saisies de l'operateur : action (A = ajouter, R = retirer),
      * identifiant de la regle visee, puis pour un ajout la nature
      * (C = compte bloque, T = nom ou mot-cle), la valeur et le
      * libelle.
           01  MaintAction PIC X(1) VALUE SPACE.
           01  MaintRuleId PIC X(6) VALUE SPACES.
           01  WS-NEW-KIND PIC X(1) VALUE SPACE.
           01  WS-NEW-VALUE PIC X(30) VALUE SPACES.
           01  WS-NEW-LABEL PIC X(30) VALUE SPACES.
      * Resultat du controle des saisies
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * La regle visee existe-t-elle deja dans la liste ?
           01  WS-RULE-EXISTS PIC X(1) VALUE 'N'.
           01  WS-RECORDS-COPIED PIC 9(3) VALUE 0.
           01  WS-RECORDS-CHANGED PIC 9(3) VALUE 0.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = intervention appliquee, 4 = rien a faire (saisie
      *   invalide, regle introuvable ou deja presente),
      *   8 = erreur d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

      * !!!! COMMANDE D'EXUCUTIONS DU PROGRAMME:
       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.
           PERFORM ACCEPT-OPERATOR-INPUT.
           IF EditValid = 'Y'
               PERFORM CHECK-EXISTING-RULE
           END-IF.
           IF EditValid = 'Y'
               PERFORM APPLY-TABLE-MAINTENANCE
               DISPLAY "Intervention appliquee sur la regle "
                   MaintRuleId "."
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
           DISPLAY "Action (A=ajouter, R=retirer) :".
           ACCEPT MaintAction.
           DISPLAY "Identifiant de la regle (6 caracteres) :".
           ACCEPT MaintRuleId.
           IF MaintAction NOT = 'A' AND MaintAction NOT = 'R'
               MOVE 'N' TO EditValid
               MOVE "Action inconnue (attendu A ou R)" TO EditReason
           ELSE
               IF MaintRuleId = SPACES
                   MOVE 'N' TO EditValid
                   MOVE "Identifiant de regle non saisi" TO EditReason
               END-IF
           END-IF.
           IF EditValid = 'Y' AND MaintAction = 'A'
               DISPLAY "Nature (C=compte bloque, T=nom ou mot-cle) :"
               ACCEPT WS-NEW-KIND
               DISPLAY "Valeur (compte, ou nom/mot-cle a rechercher) :"
               ACCEPT WS-NEW-VALUE
               DISPLAY "Libelle de la regle :"
               ACCEPT WS-NEW-LABEL
      * La valeur est cadree a gauche : le filtrage de modifCreated
      * recherche le mot-cle sur sa longueur utile.
               MOVE FUNCTION TRIM(WS-NEW-VALUE) TO WS-NEW-VALUE
               EVALUATE TRUE
               WHEN WS-NEW-KIND NOT = 'C' AND WS-NEW-KIND NOT = 'T'
                   MOVE 'N' TO EditValid
                   MOVE "Nature : attendu C ou T" TO EditReason
               WHEN WS-NEW-VALUE = SPACES
                   MOVE 'N' TO EditValid
                   MOVE "Valeur non saisie" TO EditReason
               WHEN WS-NEW-KIND = 'C'
                       AND WS-NEW-VALUE(6:25) NOT = SPACES
                   MOVE 'N' TO EditValid
                   MOVE "Compte bloque : 5 caracteres au plus"
                       TO EditReason
               WHEN WS-NEW-KIND = 'T'
                       AND FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-VALUE))
                           < 3
                   MOVE 'N' TO EditValid
                   MOVE "Mot-cle trop court (3 caracteres minimum)"
                       TO EditReason
               WHEN WS-NEW-LABEL = SPACES
                   MOVE 'N' TO EditValid
                   MOVE "Libelle non saisi" TO EditReason
               END-EVALUATE
           END-IF.

      * Verifie l'etat actuel de la regle visee : un ajout exige
      * qu'elle n'ait pas de ligne ACTIVE (une ligne retiree ne
      * compte pas), un retrait qu'elle en ait une.
       CHECK-EXISTING-RULE.
           MOVE 'N' TO WS-RULE-EXISTS.
           OPEN INPUT WatchListFile.
           IF StatutWatchListFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ WatchListFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF WL-RULE-ID = MaintRuleId
                                   AND WL-STATUS NOT = 'R'
                               MOVE 'Y' TO WS-RULE-EXISTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WatchListFile
           END-IF.
           IF MaintAction = 'A' AND WS-RULE-EXISTS = 'Y'
               MOVE 'N' TO EditValid
               MOVE "Regle deja presente dans la liste" TO EditReason
           END-IF.
           IF MaintAction = 'R' AND WS-RULE-EXISTS NOT = 'Y'
               MOVE 'N' TO EditValid
               MOVE "Regle introuvable dans la liste" TO EditReason
           END-IF.

      * Applique l'intervention : recopie de la liste dans le fichier
      * de travail (en marquant 'R' la regle retiree), ajout de la
      * nouvelle regle en fin de liste, puis recopie sur
      * WATCHLIST.txt.
       APPLY-TABLE-MAINTENANCE.
           OPEN INPUT WatchListFile.
           OPEN OUTPUT WorkFile.
           IF StatutWatchListFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ WatchListFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           PERFORM REWRITE-ONE-RULE
                   END-READ
               END-PERFORM
               CLOSE WatchListFile
           END-IF.
           IF MaintAction = 'A'
               MOVE SPACES TO WorkFileRecord
               MOVE MaintRuleId TO WK-RULE-ID
               MOVE WS-NEW-KIND TO WK-KIND
               MOVE WS-NEW-VALUE TO WK-VALUE
               MOVE WS-NEW-LABEL TO WK-LABEL
               MOVE SPACE TO WK-STATUS
               WRITE WorkFileRecord
               ADD 1 TO WS-RECORDS-CHANGED
           END-IF.
           CLOSE WorkFile.
           PERFORM COPY-WORKFILE-BACK.

      * Recopie une regle de la liste, en marquant 'R' celle qui est
      * retiree.
       REWRITE-ONE-RULE.
           IF MaintAction = 'R' AND WL-RULE-ID = MaintRuleId
                   AND WL-STATUS NOT = 'R'
               MOVE 'R' TO WL-STATUS
               ADD 1 TO WS-RECORDS-CHANGED
           END-IF.
           MOVE WatchListRecord TO WorkFileRecord.
           WRITE WorkFileRecord.
           ADD 1 TO WS-RECORDS-COPIED.

      * Recopie le fichier de travail sur WATCHLIST.txt.
       COPY-WORKFILE-BACK.
           OPEN INPUT WorkFile.
           OPEN OUTPUT WatchListFile.
           MOVE 'N' TO EndOfFileSwitch.
           PERFORM UNTIL EndOfFileSwitch = 'Y'
               READ WorkFile
                   AT END
                       MOVE 'Y' TO EndOfFileSwitch
                   NOT AT END
                       MOVE WorkFileRecord TO WatchListRecord
                       WRITE WatchListRecord
               END-READ
           END-PERFORM.
           CLOSE WorkFile.
           CLOSE WatchListFile.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb enreg.
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "MaintainWatchList"  TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP     TO AUD-TIMESTAMP
           MOVE StatutWatchListFile  TO AUD-FILE-STATUS
           MOVE WS-RECORDS-CHANGED   TO AUD-RECORD-COUNT
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
