       IDENTIFICATION DIVISION.
       PROGRAM-ID. InquireDunning.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Consultation des relances par compte : la question du help
      * desk ("quand ce client a-t-il ete relance pour la derniere
      * fois ?") se reglait en parcourant les fichiers de relances du
      * service d'impression. Ce programme ACCEPTe un ou plusieurs
      * comptes et affiche, depuis l'historique permanent des
      * relances (DUNNING_HISTORY.txt, ecrit par cDunningRun.cbl),
      * tous les evenements de relance du compte puis la date et le
      * niveau de sa derniere relance - avec un "aucune relance"
      * explicite quand le compte n'a jamais ete relance.
       FILE-CONTROL.
       SELECT DunningHistoryFile ASSIGN TO "DUNNING_HISTORY.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutDunningHistoryFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuditTrailFile.

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.

      * !!!! Section déclarant les fichiers utilisés par le programme
       FILE SECTION.
           FD  DunningHistoryFile.
           01  DunningHistoryRecord.
      * Gisement de l'historique des relances (voir
      * copybooks/DUNHISTREC.cpy).
               COPY DUNHISTREC.

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutDunningHistoryFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
      * Horodatage systeme pour la piste d'audit
           01  WS-SYS-DATETIME.
               05 WS-SYS-TIMESTAMP PIC 9(14).
               05 FILLER           PIC X(7).
      * Saisie de l'operateur : compte demande, blanc pour terminer
      * la consultation.
           01  InquiryAccountId PIC X(5) VALUE SPACES.
           01  InquiryDoneSwitch PIC X(1) VALUE 'N'.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Evenements trouves pour le compte et derniere relance
           01  WS-EVENT-COUNT PIC 9(5) VALUE 0.
           01  WS-LAST-DATE PIC 9(8) VALUE 0.
           01  WS-LAST-LEVEL PIC 9(1) VALUE 0.
           01  WS-LAST-TRAN-ID PIC 9(7) VALUE 0.
           01  WS-EVENT-LABEL PIC X(20) VALUE SPACES.
      * Montant edite pour l'affichage
           01  WS-AMOUNT-EDITED PIC -(8)9.99.
           01  LookupCount PIC 9(7) VALUE 0.
           01  NotFoundCount PIC 9(7) VALUE 0.

      * !!!! COMMANDE D'EXUCUTIONS DU PROGRAMME:
       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.

           PERFORM UNTIL InquiryDoneSwitch = 'Y'
               DISPLAY "Compte a consulter (blanc pour finir) :"
               MOVE SPACES TO InquiryAccountId
               ACCEPT InquiryAccountId
               IF InquiryAccountId = SPACES
                   MOVE 'Y' TO InquiryDoneSwitch
               ELSE
                   ADD 1 TO LookupCount
                   PERFORM LOOKUP-ONE-ACCOUNT
               END-IF
           END-PERFORM.

           DISPLAY "Consultations effectuees : " LookupCount.
           DISPLAY "Comptes sans relance . . : " NotFoundCount.

           PERFORM WRITE-AUDIT-TRAIL.

           STOP RUN.

      * Parcourt l'historique et affiche les evenements du compte ;
      * l'historique est dans l'ordre chronologique, la derniere
      * relance ('R') lue est donc la plus recente.
       LOOKUP-ONE-ACCOUNT.
           MOVE 0 TO WS-EVENT-COUNT.
           MOVE 0 TO WS-LAST-DATE.
           MOVE 0 TO WS-LAST-LEVEL.
           MOVE 0 TO WS-LAST-TRAN-ID.
           OPEN INPUT DunningHistoryFile.
           IF StatutDunningHistoryFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ DunningHistoryFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF DH-ACCOUNT-ID = InquiryAccountId
                               PERFORM DISPLAY-ONE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DunningHistoryFile
           ELSE
               DISPLAY "DUNNING_HISTORY.txt indisponible (statut "
                   StatutDunningHistoryFile ")."
           END-IF.
           IF WS-LAST-DATE = 0
               ADD 1 TO NotFoundCount
               DISPLAY "Compte " InquiryAccountId
                   " : AUCUNE RELANCE dans DUNNING_HISTORY.txt."
           ELSE
               DISPLAY "Compte " InquiryAccountId
                   " : derniere relance le " WS-LAST-DATE
                   " (niveau " WS-LAST-LEVEL ", poste "
                   WS-LAST-TRAN-ID ")."
           END-IF.

       DISPLAY-ONE-EVENT.
           ADD 1 TO WS-EVENT-COUNT.
           IF WS-EVENT-COUNT = 1
               DISPLAY "DATE      POSTE    EVENEMENT            "
                   "NIVEAU   RESTANT DU"
           END-IF.
           EVALUATE DH-EVENT
           WHEN 'R'
               MOVE "relance" TO WS-EVENT-LABEL
               MOVE DH-DATE TO WS-LAST-DATE
               MOVE DH-LEVEL TO WS-LAST-LEVEL
               MOVE DH-TRAN-ID TO WS-LAST-TRAN-ID
           WHEN 'A'
               MOVE "arret (solde)" TO WS-EVENT-LABEL
           WHEN 'P'
               MOVE "reprise (partiel)" TO WS-EVENT-LABEL
           WHEN OTHER
               MOVE DH-EVENT TO WS-EVENT-LABEL
           END-EVALUATE.
           MOVE DH-DUE-AMOUNT TO WS-AMOUNT-EDITED.
           DISPLAY DH-DATE "  " DH-TRAN-ID "  " WS-EVENT-LABEL " "
               DH-LEVEL "      " WS-AMOUNT-EDITED.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb enreg.
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "InquireDunning"    TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutDunningHistoryFile TO AUD-FILE-STATUS
           MOVE LookupCount         TO AUD-RECORD-COUNT
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
