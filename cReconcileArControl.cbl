       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReconcileArControl.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Rapprochement du compte collectif clients : GlPosting deverse
      * le cote clients des transactions au compte collectif (ligne
      * "CLI" de GLACCOUNTMAP.txt, compte de debit ; a defaut
      * 41100000) par les fichiers GLPOSTING-AAAAMMJJ.txt, et
      * cMatchPayments tient de son cote les postes ouverts
      * (OPENITEMS.txt). Apres passages en perte, affectations
      * manuelles et retraits de run, personne ne verifiait que les
      * deux concordaient encore. Ce programme, lance en fin de mois :
      *   - reconstitue le solde du compte collectif : solde
      *     d'ouverture (cloture du rapprochement precedent au
      *     registre GLRECON_REGISTER.txt, ou GLRECON_OPENING fourni
      *     par la comptabilite) plus les mouvements de tous les
      *     fichiers d'ecritures du mois inscrits au registre des
      *     transmissions (GLPOSTING du mois, tous cycles, et
      *     GLREVAL du mois de cFxRevaluation) ;
      *   - le compare au restant du des postes ouverts a la meme
      *     date d'arrete ;
      *   - ventile l'ecart en elements de rapprochement connus,
      *     cumules depuis l'origine comme le solde du collectif :
      *     ecritures deversees sans poste ouvert (et postes ouverts
      *     sans ecriture au collectif), rapproches par date et type
      *     de transaction sur tous les GLPOSTING envoyes jusqu'au
      *     mois ; reglements apparies non comptabilises ;
      *     reevaluation de change en vigueur (GLREVAL) ; le reste
      *     est l'ecart inexplique.
      * La page, spoolee (RAPPORT-ReconcileArControl-<date>.txt),
      * porte le bloc de visa de la comptabilite. Un ecart inexplique
      * leve une alerte severe (code retour 6). Le mois rapproche est
      * fourni via GLRECON_MONTH (AAAAMM), a defaut le mois de la
      * date de traitement.
       FILE-CONTROL.
      * Postes ouverts (voir copybooks/OPENITEMREC.cpy).
       SELECT OpenItemFile ASSIGN TO "OPENITEMS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpenItemFile.
      * Table de correspondance comptable (voir
      * copybooks/GLMAPREC.cpy) : ligne "CLI" du compte collectif.
       SELECT GlMapFile ASSIGN TO "GLACCOUNTMAP.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutGlMapFile.
      * Registre des transmissions sortantes (voir
      * copybooks/MANIFREC.cpy) : liste des fichiers d'ecritures
      * envoyes a la comptabilite.
       SELECT TransmissionRegFile ASSIGN TO "TRANSMISSION_REGISTER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutTransmissionRegFile.
      * Fichier d'ecritures relu (nom pris au registre des
      * transmissions).
       SELECT GlPostingFile ASSIGN TO DYNAMIC WS-GL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutGlPostingFile.
      * Registre permanent des rapprochements (voir
      * copybooks/GLRECONREC.cpy).
       SELECT ReconRegisterFile ASSIGN TO "GLRECON_REGISTER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutReconRegisterFile.
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
      * (RAPPORT-ReconcileArControl-<date>.txt), reference dans
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
           FD  OpenItemFile.
           01  OpenItemRecord.
               COPY OPENITEMREC.

           FD  GlMapFile.
           01  GlMapRecord.
               COPY GLMAPREC.

           FD  TransmissionRegFile.
           01  TransmissionRegRecord.
               COPY MANIFREC.

      * Gisement fixe des ecritures (voir cGlPosting.cbl) : 'H'
      * en-tete, 'D' / 'C' ecriture au debit / au credit, 'T'
      * controle d'equilibre.
           FD  GlPostingFile.
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

           FD  ReconRegisterFile.
           01  ReconRegisterRecord.
               COPY GLRECONREC.

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
           01  StatutOpenItemFile PIC X(2) VALUE '00'.
           01  StatutGlMapFile PIC X(2) VALUE '00'.
           01  StatutTransmissionRegFile PIC X(2) VALUE '00'.
           01  StatutGlPostingFile PIC X(2) VALUE '00'.
           01  StatutReconRegisterFile PIC X(2) VALUE '00'.
           01  StatutOpsAlertFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
      * Horodatage systeme et date de traitement (BATCH_DATE)
           01  WS-SYS-DATETIME.
               05 WS-SYS-DATE    PIC 9(8).
               05 FILLER         PIC X(13).
           01  WS-SYS-TIMESTAMP PIC 9(14).
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
           01  EndOfFileSwitch PIC X(1) VALUE 'N'.
      * Mois rapproche (GLRECON_MONTH, a defaut le mois de la date de
      * traitement) et date d'arrete : fin du mois, ou la date de
      * traitement si elle tombe avant dans le mois.
           01  WS-MONTH-X PIC X(6) VALUE SPACES.
           01  WS-MONTH PIC 9(6) VALUE 0.
           01  WS-ASOF.
               05 WS-ASOF-MONTH  PIC 9(6).
               05 WS-ASOF-DAY    PIC 9(2).
           01  WS-ASOF-DATE REDEFINES WS-ASOF PIC 9(8).
           01  WS-ASOF-YEAR PIC 9(4) VALUE 0.
           01  WS-ASOF-MM PIC 9(2) VALUE 0.
           01  WS-LEAP-REM PIC 9(3) VALUE 0.
      * Compte collectif rapproche : ligne "CLI" de la table de
      * correspondance en vigueur a l'arrete (compte de debit), a
      * defaut le compte clients historique.
           01  WS-CONTROL-ACCOUNT PIC X(8) VALUE "41100000".
           01  WS-CONTROL-MAP-TYPE PIC X(3) VALUE "CLI".
      * Solde d'ouverture : GLRECON_OPENING (montant avec point
      * decimal) s'il est fourni, sinon cloture du dernier
      * rapprochement d'un mois anterieur au registre, sinon zero.
           01  WS-OPENING-X PIC X(20) VALUE SPACES.
           01  WS-OPENING-SOURCE PIC X(40) VALUE SPACES.
           01  WS-PRIOR-PERIOD PIC 9(6) VALUE 0.
      * Fichiers d'ecritures retenus au registre des transmissions
      * (noms distincts) : tous les GLPOSTING et GLREVAL jusqu'au
      * mois inclus. Seuls ceux du mois font les mouvements ; les
      * GLPOSTING anterieurs alimentent le rapprochement par date et
      * type, et les GLREVAL, extournes et refaits chaque mois, font
      * par leur somme la reevaluation en vigueur.
           01  WS-MAX-FILES PIC 9(4) COMP VALUE 2000.
           01  WS-FILE-COUNT PIC 9(4) COMP VALUE 0.
           01  WS-FILE-TABLE.
               05  WS-FILE-ENTRY OCCURS 2000 TIMES.
                   10  WS-FL-NAME     PIC X(40).
                   10  WS-FL-KIND     PIC X(1).
                   10  WS-FL-IN-MONTH PIC X(1).
           01  WS-FILE-IDX PIC 9(4) COMP VALUE 0.
           01  WS-FILE-FOUND PIC X(1) VALUE 'N'.
           01  WS-FILE-KIND PIC X(1) VALUE SPACE.
           01  WS-FILES-MISSING PIC 9(4) VALUE 0.
      * Fichiers du mois (mouvements) retenus
           01  WS-FILES-READ PIC 9(4) VALUE 0.
           01  WS-GL-FILENAME PIC X(100) VALUE SPACES.
           01  WS-GL-LINES PIC 9(7) VALUE 0.
           01  WS-GL-SIGNED PIC S9(11)V99 VALUE 0.
      * Rapprochement par date et type de transaction : ecritures au
      * collectif des fichiers GLPOSTING, contre montants factures
      * des postes ouverts de meme date et meme type.
           01  WS-MAX-BUCKETS PIC 9(4) COMP VALUE 9000.
           01  WS-BUCKET-COUNT PIC 9(4) COMP VALUE 0.
           01  WS-BUCKET-TABLE.
               05  WS-BUCKET-ENTRY OCCURS 9000 TIMES.
                   10  WS-BK-DATE     PIC 9(8).
                   10  WS-BK-TYPE     PIC X(3).
                   10  WS-BK-GL       PIC S9(13)V99.
                   10  WS-BK-OI       PIC S9(13)V99.
           01  WS-BUCKET-IDX PIC 9(4) COMP VALUE 0.
           01  WS-BUCKET-FOUND PIC X(1) VALUE 'N'.
           01  WS-BUCKET-DIFF PIC S9(13)V99 VALUE 0.
           01  WS-LOOKUP-DATE PIC 9(8) VALUE 0.
           01  WS-LOOKUP-TYPE PIC X(3) VALUE SPACES.
           01  WS-BUCKETS-OVER PIC 9(4) VALUE 0.
      * Postes ouverts lus, retenus a l'arrete, regles apres l'arrete
           01  WS-ITEMS-READ PIC 9(7) VALUE 0.
           01  WS-ITEMS-KEPT PIC 9(7) VALUE 0.
           01  WS-ITEMS-PAID-LATER PIC 9(7) VALUE 0.
      * Soldes et elements de rapprochement
           01  WS-OPENING PIC S9(13)V99 VALUE 0.
           01  WS-GL-MOVEMENT PIC S9(13)V99 VALUE 0.
           01  WS-GL-CLOSING PIC S9(13)V99 VALUE 0.
           01  WS-SUBLEDGER PIC S9(13)V99 VALUE 0.
           01  WS-DIFFERENCE PIC S9(13)V99 VALUE 0.
           01  WS-POSTED-NOT-OI PIC S9(13)V99 VALUE 0.
           01  WS-OI-NOT-POSTED PIC S9(13)V99 VALUE 0.
           01  WS-POSTED-NET PIC S9(13)V99 VALUE 0.
           01  WS-PAID-NOT-POSTED PIC S9(13)V99 VALUE 0.
           01  WS-FX-REVAL PIC S9(13)V99 VALUE 0.
           01  WS-KNOWN-ITEMS PIC S9(13)V99 VALUE 0.
           01  WS-UNEXPLAINED PIC S9(13)V99 VALUE 0.
           01  WS-EDITED-AMOUNT PIC -(13)9.99.
      * Alerte d'exploitation en cours de preparation
           01  WS-ALERT-SEVERITY PIC X(1) VALUE 'I'.
           01  WS-ALERT-MESSAGE PIC X(60) VALUE SPACES.
      * Identifiant du batch courant (0 hors batch), pour le bandeau
      * du spool.
           01  StatutBatchCurrentFile PIC X(2) VALUE '00'.
           01  WS-CURRENT-BATCH-ID PIC 9(5) VALUE 0.
      * Spool du rapport : nom du fichier date, ligne en cours
      * d'edition (console ET spool), etat d'ouverture.
           01  StatutSpoolFile PIC X(2) VALUE '00'.
           01  StatutSpoolIndexFile PIC X(2) VALUE '00'.
           01  WS-SPOOL-FILENAME PIC X(100) VALUE SPACES.
           01  WS-SPOOL-LINE PIC X(132) VALUE SPACES.
           01  WS-SPOOL-OPEN PIC X(1) VALUE 'N'.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = compte collectif rapproche, 2 = OPENITEMS.txt absent,
      *   4 = GLRECON_MONTH ou GLRECON_OPENING invalide, 6 = ecart
      *   inexplique, 8 = erreur d'E/S irrecuperable
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
           PERFORM ACCEPT-RUN-PARAMETERS.

           IF FileStatusReturnCode = 0
               PERFORM LOAD-CONTROL-ACCOUNT
               PERFORM LOAD-OPENING-BALANCE
               PERFORM LOAD-GL-FILE-LIST
               PERFORM ACCUMULATE-GL-FILE
                   VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
                       OR FileStatusReturnCode NOT = 0
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM ACCUMULATE-OPEN-ITEMS
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM COMPUTE-RECONCILIATION
               PERFORM OPEN-REPORT-SPOOL
               PERFORM PRINT-RECONCILIATION
               PERFORM CLOSE-REPORT-SPOOL
               PERFORM WRITE-RECON-REGISTER
               IF FileStatusReturnCode = 0 AND WS-UNEXPLAINED NOT = 0
                   MOVE 6 TO FileStatusReturnCode
               END-IF
           END-IF.

           PERFORM SIGNAL-RUN-ALERTS.
           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Mois rapproche, date d'arrete et solde d'ouverture impose.
       ACCEPT-RUN-PARAMETERS.
           ACCEPT WS-MONTH-X FROM ENVIRONMENT "GLRECON_MONTH"
               ON EXCEPTION
                   MOVE SPACES TO WS-MONTH-X
           END-ACCEPT.
           IF WS-MONTH-X = SPACES
               MOVE WS-PROC-DATE(1:6) TO WS-MONTH-X
           END-IF.
           IF WS-MONTH-X IS NUMERIC
                   AND WS-MONTH-X(5:2) >= "01"
                   AND WS-MONTH-X(5:2) <= "12"
               MOVE WS-MONTH-X TO WS-MONTH
           ELSE
               MOVE 4 TO FileStatusReturnCode
               DISPLAY "GLRECON_MONTH invalide (" WS-MONTH-X
                   ") - attendu AAAAMM."
           END-IF.
           ACCEPT WS-OPENING-X FROM ENVIRONMENT "GLRECON_OPENING"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPENING-X
           END-ACCEPT.
           IF WS-OPENING-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-OPENING-X) = 0
                   MOVE FUNCTION NUMVAL(WS-OPENING-X) TO WS-OPENING
                   MOVE "fourni par la comptabilite (GLRECON_OPENING)"
                       TO WS-OPENING-SOURCE
               ELSE
                   MOVE 4 TO FileStatusReturnCode
                   DISPLAY "GLRECON_OPENING invalide ("
                       FUNCTION TRIM(WS-OPENING-X)
                       ") - montant avec point decimal attendu."
               END-IF
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM COMPUTE-ASOF-DATE
           END-IF.

      * Date d'arrete : dernier jour du mois rapproche (fevrier
      * bissextile compris), ou la date de traitement si elle tombe
      * plus tot dans ce mois.
       COMPUTE-ASOF-DATE.
           MOVE WS-MONTH TO WS-ASOF-MONTH.
           MOVE WS-MONTH(1:4) TO WS-ASOF-YEAR.
           MOVE WS-MONTH(5:2) TO WS-ASOF-MM.
           EVALUATE WS-ASOF-MM
           WHEN 04 WHEN 06 WHEN 09 WHEN 11
               MOVE 30 TO WS-ASOF-DAY
           WHEN 02
               MOVE 28 TO WS-ASOF-DAY
               COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-ASOF-YEAR, 4)
               IF WS-LEAP-REM = 0
                   COMPUTE WS-LEAP-REM
                       = FUNCTION MOD(WS-ASOF-YEAR, 100)
                   IF WS-LEAP-REM NOT = 0
                       MOVE 29 TO WS-ASOF-DAY
                   ELSE
                       COMPUTE WS-LEAP-REM
                           = FUNCTION MOD(WS-ASOF-YEAR, 400)
                       IF WS-LEAP-REM = 0
                           MOVE 29 TO WS-ASOF-DAY
                       END-IF
                   END-IF
               END-IF
           WHEN OTHER
               MOVE 31 TO WS-ASOF-DAY
           END-EVALUATE.
           IF WS-PROC-DATE(1:6) = WS-MONTH-X
                   AND WS-PROC-DATE < WS-ASOF-DATE
               MOVE WS-PROC-DATE TO WS-ASOF-DATE
           END-IF.

      * Compte collectif : ligne "CLI" (devise a blanc) de la table
      * de correspondance en vigueur a l'arrete, son compte de debit.
      * Table absente ou sans ligne "CLI" : compte historique.
       LOAD-CONTROL-ACCOUNT.
           OPEN INPUT GlMapFile.
           IF StatutGlMapFile = "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ GlMapFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF GM-STATUS NOT = 'R'
                                   AND (GM-VALID-FROM = SPACES
                                   OR GM-VALID-FROM <= WS-ASOF-DATE)
                                   AND (GM-VALID-TO = SPACES
                                   OR GM-VALID-TO >= WS-ASOF-DATE)
                                   AND GM-TYPE = WS-CONTROL-MAP-TYPE
                                   AND GM-CURRENCY = SPACES
                                   AND GM-DEBIT NOT = SPACES
                               MOVE GM-DEBIT TO WS-CONTROL-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GlMapFile
           ELSE
               DISPLAY "GLACCOUNTMAP.txt indisponible (statut "
                   StatutGlMapFile ") - compte collectif historique "
                   WS-CONTROL-ACCOUNT "."
           END-IF.

      * Solde d'ouverture : a defaut de GLRECON_OPENING, cloture du
      * dernier rapprochement du mois anterieur le plus recent au
      * registre (la derniere ligne d'un mois l'emporte). Aucun
      * rapprochement anterieur : ouverture a zero, signalee.
       LOAD-OPENING-BALANCE.
           IF WS-OPENING-SOURCE = SPACES
               MOVE 0 TO WS-PRIOR-PERIOD
               OPEN INPUT ReconRegisterFile
               IF StatutReconRegisterFile = "00"
                   MOVE 'N' TO EndOfFileSwitch
                   PERFORM UNTIL EndOfFileSwitch = 'Y'
                       READ ReconRegisterFile
                           AT END
                               MOVE 'Y' TO EndOfFileSwitch
                           NOT AT END
                               IF GR-PERIOD IS NUMERIC
                                       AND GR-PERIOD < WS-MONTH
                                       AND GR-PERIOD >= WS-PRIOR-PERIOD
                                   MOVE GR-PERIOD TO WS-PRIOR-PERIOD
                                   MOVE GR-GL-CLOSING TO WS-OPENING
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ReconRegisterFile
               END-IF
               IF WS-PRIOR-PERIOD = 0
                   MOVE 0 TO WS-OPENING
                   MOVE "aucun rapprochement anterieur - zero"
                       TO WS-OPENING-SOURCE
               ELSE
                   STRING "cloture du rapprochement "
                               DELIMITED BY SIZE
                           WS-PRIOR-PERIOD DELIMITED BY SIZE
                       INTO WS-OPENING-SOURCE
               END-IF
           END-IF.

      * Releve au registre des transmissions les fichiers d'ecritures
      * a relire (un nom inscrit plusieurs fois n'est retenu qu'une
      * fois : le fichier sur disque est celui du dernier envoi).
      * Registre absent : aucun fichier, signale - l'ecart apparait
      * en inexplique.
       LOAD-GL-FILE-LIST.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT TransmissionRegFile.
           EVALUATE StatutTransmissionRegFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ TransmissionRegFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           PERFORM NOTE-ONE-TRANSMISSION
                   END-READ
               END-PERFORM
               CLOSE TransmissionRegFile
           WHEN "35"
               DISPLAY "*** ATTENTION : TRANSMISSION_REGISTER.txt "
                   "absent - aucun fichier d'ecritures a relire."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND ReconcileArControl - erreur d'E/S "
                   "irrecuperable sur TRANSMISSION_REGISTER.txt "
                   "(statut " StatutTransmissionRegFile ")."
           END-EVALUATE.

       NOTE-ONE-TRANSMISSION.
           IF MF-FILENAME(1:10) = "GLPOSTING-"
                   AND MF-FILENAME(11:6) IS NUMERIC
                   AND MF-FILENAME(11:6) <= WS-MONTH-X
               MOVE 'P' TO WS-FILE-KIND
               PERFORM ADD-ONE-GL-FILE
           END-IF.
           IF MF-FILENAME(1:8) = "GLREVAL-"
                   AND MF-FILENAME(9:6) IS NUMERIC
                   AND MF-FILENAME(9:6) <= WS-MONTH-X
               MOVE 'R' TO WS-FILE-KIND
               PERFORM ADD-ONE-GL-FILE
           END-IF.

       ADD-ONE-GL-FILE.
           MOVE 'N' TO WS-FILE-FOUND.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
                       OR WS-FILE-FOUND = 'Y'
               IF WS-FL-NAME(WS-FILE-IDX) = MF-FILENAME
                   MOVE 'Y' TO WS-FILE-FOUND
               END-IF
           END-PERFORM.
           IF WS-FILE-FOUND = 'N'
               IF WS-FILE-COUNT < WS-MAX-FILES
                   ADD 1 TO WS-FILE-COUNT
                   MOVE MF-FILENAME TO WS-FL-NAME(WS-FILE-COUNT)
                   MOVE WS-FILE-KIND TO WS-FL-KIND(WS-FILE-COUNT)
                   MOVE 'N' TO WS-FL-IN-MONTH(WS-FILE-COUNT)
                   IF (WS-FILE-KIND = 'P'
                           AND MF-FILENAME(11:6) = WS-MONTH-X)
                           OR (WS-FILE-KIND = 'R'
                           AND MF-FILENAME(9:6) = WS-MONTH-X)
                       MOVE 'Y' TO WS-FL-IN-MONTH(WS-FILE-COUNT)
                       ADD 1 TO WS-FILES-READ
                   END-IF
               ELSE
                   DISPLAY "*** ATTENTION : table des fichiers "
                       "d'ecritures pleine (" WS-MAX-FILES ") - "
                       FUNCTION TRIM(MF-FILENAME) " ignore."
               END-IF
           END-IF.

      * Relit un fichier d'ecritures et cumule ses ecritures au
      * compte collectif : mouvements du mois, rapprochement par date
      * et type (GLPOSTING), reevaluation en vigueur (GLREVAL).
      * Fichier inscrit mais introuvable : signale, l'ecart apparait
      * en inexplique.
       ACCUMULATE-GL-FILE.
           MOVE SPACES TO WS-GL-FILENAME.
           MOVE WS-FL-NAME(WS-FILE-IDX) TO WS-GL-FILENAME.
           OPEN INPUT GlPostingFile.
           EVALUATE StatutGlPostingFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ GlPostingFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF (GLP-RECORD-TYPE = 'D'
                                   OR GLP-RECORD-TYPE = 'C')
                                   AND GLP-ACCOUNT = WS-CONTROL-ACCOUNT
                               PERFORM ADD-ONE-CONTROL-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GlPostingFile
           WHEN "35"
               ADD 1 TO WS-FILES-MISSING
               DISPLAY "*** ATTENTION : "
                   FUNCTION TRIM(WS-GL-FILENAME)
                   " inscrit au registre des transmissions mais "
                   "introuvable."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND ReconcileArControl - erreur d'E/S "
                   "irrecuperable sur " FUNCTION TRIM(WS-GL-FILENAME)
                   " (statut " StatutGlPostingFile ")."
           END-EVALUATE.

       ADD-ONE-CONTROL-POSTING.
           ADD 1 TO WS-GL-LINES.
           IF GLP-RECORD-TYPE = 'D'
               MOVE GLP-AMOUNT TO WS-GL-SIGNED
           ELSE
               COMPUTE WS-GL-SIGNED = 0 - GLP-AMOUNT
           END-IF.
           IF WS-FL-IN-MONTH(WS-FILE-IDX) = 'Y'
               ADD WS-GL-SIGNED TO WS-GL-MOVEMENT
           END-IF.
           IF WS-FL-KIND(WS-FILE-IDX) = 'R'
               ADD WS-GL-SIGNED TO WS-FX-REVAL
           ELSE
               MOVE GLP-POST-DATE TO WS-LOOKUP-DATE
               MOVE GLP-TRAN-TYPE TO WS-LOOKUP-TYPE
               PERFORM FIND-BUCKET
               IF WS-BUCKET-FOUND = 'Y'
                   ADD WS-GL-SIGNED TO WS-BK-GL(WS-BUCKET-IDX)
               END-IF
           END-IF.

      * Retrouve (ou cree) la case date / type WS-LOOKUP-DATE /
      * WS-LOOKUP-TYPE ; WS-BUCKET-FOUND = 'N' seulement si la table
      * est pleine.
       FIND-BUCKET.
           MOVE 'N' TO WS-BUCKET-FOUND.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > WS-BUCKET-COUNT
                       OR WS-BUCKET-FOUND = 'Y'
               IF WS-BK-DATE(WS-BUCKET-IDX) = WS-LOOKUP-DATE
                       AND WS-BK-TYPE(WS-BUCKET-IDX) = WS-LOOKUP-TYPE
                   MOVE 'Y' TO WS-BUCKET-FOUND
               END-IF
           END-PERFORM.
           IF WS-BUCKET-FOUND = 'Y'
               SUBTRACT 1 FROM WS-BUCKET-IDX
           ELSE
               IF WS-BUCKET-COUNT < WS-MAX-BUCKETS
                   ADD 1 TO WS-BUCKET-COUNT
                   MOVE WS-BUCKET-COUNT TO WS-BUCKET-IDX
                   MOVE WS-LOOKUP-DATE TO WS-BK-DATE(WS-BUCKET-IDX)
                   MOVE WS-LOOKUP-TYPE TO WS-BK-TYPE(WS-BUCKET-IDX)
                   MOVE 0 TO WS-BK-GL(WS-BUCKET-IDX)
                   MOVE 0 TO WS-BK-OI(WS-BUCKET-IDX)
                   MOVE 'Y' TO WS-BUCKET-FOUND
               ELSE
                   DISPLAY "*** ATTENTION : table de rapprochement "
                       "pleine (" WS-MAX-BUCKETS ") - " WS-LOOKUP-DATE
                       " " WS-LOOKUP-TYPE " non rapproche."
               END-IF
           END-IF.

      * Cumule les postes ouverts a l'arrete : restant du (solde du
      * sous-livre), reglements apparies, et montant facture dans la
      * case date / type du poste. Un poste date apres l'arrete est
      * hors champ.
       ACCUMULATE-OPEN-ITEMS.
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
                           IF OI-TRAN-DATE IS NUMERIC
                                   AND OI-TRAN-DATE <= WS-ASOF-DATE
                               PERFORM ADD-ONE-OPEN-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OpenItemFile
           WHEN "35"
               MOVE 2 TO FileStatusReturnCode
               DISPLAY "OPENITEMS.txt introuvable (statut "
                   StatutOpenItemFile ") - rien a rapprocher."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND ReconcileArControl - erreur d'E/S "
                   "irrecuperable sur OPENITEMS.txt (statut "
                   StatutOpenItemFile ")."
           END-EVALUATE.

       ADD-ONE-OPEN-ITEM.
           ADD 1 TO WS-ITEMS-KEPT.
           COMPUTE WS-SUBLEDGER = WS-SUBLEDGER
               + OI-ORIG-AMOUNT - OI-PAID-AMOUNT.
           ADD OI-PAID-AMOUNT TO WS-PAID-NOT-POSTED.
           IF OI-LAST-PAY-DATE IS NUMERIC
                   AND OI-LAST-PAY-DATE > WS-ASOF-DATE
               ADD 1 TO WS-ITEMS-PAID-LATER
           END-IF.
           MOVE OI-TRAN-DATE TO WS-LOOKUP-DATE.
           MOVE OI-TRAN-TYPE TO WS-LOOKUP-TYPE.
           PERFORM FIND-BUCKET.
           IF WS-BUCKET-FOUND = 'Y'
               ADD OI-ORIG-AMOUNT TO WS-BK-OI(WS-BUCKET-IDX)
           END-IF.

      * Solde du collectif, ecart, et ventilation : par case date /
      * type, l'excedent des ecritures sur les postes est une
      * ecriture sans poste ouvert, l'excedent des postes une
      * facture entree en poste sans ecriture au collectif.
       COMPUTE-RECONCILIATION.
           COMPUTE WS-GL-CLOSING = WS-OPENING + WS-GL-MOVEMENT.
           COMPUTE WS-DIFFERENCE = WS-GL-CLOSING - WS-SUBLEDGER.
           PERFORM CLASSIFY-ONE-BUCKET
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > WS-BUCKET-COUNT.
           COMPUTE WS-POSTED-NET = WS-POSTED-NOT-OI - WS-OI-NOT-POSTED.
           COMPUTE WS-KNOWN-ITEMS = WS-POSTED-NET
               + WS-PAID-NOT-POSTED + WS-FX-REVAL.
           COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE - WS-KNOWN-ITEMS.

       CLASSIFY-ONE-BUCKET.
           COMPUTE WS-BUCKET-DIFF = WS-BK-GL(WS-BUCKET-IDX)
               - WS-BK-OI(WS-BUCKET-IDX).
           IF WS-BUCKET-DIFF > 0
               ADD WS-BUCKET-DIFF TO WS-POSTED-NOT-OI
               ADD 1 TO WS-BUCKETS-OVER
           END-IF.
           IF WS-BUCKET-DIFF < 0
               SUBTRACT WS-BUCKET-DIFF FROM WS-OI-NOT-POSTED
               ADD 1 TO WS-BUCKETS-OVER
           END-IF.

      * Edite la page : soldes, ventilation de l'ecart, conclusion,
      * ecarts par date / type, bloc de visa.
       PRINT-RECONCILIATION.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "*** RAPPROCHEMENT DU COMPTE COLLECTIF CLIENTS "
                       DELIMITED BY SIZE
                   WS-CONTROL-ACCOUNT DELIMITED BY SIZE
                   " - MOIS " DELIMITED BY SIZE
                   WS-MONTH DELIMITED BY SIZE
                   " - ARRETE AU " DELIMITED BY SIZE
                   WS-ASOF-DATE DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "GRAND LIVRE - COMPTE COLLECTIF" TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-OPENING TO WS-EDITED-AMOUNT.
           STRING "  Solde d'ouverture . . . . . . . . . . : "
                       DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPENING-SOURCE) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-GL-MOVEMENT TO WS-EDITED-AMOUNT.
           STRING "  Mouvements du mois (fichiers envoyes) : "
                       DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   WS-FILES-READ DELIMITED BY SIZE
                   " fichier(s), " DELIMITED BY SIZE
                   WS-FILES-MISSING DELIMITED BY SIZE
                   " introuvable(s))" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-GL-CLOSING TO WS-EDITED-AMOUNT.
           STRING "  Solde du compte collectif . . . . . . : "
                       DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "SOUS-LIVRE - POSTES OUVERTS" TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-SUBLEDGER TO WS-EDITED-AMOUNT.
           STRING "  Restant du a l'arrete . . . . . . . . : "
                       DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   WS-ITEMS-KEPT DELIMITED BY SIZE
                   " poste(s))" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-ITEMS-PAID-LATER > 0
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "  dont postes regles apres l'arrete  . : "
                           DELIMITED BY SIZE
                       WS-ITEMS-PAID-LATER DELIMITED BY SIZE
                       " (reglement deja deduit)" DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-DIFFERENCE TO WS-EDITED-AMOUNT.
           STRING "ECART COLLECTIF - SOUS-LIVRE  . . . . . : "
                       DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-POSTED-NOT-OI TO WS-EDITED-AMOUNT.
           STRING "  Ecritures deversees sans poste ouvert : "
                       DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           COMPUTE WS-EDITED-AMOUNT = 0 - WS-OI-NOT-POSTED.
           STRING "  Postes ouverts sans ecriture . . . . : "
                       DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-PAID-NOT-POSTED TO WS-EDITED-AMOUNT.
           STRING "  Reglements apparies non comptabilises : "
                       DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-FX-REVAL TO WS-EDITED-AMOUNT.
           STRING "  Reevaluation de change en vigueur . . : "
                       DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           MOVE WS-UNEXPLAINED TO WS-EDITED-AMOUNT.
           STRING "  Ecart inexplique  . . . . . . . . . . : "
                       DELIMITED BY SIZE
                   WS-EDITED-AMOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-UNEXPLAINED = 0
               MOVE "CONCLUSION : COMPTE COLLECTIF RAPPROCHE."
                   TO WS-SPOOL-LINE
           ELSE
               MOVE "CONCLUSION : *** ECART INEXPLIQUE A JUSTIFIER ***"
                   TO WS-SPOOL-LINE
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           IF WS-BUCKETS-OVER > 0
               MOVE SPACES TO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
               MOVE "ECARTS PAR DATE ET TYPE       ECRITURES"
                   TO WS-SPOOL-LINE
               MOVE "         POSTES           ECART"
                   TO WS-SPOOL-LINE(40:31)
               PERFORM PRINT-REPORT-LINE
               PERFORM PRINT-ONE-BUCKET
                   VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > WS-BUCKET-COUNT
           END-IF.
           PERFORM PRINT-SIGN-OFF.

      * Ligne d'une case date / type en ecart.
       PRINT-ONE-BUCKET.
           IF WS-BK-GL(WS-BUCKET-IDX) NOT = WS-BK-OI(WS-BUCKET-IDX)
               MOVE SPACES TO WS-SPOOL-LINE
               MOVE WS-BK-DATE(WS-BUCKET-IDX) TO WS-SPOOL-LINE(3:8)
               MOVE WS-BK-TYPE(WS-BUCKET-IDX) TO WS-SPOOL-LINE(13:3)
               MOVE WS-BK-GL(WS-BUCKET-IDX) TO WS-EDITED-AMOUNT
               MOVE WS-EDITED-AMOUNT TO WS-SPOOL-LINE(18:18)
               MOVE WS-BK-OI(WS-BUCKET-IDX) TO WS-EDITED-AMOUNT
               MOVE WS-EDITED-AMOUNT TO WS-SPOOL-LINE(37:18)
               COMPUTE WS-EDITED-AMOUNT = WS-BK-GL(WS-BUCKET-IDX)
                   - WS-BK-OI(WS-BUCKET-IDX)
               MOVE WS-EDITED-AMOUNT TO WS-SPOOL-LINE(56:18)
               PERFORM PRINT-REPORT-LINE
           END-IF.

      * Bloc de visa de la page : etablissement par le batch, visa de
      * la comptabilite et du controle sur la page spoolee.
       PRINT-SIGN-OFF.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Etabli par ReconcileArControl le " DELIMITED BY SIZE
                   WS-SYS-TIMESTAMP DELIMITED BY SIZE
                   " (journee " DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "Revu par (comptabilite clients) : ____________________"
               TO WS-SPOOL-LINE.
           MOVE "   Date : __________" TO WS-SPOOL-LINE(56:20).
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE "Approuve par (controle interne) : ____________________"
               TO WS-SPOOL-LINE.
           MOVE "   Date : __________" TO WS-SPOOL-LINE(56:20).
           PERFORM PRINT-REPORT-LINE.

      * Inscrit le rapprochement au registre : sa cloture sert de
      * solde d'ouverture au mois suivant.
       WRITE-RECON-REGISTER.
           OPEN EXTEND ReconRegisterFile.
           IF StatutReconRegisterFile = "35"
               OPEN OUTPUT ReconRegisterFile
           END-IF.
           IF StatutReconRegisterFile NOT = "00"
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND ReconcileArControl - erreur d'E/S "
                   "irrecuperable sur GLRECON_REGISTER.txt (statut "
                   StatutReconRegisterFile ")."
           ELSE
               MOVE SPACES TO ReconRegisterRecord
               MOVE WS-MONTH           TO GR-PERIOD
               MOVE WS-ASOF-DATE       TO GR-ASOF-DATE
               MOVE WS-CONTROL-ACCOUNT TO GR-ACCOUNT
               MOVE WS-OPENING         TO GR-OPENING
               MOVE WS-GL-MOVEMENT     TO GR-GL-MOVEMENT
               MOVE WS-GL-CLOSING      TO GR-GL-CLOSING
               MOVE WS-SUBLEDGER       TO GR-SUBLEDGER
               MOVE WS-POSTED-NET      TO GR-POSTED-NOT-OI
               MOVE WS-PAID-NOT-POSTED TO GR-PAID-NOT-POSTED
               MOVE WS-FX-REVAL        TO GR-FX-REVAL
               MOVE WS-UNEXPLAINED     TO GR-UNEXPLAINED
               MOVE WS-SYS-TIMESTAMP   TO GR-TIMESTAMP
               MOVE WS-PROC-DATE       TO GR-PROC-DATE
               WRITE ReconRegisterRecord
               CLOSE ReconRegisterFile
           END-IF.

      * Alertes d'exploitation du rapprochement : ecart inexplique
      * (severe), fichiers d'ecritures introuvables, erreur d'E/S.
       SIGNAL-RUN-ALERTS.
           IF FileStatusReturnCode = 6
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               MOVE WS-UNEXPLAINED TO WS-EDITED-AMOUNT
               STRING "ecart inexplique collectif " DELIMITED BY SIZE
                       WS-MONTH DELIMITED BY SIZE
                       " : " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDITED-AMOUNT)
                           DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF WS-FILES-MISSING > 0
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-FILES-MISSING DELIMITED BY SIZE
                       " fichier(s) d'ecritures introuvable(s)"
                           DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF FileStatusReturnCode = 8
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE "erreur d'E/S sur le rapprochement du collectif"
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
           MOVE "ReconcileArControl" TO AL-PROGRAM.
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
           PERFORM READ-CURRENT-BATCH-ID.
           MOVE SPACES TO WS-SPOOL-FILENAME.
           STRING "RAPPORT-ReconcileArControl-" DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SPOOL-FILENAME.
           OPEN OUTPUT SpoolFile.
           IF StatutSpoolFile = "00"
               MOVE 'Y' TO WS-SPOOL-OPEN
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** ReconcileArControl - JOURNEE "
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
               MOVE "ReconcileArControl" TO SX-PROGRAM
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
      * nom du programme, horodatage, statut fichier, nb enreg. Le
      * mois rapproche est porte en note.
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
               OPEN OUTPUT AuditTrailFile
           END-IF.
           MOVE SPACES TO AuditTrailRecord.
           MOVE "ReconcileArControl" TO AUD-PROGRAM
           MOVE WS-SYS-TIMESTAMP    TO AUD-TIMESTAMP
           MOVE StatutOpenItemFile  TO AUD-FILE-STATUS
           MOVE WS-ITEMS-KEPT       TO AUD-RECORD-COUNT
           MOVE WS-PROC-DATE        TO AUD-PROC-DATE
           MOVE WS-CURRENT-BATCH-ID TO AUD-BATCH-ID
           MOVE SPACES TO AUD-NOTE
           STRING "RAPPRO " DELIMITED BY SIZE
                   WS-MONTH-X DELIMITED BY SIZE
               INTO AUD-NOTE
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
