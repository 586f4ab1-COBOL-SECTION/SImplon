      * MODIFCREATED_FEEDLIST.txt (plusieurs deliveries par jour -
      * fichier partenaire du matin, fichier agences, corrections)
      * ou, sans liste, le seul MODIFCREATED_INPUT.txt historique.
      * Le flux des ordres permanents du jour (STORDERS-AAAAMMJJ.txt,
      * -Cnn pour un cycle > 1, ecrit par cGenerateStandingOrders
      * juste avant dans la chaine) est ajoute d'office en fin de
      * liste s'il existe et n'y figure pas deja.
       SELECT InputFeedFile ASSIGN TO DYNAMIC WS-INPUT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutInputFeedFile.
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS KID-TRAN-ID
       FILE STATUS is StatutKnownIdFile.
      * Catalogue des segments de NOUVEAU_FICHIER (voir
      * copybooks/NFCATREC.cpy).
       SELECT SegmentCatalogueFile
           ASSIGN TO "NOUVEAU_FICHIER_CATALOGUE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSegmentCatalogueFile.
      * Piste d'audit commune a tous les programmes du batch
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       SELECT AccountFile ASSIGN TO "ACCOUNTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAccountFile.
      * Postes ouverts (entretenus par cMatchPayments.cbl), relus au
      * demarrage pour l'encours non regle de chaque compte : base du
      * controle du plafond de credit.
       SELECT OpenItemFile ASSIGN TO "OPENITEMS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpenItemFile.
      * Taux de change du jour (voir copybooks/CURRATEREC.cpy) : le
      * montant d'une transaction en devise est ramene en EUR avant
      * d'etre confronte au plafond de credit, exprime en EUR.
       SELECT CurrencyRateFile ASSIGN TO "CURRENCYRATES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutCurrencyRateFile.
      * Registre des plages de numerotation par source : un TRAN-ID
      * hors de la plage attribuee a son flux est rejete avec un
      * motif specifique au lieu de passer pour un doublon d'une
       SELECT OpsAlertFile ASSIGN TO "OPSALERTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutOpsAlertFile.
      * Liste de surveillance de la conformite (comptes bloques, noms
      * et mots-cles, voir copybooks/WATCHREC.cpy), chargee au
      * demarrage : chaque enregistrement est confronte a la liste
      * avant tout controle de saisie.
       SELECT WatchListFile ASSIGN TO "WATCHLIST.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutWatchListFile.
      * Quarantaine de conformite : un enregistrement touche par la
      * liste de surveillance n'est ecrit ni dans NouveauFichier ni
      * dans la liste de rejets, mais ici, en attente de la revue
      * d'un responsable conformite (cReviewQuarantine.cbl). Le reste
      * de la delivery se charge normalement.
       SELECT QuarantineFile ASSIGN TO "MODIFCREATED_QUARANTINE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutQuarantineFile.
      * Registre des statuts de periode (voir
      * copybooks/PERIODREC.cpy) : une transaction tardive datee
      * d'un mois clos ou verrouille n'est pas rejetee, elle est
      * chargee sous la premiere periode ouverte et inscrite au
      * registre des regularisations sur periode close (voir
      * copybooks/PPAREC.cpy), restitue par cPriorPeriodReport.
       SELECT PeriodStatusFile ASSIGN TO "PERIOD_STATUS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPeriodStatusFile.
       SELECT PriorPeriodFile ASSIGN TO "PRIOR_PERIOD_ADJ.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPriorPeriodFile.
      * Registre des scelles des fichiers permanents (voir
      * copybooks/SEALREC.cpy), et relecture du fichier scelle pour
      * en recalculer le scelle.
       SELECT SealSourceFile ASSIGN TO DYNAMIC WS-SEAL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSealSourceFile.
       SELECT SealRegisterFile ASSIGN TO "SEALS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSealRegisterFile.
      * Rapport de simulation (MODIFCREATED_MODE=SIMUL) : le verdict
      * du chargement part dans un fichier date
      * (RAPPORT-modifCreated-<date>.txt), reference dans l'index du
      * spool.
       SELECT SpoolFile ASSIGN TO DYNAMIC WS-SPOOL-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSpoolFile.
       SELECT SpoolIndexFile ASSIGN TO "SPOOL_INDEX.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSpoolIndexFile.

      * !!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.
      * copybooks/ACCTREC.cpy).
           COPY ACCTREC.

       FD OpenItemFile.
       01 OpenItemRecord.
      * Gisement des postes ouverts (voir
      * copybooks/OPENITEMREC.cpy).
           COPY OPENITEMREC.

       FD CurrencyRateFile.
       01 CurrencyRateRecord.
      * Gisement de la table des taux (voir
      * copybooks/CURRATEREC.cpy).
           COPY CURRATEREC.

       FD RangeFile.
       01 RangeRecord.
      * Gisement du registre des plages (voir
           05 KID-TRAN-ID PIC 9(7).
           05 KID-RUN     PIC 9(5).

       FD SegmentCatalogueFile.
       01 SegmentCatalogueRecord.
      * Gisement du catalogue des segments (voir
      * copybooks/NFCATREC.cpy).
           COPY NFCATREC.

       FD BatchCurrentFile.
       01 BatchCurrentRecord PIC 9(5).

       01 OpsAlertRecord.
           COPY ALERTREC.

       FD WatchListFile.
       01 WatchListRecord.
      * Gisement de la liste de surveillance (voir
      * copybooks/WATCHREC.cpy).
           COPY WATCHREC.

       FD QuarantineFile.
       01 QuarantineRecord.
      * Gisement de la quarantaine (voir copybooks/QUARREC.cpy).
           COPY QUARREC.

       FD PeriodStatusFile.
       01 PeriodStatusRecord.
      * Gisement du registre des statuts de periode (voir
      * copybooks/PERIODREC.cpy).
           COPY PERIODREC.

       FD PriorPeriodFile.
       01 PriorPeriodRecord.
      * Gisement du registre des regularisations sur periode close
      * (voir copybooks/PPAREC.cpy).
           COPY PPAREC.

      * Ligne brute du fichier scelle (250 octets couvrent le plus
      * long des gisements scelles).
       FD SealSourceFile.
       01 SealSourceRecord PIC X(250).

       FD SealRegisterFile.
       01 SealRegisterRecord.
      * Gisement du registre des scelles (voir copybooks/SEALREC.cpy).
           COPY SEALREC.

       FD SpoolFile.
       01 SpoolRecord PIC X(132).

       FD SpoolIndexFile.
       01 SpoolIndexRecord.
      * Gisement de l'index du spool (voir copybooks/SPOOLREC.cpy).
           COPY SPOOLREC.

      * !!! Déclaration des variables:
       WORKING-STORAGE SECTION.
      * Variable qui prélève le fichier si il existe:
           05 WS-FEED-NAME OCCURS 20 TIMES PIC X(100).
       01 WS-FEED-IDX PIC 9(2) VALUE 0.
       01 WS-FEEDLIST-EOF PIC X(1) VALUE 'N'.
      * Flux des ordres permanents du jour, meme nom que celui ecrit
      * par cGenerateStandingOrders (surchargeable par la meme
      * variable STANDING_ORDER_FEED_FILE).
       01 WS-STORDERS-FILENAME PIC X(100) VALUE SPACES.
       01 WS-STORDERS-OVERRIDE PIC X(100) VALUE SPACES.
       01 WS-STORDERS-LISTED PIC X(1) VALUE 'N'.
      * Rang du flux des ordres permanents dans la liste du run (0 =
      * absent), et rang dont cGenerateStandingOrders a tire la plage
      * de TRAN-ID (STANDING_ORDER_FEED_ID) : ajoute d'office en fin
      * de liste, ce flux est controle contre la plage de ce rang-la,
      * quel que soit le nombre de flux listes ce jour.
       01 WS-STORDERS-IDX PIC 9(2) VALUE 0.
       01 WS-ORDER-FEED-ID-X PIC X(2) VALUE SPACES.
       01 WS-ORDER-FEED-ID PIC 9(2) VALUE 0.
       01 WS-RANGE-FEED-ID PIC 9(2) VALUE 0.
      * Conduite du parcours des flux : arret sur flux absent ou
      * erreur d'E/S, ouverture des sorties differree jusqu'au
      * premier flux effectivement present.
       01 WS-KEYED-IDS-AVAILABLE PIC X(1) VALUE 'N'.
       01 WS-BOOTSTRAP-EOF PIC X(1) VALUE 'N'.
       01 WS-BOOTSTRAP-COUNT PIC 9(7) VALUE 0.
      * Segments clos de NOUVEAU_FICHIER inscrits au catalogue (la
      * derniere ligne d'un mois l'emporte), tous relus avant le
      * segment ouvert quand les TRAN-ID connus sont reconstitues :
      * un identifiant d'un mois clos reste un doublon.
       01 StatutSegmentCatalogueFile PIC X(2) VALUE '00'.
       01 WS-SEG-MAX PIC 9(3) COMP VALUE 600.
       01 WS-SEG-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-SEG-TABLE.
           05 WS-SEG-ENTRY OCCURS 600 TIMES.
               10 WS-SEG-MONTH      PIC 9(6).
               10 WS-SEG-STATUS     PIC X(1).
               10 WS-SEG-FILENAME   PIC X(40).
       01 WS-SEG-IDX PIC 9(3) COMP VALUE 0.
       01 WS-SEG-FOUND PIC X(1) VALUE 'N'.
       01 WS-SEG-EOF PIC X(1) VALUE 'N'.
       01 WS-SEG-WANTED PIC X(1) VALUE 'N'.
       01 WS-SEG-MISSING-COUNT PIC 9(3) VALUE 0.
       01 WS-ACTIVE-NF-FILENAME PIC X(100) VALUE SPACES.
      * Table de secours des TRAN-ID deja charges dans NouveauFichier,
      * relue au demarrage depuis le fichier lui-meme (tous les runs
      * precedents, pas seulement celui-ci) puis completee au fil des
           05 WS-ACCT-ENTRY OCCURS 200 TIMES.
               10 WS-AC-ID     PIC X(5).
               10 WS-AC-STATUS PIC X(1).
      * Plafond de credit du compte (0 = pas de plafond), encours non
      * regle en EUR (postes ouverts plus transactions deja retenues
      * dans ce run), et alerte severe deja emise ce run pour le
      * compte (une seule par compte).
               10 WS-AC-LIMIT    PIC 9(9)V99.
               10 WS-AC-EXPOSURE PIC S9(11)V99.
               10 WS-AC-ALERTED  PIC X(1).
       01 WS-ACCT-IDX PIC 9(3) COMP VALUE 0.
       01 WS-ACCT-EOF PIC X(1) VALUE 'N'.
      * Resultat de la recherche du compte de l'enregistrement courant
       01 WS-ACCT-FOUND PIC X(1) VALUE 'N'.
       01 WS-ACCT-RETIRED PIC X(1) VALUE 'N'.
      * Rang de la ligne active du compte trouve (0 = aucune)
       01 WS-ACCT-HIT PIC 9(3) COMP VALUE 0.
      * Controle du plafond de credit : encours par compte relu de
      * OPENITEMS.txt (postes non soldes, montant facture moins
      * regle), montant EUR de la transaction courante, encours
      * projete. La ligne de compte et le montant retenus sont
      * gardes jusqu'a l'ecriture : l'encours du run n'augmente que
      * si l'enregistrement passe tous les controles.
       01 StatutOpenItemFile PIC X(2) VALUE '00'.
       01 WS-OI-EOF PIC X(1) VALUE 'N'.
       01 WS-OI-DUE PIC S9(9)V99 VALUE 0.
       01 WS-OI-ACCT-COUNT PIC 9(7) VALUE 0.
       01 WS-CREDIT-EUR-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-CREDIT-PROJECTED PIC S9(11)V99 VALUE 0.
       01 WS-CREDIT-ACCT-IDX PIC 9(3) COMP VALUE 0.
       01 WS-CREDIT-REJECT-COUNT PIC 9(7) VALUE 0.
      * Taux du jour charges depuis CURRENCYRATES.txt (date de
      * traitement). Devise sans taux : montant pris tel quel pour le
      * controle du plafond (ConsolidateMaster arrete de toute facon
      * la chaine sur un taux manquant).
       01 StatutCurrencyRateFile PIC X(2) VALUE '00'.
       01 WS-RATE-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES.
               10 WS-RT-CURRENCY PIC X(3).
               10 WS-RT-RATE     PIC 9(3)V9(6).
       01 WS-RT-IDX PIC 9(3) COMP VALUE 0.
       01 WS-RATE-EOF PIC X(1) VALUE 'N'.
       01 WS-RATE-FOUND PIC X(1) VALUE 'N'.
      * Regles actives de la liste de surveillance, chargees au
      * demarrage depuis WATCHLIST.txt : valeur mise en majuscules et
      * longueur utile pour la recherche des noms/mots-cles. Liste
      * absente : filtrage neutralise (signale a la console).
       01 StatutWatchListFile PIC X(2) VALUE '00'.
       01 StatutQuarantineFile PIC X(2) VALUE '00'.
       01 WS-WATCH-LOADED PIC X(1) VALUE 'N'.
       01 WS-WATCH-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-MAX-WATCH PIC 9(3) COMP VALUE 200.
       01 WS-WATCH-TABLE.
           05 WS-WATCH-ENTRY OCCURS 200 TIMES.
               10 WS-WL-RULE-ID PIC X(6).
               10 WS-WL-KIND    PIC X(1).
               10 WS-WL-VALUE   PIC X(30).
               10 WS-WL-LEN     PIC 9(2).
       01 WS-WL-IDX PIC 9(3) COMP VALUE 0.
       01 WS-WATCH-EOF PIC X(1) VALUE 'N'.
      * Resultat du filtrage de l'enregistrement courant : regle
      * touchee (rang dans la table), description en majuscules et
      * nombre d'occurrences du mot-cle.
       01 WS-WATCH-HIT PIC X(1) VALUE 'N'.
       01 WS-WATCH-HIT-IDX PIC 9(3) COMP VALUE 0.
       01 WS-SCREEN-TEXT PIC X(30) VALUE SPACES.
       01 WS-SCREEN-TALLY PIC 9(3) VALUE 0.
       01 WS-QUARANTINE-COUNT PIC 9(7) VALUE 0.
      * Flux en cours = enregistrements liberes par la conformite
      * (MODIFCREATED_QRELEASED.txt, voir cReviewQuarantine) : deja
      * revus, ils ne sont pas refiltres.
       01 WS-QRELEASED-FEED PIC X(1) VALUE 'N'.
      * Horodatage systeme utilise pour dater chaque enregistrement
      * et pour la piste d'audit
       01 WS-SYS-DATETIME.
      * reporte sur la ligne d'audit.
       01 WS-BATCH-CYCLE-X PIC X(2) VALUE SPACES.
       01 WS-BATCH-CYCLE PIC 9(2) VALUE 1.
      * Registre des statuts de periode (PERIOD_STATUS.txt) : statut
      * courant de chaque mois present (la derniere ligne d'un mois
      * l'emporte, un mois absent est ouvert), et resultat du
      * controle d'une date (mois, periode close ou non, motif).
       01 StatutPeriodStatusFile PIC X(2) VALUE '00'.
       01 WS-PERIOD-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-MAX-PERIODS PIC 9(3) COMP VALUE 600.
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY OCCURS 600 TIMES.
               10 WS-PT-PERIOD PIC 9(6).
               10 WS-PT-STATUS PIC X(1).
       01 WS-PERIOD-IDX PIC 9(3) COMP VALUE 0.
       01 WS-PERIOD-FOUND PIC X(1) VALUE 'N'.
       01 WS-PERIOD-EOF PIC X(1) VALUE 'N'.
       01 WS-CHECK-DATE PIC 9(8) VALUE 0.
       01 WS-CHECK-PERIOD PIC 9(6) VALUE 0.
       01 WS-CHECK-STATUS PIC X(1) VALUE 'O'.
       01 WS-PERIOD-CLOSED PIC X(1) VALUE 'N'.
       01 WS-PERIOD-REASON PIC X(40) VALUE SPACES.
      * Transactions tardives (datees d'une periode close) : date
      * de comptabilisation de la premiere periode ouverte (date de
      * traitement si son mois est ouvert, sinon le 1er du premier
      * mois ouvert suivant), date d'origine de la transaction en
      * cours, nombre et montant des regularisations du run.
       01 StatutPriorPeriodFile PIC X(2) VALUE '00'.
       01 WS-FIRST-OPEN-DATE PIC 9(8) VALUE 0.
       01 WS-OPEN-SEARCH.
           05 WS-OS-YEAR  PIC 9(4).
           05 WS-OS-MONTH PIC 9(2).
           05 WS-OS-DAY   PIC 9(2).
       01 WS-OPEN-SEARCH-DATE REDEFINES WS-OPEN-SEARCH PIC 9(8).
       01 WS-OPEN-SEARCH-TRIES PIC 9(3) COMP VALUE 0.
       01 WS-PPA-PENDING PIC X(1) VALUE 'N'.
       01 WS-PPA-ORIGINAL-DATE PIC 9(8) VALUE 0.
       01 WS-PPA-CLOSED-PERIOD PIC 9(6) VALUE 0.
       01 WS-PPA-COUNT PIC 9(7) VALUE 0.
       01 WS-PPA-TOTAL PIC S9(11)V99 VALUE 0.
      * Code retour distinguant les classes d'echec/de resultat pour
      * que le planificateur n'ait pas a deviner a partir d'un DISPLAY :
      *   0 = run normal, 2 = MODIFCREATED_INPUT.txt absent,
      *   9 = flux hors limites de chargement, parque dans
      *       MODIFCREATED_PENDING.txt en attente de la decision
      *       d'un superviseur (cReleasePendingRun.cbl)
      * En simulation, les memes codes donnent le verdict qu'aurait
      * le chargement reel (rien n'est parque ni retenu).
       01 FileStatusReturnCode PIC 9(1) VALUE 0.
      * Scelle de NouveauFichier (voir copybooks/SEALREC.cpy) :
      * scelle courant releve au registre, controle du contenu avant
      * le chargement (une modification faite hors programme ne doit
      * pas etre blanchie par le nouveau scelle : il n'est alors pas
      * renouvele, et cOpenBatch bloquera le batch jusqu'au
      * rescellement superviseur), puis scelle recalcule apres le
      * chargement. Sur une reprise, les lignes ecrites au-dela du
      * scelle par le run interrompu sont admises si les lignes
      * scellees sont intactes (empreinte du prefixe).
       01 StatutSealSourceFile PIC X(2) VALUE '00'.
       01 StatutSealRegisterFile PIC X(2) VALUE '00'.
       01 WS-SEAL-FILENAME PIC X(40) VALUE SPACES.
       01 WS-SEAL-KNOWN PIC X(1) VALUE 'N'.
       01 WS-SEAL-REG-COUNT PIC 9(9) VALUE 0.
       01 WS-SEAL-REG-HASH PIC 9(10) VALUE 0.
       01 WS-SEAL-INTACT PIC X(1) VALUE 'N'.
       01 WS-SEAL-COUNT PIC 9(9) VALUE 0.
       01 WS-SEAL-HASH PIC 9(10) VALUE 0.
       01 WS-SEAL-PREFIX-HASH PIC 9(10) VALUE 0.
       01 WS-SEAL-LEN PIC 9(3) VALUE 0.
       01 WS-SEAL-POS PIC 9(3) VALUE 0.
       01 WS-SEAL-EOF PIC X(1) VALUE 'N'.
      * Mode du run (MODIFCREATED_MODE) : REEL = chargement
      * (comportement historique), SIMUL = simulation du chargement
      * pour pre-controler un flux de remplacement ou de test. Tous
      * les controles sont passes, mais rien n'est ecrit : ni
      * NouveauFichier, ni rejets, quarantaine ou regularisations, ni
      * compteur de run, point de reprise, registre des deliveries,
      * compagnon des TRAN-ID, sauvegarde, scelle ou alertes. Le
      * verdict part dans un rapport spoole, et le code retour est
      * celui qu'aurait le chargement reel.
       01 WS-RUN-MODE PIC X(5) VALUE "REEL".
           88 SIMULATION-RUN VALUE "SIMUL".
      * Verdicts de la simulation : lot hors limites (le chargement
      * reel le parquerait), decompte par flux, zones d'edition.
       01 WS-SIM-LIMIT-BREACHED PIC X(1) VALUE 'N'.
       01 WS-SIM-FEED-LOADED PIC 9(7) VALUE 0.
       01 WS-SIM-FEED-REJECTED PIC 9(7) VALUE 0.
       01 WS-SIM-FEED-QUARANTINED PIC 9(7) VALUE 0.
       01 WS-SIM-AMOUNT-EDITED PIC -(9)9.99.
       01 WS-SIM-TOTAL-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-SIM-TOTAL-EDITED PIC -(11)9.99.
      * Spool du rapport de simulation : nom du fichier date, ligne
      * en cours d'edition (console ET spool), etat d'ouverture.
       01 StatutSpoolFile PIC X(2) VALUE '00'.
       01 StatutSpoolIndexFile PIC X(2) VALUE '00'.
       01 WS-SPOOL-FILENAME PIC X(100) VALUE SPACES.
       01 WS-SPOOL-LINE PIC X(132) VALUE SPACES.
       01 WS-SPOOL-OPEN PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.

           IF WS-BATCH-CYCLE = 0
               MOVE 1 TO WS-BATCH-CYCLE
           END-IF.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "MODIFCREATED_MODE"
               ON EXCEPTION
                   MOVE "REEL" TO WS-RUN-MODE
           END-ACCEPT.
           IF NOT SIMULATION-RUN
               MOVE "REEL" TO WS-RUN-MODE
           END-IF.
           PERFORM NEXT-RUN-COUNTER.
           PERFORM LOAD-TYPE-TABLE.
           PERFORM LOAD-ACCOUNT-TABLE.
           PERFORM LOAD-ACCOUNT-EXPOSURE.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-LIMIT-TABLE.
           PERFORM LOAD-CALENDAR-TABLE.
           PERFORM LOAD-RANGE-TABLE.
           PERFORM LOAD-WATCH-LIST.
           PERFORM LOAD-PERIOD-STATUS.
           PERFORM COMPUTE-FIRST-OPEN-DATE.
           PERFORM READ-CHECKPOINT.
      * La simulation porte sur les flux entiers : un point de
      * reprise laisse par un run interrompu est signale et ignore.
           IF SIMULATION-RUN
               PERFORM OPEN-SIMULATION-REPORT
               MOVE 0 TO WS-LAST-CHECKPOINT
           END-IF.
           MOVE WS-LAST-CHECKPOINT TO WS-RESUME-POINT.

           PERFORM LOAD-FEED-LIST.
           PERFORM CHECK-FEED-SCHEDULE.
           IF WS-MISSING-MANDATORY > 0
               MOVE 7 TO FileStatusReturnCode
               IF SIMULATION-RUN
                   MOVE SPACES TO WS-SPOOL-LINE
                   STRING "*** Le chargement reel serait RETENU : "
                               DELIMITED BY SIZE
                           WS-MISSING-MANDATORY DELIMITED BY SIZE
                           " delivery(s) obligatoire(s) absente(s) de "
                               DELIMITED BY SIZE
                           "la liste du jour (code retour 7)."
                               DELIMITED BY SIZE
                       INTO WS-SPOOL-LINE
                   PERFORM PRINT-REPORT-LINE
               ELSE
                   MOVE 'Y' TO WS-FEEDS-ABORTED
                   DISPLAY "*** CHARGEMENT RETENU : "
                       WS-MISSING-MANDATORY
                       " delivery(s) obligatoire(s) absente(s) de la "
                       "liste du jour."
               END-IF
           END-IF.
           MOVE WS-LAST-CHECKPOINT TO WS-SKIP-REMAINING.
           MOVE WS-LAST-CHECKPOINT TO WS-INPUT-RECORD-NUM.
      * precedent avant qu'il n'echoue, et une sauvegarde a ce
      * moment-la ecraserait la sauvegarde du jour avec ce contenu
      * partiel au lieu de preserver le contenu final de la veille.
           IF WS-RESUME-POINT = 0 AND NOT SIMULATION-RUN
               PERFORM BACKUP-NOUVEAU-FICHIER
           END-IF.

           IF WS-OUTPUTS-OPEN = 'Y'
               CLOSE NouveauFichier
               CLOSE RejectFile
               CLOSE QuarantineFile
               CLOSE PriorPeriodFile
               PERFORM RECORD-FILE-SEAL
           END-IF.
           IF WS-KEYED-IDS-AVAILABLE = 'Y'
               CLOSE KnownIdFile
           END-IF.
           IF WS-FEEDS-ABORTED NOT = 'Y' AND SIMULATION-RUN
               PERFORM COMPUTE-SIMULATION-VERDICT
           END-IF.
           IF WS-FEEDS-ABORTED NOT = 'Y' AND NOT SIMULATION-RUN
      * Tous les flux traites jusqu'au bout : on remet le point de
      * reprise a zero pour que le prochain run reparte du debut.
               MOVE 0 TO WS-LAST-CHECKPOINT
                   MOVE 0 TO FileStatusReturnCode
               END-IF
           END-IF.
           IF SIMULATION-RUN
               PERFORM CLOSE-SIMULATION-REPORT
           END-IF.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           DISPLAY 'File Existence: ' fileExistenceVerification.
           DISPLAY 'Resumed after   : ' WS-RESUME-POINT.
           DISPLAY 'Records written : ' RecordsWritten.
           DISPLAY 'Records rejected: ' RecordsRejected.
           DISPLAY 'Quarantined     : ' WS-QUARANTINE-COUNT.
           DISPLAY 'Prior-period adj: ' WS-PPA-COUNT.

      * Une simulation ne leve aucune alerte d'exploitation : son
      * verdict est dans le rapport.
           IF NOT SIMULATION-RUN
               PERFORM SIGNAL-RUN-ALERTS
           END-IF.
           PERFORM WRITE-AUDIT-TRAIL.

           STOP RUN.
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF WS-PPA-COUNT > 0
               MOVE 'W' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING WS-PPA-COUNT DELIMITED BY SIZE
                       " regularisation(s) sur periode close chargee(s)"
                           DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
               DISPLAY "Regularisations sur periode close : "
                   WS-PPA-COUNT " pour un montant de " WS-PPA-TOTAL
                   " (PRIOR_PERIOD_ADJ.txt)"
           END-IF.
           IF WS-CREDIT-REJECT-COUNT > 0
               DISPLAY "Rejets plafond de credit : "
                   WS-CREDIT-REJECT-COUNT
           END-IF.

      * Ajoute une alerte d'exploitation codee par gravite au fichier
      * commun OPSALERTS.txt (gravite et message prepares par
               MOVE 1 TO WS-FEED-COUNT
               MOVE "MODIFCREATED_INPUT.txt" TO WS-FEED-NAME(1)
           END-IF.
           PERFORM ADD-STANDING-ORDER-FEED.

      * Ajoute en fin de liste le flux des ordres permanents du jour
      * s'il a ete produit (rien de du ce jour-la : pas de fichier)
      * et que l'operateur ne l'a pas deja liste.
       ADD-STANDING-ORDER-FEED.
           MOVE SPACES TO WS-STORDERS-FILENAME.
           IF WS-BATCH-CYCLE > 1
               STRING "STORDERS-" DELIMITED BY SIZE
                       WS-PROC-DATE DELIMITED BY SIZE
                       "-C" DELIMITED BY SIZE
                       WS-BATCH-CYCLE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-STORDERS-FILENAME
           ELSE
               STRING "STORDERS-" DELIMITED BY SIZE
                       WS-PROC-DATE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-STORDERS-FILENAME
           END-IF.
           ACCEPT WS-STORDERS-OVERRIDE
               FROM ENVIRONMENT "STANDING_ORDER_FEED_FILE"
               ON EXCEPTION
                   MOVE SPACES TO WS-STORDERS-OVERRIDE
           END-ACCEPT.
           IF WS-STORDERS-OVERRIDE NOT = SPACES
               MOVE WS-STORDERS-OVERRIDE TO WS-STORDERS-FILENAME
           END-IF.
           ACCEPT WS-ORDER-FEED-ID-X
               FROM ENVIRONMENT "STANDING_ORDER_FEED_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-ORDER-FEED-ID-X
           END-ACCEPT.
           IF FUNCTION TEST-NUMVAL(WS-ORDER-FEED-ID-X) = 0
               MOVE FUNCTION NUMVAL(WS-ORDER-FEED-ID-X)
                   TO WS-ORDER-FEED-ID
           ELSE
               MOVE 0 TO WS-ORDER-FEED-ID
           END-IF.
           MOVE 'N' TO WS-STORDERS-LISTED.
           MOVE 0 TO WS-STORDERS-IDX.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
               IF FUNCTION TRIM(WS-FEED-NAME(WS-FEED-IDX))
                       = FUNCTION TRIM(WS-STORDERS-FILENAME)
                   MOVE 'Y' TO WS-STORDERS-LISTED
                   MOVE WS-FEED-IDX TO WS-STORDERS-IDX
               END-IF
           END-PERFORM.
           IF WS-STORDERS-LISTED = 'N'
               MOVE WS-STORDERS-FILENAME TO WS-INPUT-FILENAME
               OPEN INPUT InputFeedFile
               IF StatutInputFeedFile = "00"
                   CLOSE InputFeedFile
                   IF WS-FEED-COUNT < 20
                       ADD 1 TO WS-FEED-COUNT
                       MOVE WS-STORDERS-FILENAME
                           TO WS-FEED-NAME(WS-FEED-COUNT)
                       MOVE WS-FEED-COUNT TO WS-STORDERS-IDX
                       DISPLAY "Flux des ordres permanents ajoute a "
                           "la liste : "
                           FUNCTION TRIM(WS-STORDERS-FILENAME)
                   ELSE
                       DISPLAY "*** ATTENTION : liste des flux pleine "
                           "(20 entrees) - flux ignore : "
                           FUNCTION TRIM(WS-STORDERS-FILENAME)
                   END-IF
               END-IF
               MOVE SPACES TO WS-INPUT-FILENAME
           END-IF.

      * Charge un flux de la liste : ouverture, reprise eventuelle,
      * chargement, puis fin de fichier propre a ce flux (la
               MOVE 'Y' TO WS-FEEDS-ABORTED
               DISPLAY FUNCTION TRIM(WS-INPUT-FILENAME)
                   " introuvable (statut " StatutInputFeedFile ")."
               IF SIMULATION-RUN
                   MOVE SPACES TO WS-SPOOL-LINE
                   STRING "FLUX " DELIMITED BY SIZE
                           WS-FEED-IDX DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-INPUT-FILENAME)
                               DELIMITED BY SIZE
                           ") : INTROUVABLE - chargement arrete (code "
                               DELIMITED BY SIZE
                           "retour 2)." DELIMITED BY SIZE
                       INTO WS-SPOOL-LINE
                   PERFORM PRINT-REPORT-LINE
               END-IF
           WHEN "00"
               MOVE 'Y' TO fileExistenceVerification
      * Controles expediteur verifies en pre-lecture, avant toute
                   DISPLAY "*** Flux " WS-FEED-IDX " ("
                       FUNCTION TRIM(WS-INPUT-FILENAME)
                       ") refuse : " FUNCTION TRIM(WS-FC-REASON)
                   IF SIMULATION-RUN
                       MOVE SPACES TO WS-SPOOL-LINE
                       STRING "FLUX " DELIMITED BY SIZE
                               WS-FEED-IDX DELIMITED BY SIZE
                               " (" DELIMITED BY SIZE
                               FUNCTION TRIM(WS-INPUT-FILENAME)
                                   DELIMITED BY SIZE
                               ") : REFUSE EN BLOC - " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-FC-REASON)
                                   DELIMITED BY SIZE
                               " (code retour 6)." DELIMITED BY SIZE
                           INTO WS-SPOOL-LINE
                       PERFORM PRINT-REPORT-LINE
                   END-IF
               ELSE
                   OPEN INPUT InputFeedFile
                   PERFORM LOAD-VERIFIED-FEED
      * verifies : reprise eventuelle, chargement, fin de fichier
      * propre a ce flux.
       LOAD-VERIFIED-FEED.
               IF WS-OUTPUTS-OPEN = 'N' AND NOT SIMULATION-RUN
                   PERFORM OPEN-OUTPUT-FILES
               END-IF
               IF SIMULATION-RUN
                   PERFORM PRINT-SIM-FEED-HEADER
               END-IF
               MOVE 0 TO WS-FEED-RECORDS-WRITTEN
               MOVE 0 TO WS-FEED-AMOUNT-TOTAL
               MOVE 'N' TO EndOfFileSwitch
                           FUNCTION TRIM(WS-INPUT-FILENAME)
                           ") refuse : delivery deja chargee "
                           "(empreinte au registre)."
                       IF SIMULATION-RUN
                           MOVE SPACES TO WS-SPOOL-LINE
                           STRING "  REFUSE EN BLOC - delivery deja "
                                       DELIMITED BY SIZE
                                   "chargee (code retour 6)."
                                       DELIMITED BY SIZE
                               INTO WS-SPOOL-LINE
                           PERFORM PRINT-REPORT-LINE
                       END-IF
                   END-IF
               END-IF
      * Controle des limites de chargement sur les releves de la
               ELSE
                   MOVE 'N' TO WS-RELEASED-FEED
               END-IF
               IF FUNCTION TRIM(WS-INPUT-FILENAME)
                       = "MODIFCREATED_QRELEASED.txt"
                   MOVE 'Y' TO WS-QRELEASED-FEED
               ELSE
                   MOVE 'N' TO WS-QRELEASED-FEED
               END-IF
               IF WS-FEED-ACTIVE = 'Y'
                       AND WS-DELIV-DUPLICATE NOT = 'Y'
                       AND WS-RELEASED-FEED NOT = 'Y'
                   PERFORM CHECK-LOAD-LIMITS
                   IF WS-LIMIT-BREACHED = 'Y' AND NOT SIMULATION-RUN
                       MOVE 'Y' TO WS-FEEDS-ABORTED
                       MOVE 9 TO FileStatusReturnCode
                       MOVE 'Y' TO EndOfFileSwitch
                       PERFORM PARK-PENDING-RUN
                   END-IF
               END-IF
               IF SIMULATION-RUN AND WS-FEED-ACTIVE = 'Y'
                       AND WS-DELIV-DUPLICATE NOT = 'Y'
                   PERFORM PRINT-SIM-LIMIT-VERDICT
               END-IF
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ InputFeedFile
                       AT END
                   CONTINUE
               WHEN WS-LIMIT-BREACHED = 'Y'
                   CONTINUE
               WHEN WS-FEED-ACTIVE = 'Y' AND SIMULATION-RUN
                   PERFORM PRINT-SIM-FEED-TOTALS
               WHEN WS-FEED-ACTIVE = 'Y'
                   PERFORM WRITE-TRAILER-RECORD
                   PERFORM REGISTER-DELIVERY
           MOVE WS-PROC-DATE TO DL-LOADED-DATE.
           MOVE WS-RunCounter TO DL-RUN.
           MOVE WS-INPUT-FILENAME(1:30) TO DL-FEED-NAME.
           MOVE WS-FEED-IDX TO DL-FEED-ID.
           WRITE DeliveryRegRecord.
           CLOSE DeliveryRegFile.

      * au flux en cours de chargement : un identifiant hors plage
      * est rejete avec son motif specifique - la collision entre
      * deux sources se voit, au lieu de passer pour un doublon.
      * Flux sans plage attribuee : aucun controle. Le flux des
      * ordres permanents est controle contre la plage du rang
      * STANDING_ORDER_FEED_ID, celle ou ses TRAN-ID ont ete tires.
       EDIT-TRAN-ID-RANGE.
           MOVE WS-FEED-IDX TO WS-RANGE-FEED-ID.
           IF WS-STORDERS-IDX > 0 AND WS-FEED-IDX = WS-STORDERS-IDX
                   AND WS-ORDER-FEED-ID > 0
               MOVE WS-ORDER-FEED-ID TO WS-RANGE-FEED-ID
           END-IF.
           IF WS-RANGE-COUNT > 0
               MOVE 'N' TO WS-RANGE-FOUND
               MOVE 'N' TO WS-RANGE-OK
               PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                       UNTIL WS-RG-IDX > WS-RANGE-COUNT
                           OR WS-RANGE-OK = 'Y'
                   IF WS-RG-FEED(WS-RG-IDX) = WS-RANGE-FEED-ID
                       MOVE 'Y' TO WS-RANGE-FOUND
                       IF TRAN-ID >= WS-RG-LOW(WS-RG-IDX)
                               AND TRAN-ID <= WS-RG-HIGH(WS-RG-IDX)
               WS-PARKED-COUNT " ligne(s). Decision superviseur via "
               "cReleasePendingRun.".

      * Ouvre les fichiers de sortie au premier flux present, apres
      * controle du scelle de NouveauFichier.
      * Mode append/extend : on conserve l'historique des runs
      * precedents au lieu d'ecraser NOUVEAU_FICHIER.txt a chaque
      * execution. Sous GnuCOBOL, OPEN EXTEND sur un fichier absent
      * mode ajout : les rejets s'accumulent d'un run a l'autre
      * jusqu'a leur correction/resoumission par cResubmitRejects.
       OPEN-OUTPUT-FILES.
           MOVE WS-OUTPUT-FILENAME TO WS-SEAL-FILENAME.
           PERFORM CHECK-PRIOR-SEAL.
           OPEN EXTEND NouveauFichier.
           IF StatutOfMyFile = "35"
               OPEN OUTPUT NouveauFichier
           IF StatutRejectFile = "35"
               OPEN OUTPUT RejectFile
           END-IF.
           OPEN EXTEND QuarantineFile.
           IF StatutQuarantineFile = "35"
               OPEN OUTPUT QuarantineFile
           END-IF.
           OPEN EXTEND PriorPeriodFile.
           IF StatutPriorPeriodFile = "35"
               OPEN OUTPUT PriorPeriodFile
           END-IF.
           MOVE 'Y' TO WS-OUTPUTS-OPEN.

      * Relit les enregistrements deja traites lors d'un run
               MOVE IN-TRAN-CURRENCY-CODE TO TRAN-CURRENCY-CODE
           END-IF.
           MOVE IN-TRAN-ACCOUNT-ID TO TRAN-ACCOUNT-ID.
      * Filtrage de conformite avant tout controle de saisie : un
      * enregistrement touche part en quarantaine, quel que soit le
      * sort que lui auraient reserve les controles.
           PERFORM SCREEN-WATCH-LIST.
           IF WS-WATCH-HIT = 'Y'
               IF SIMULATION-RUN
                   PERFORM PRINT-SIM-QUARANTINE
               ELSE
                   PERFORM QUARANTINE-TRAN-RECORD
               END-IF
           ELSE
               PERFORM EDIT-AND-WRITE-TRAN-RECORD
           END-IF.
           PERFORM COMMIT-CHECKPOINT.

      * Confronte l'enregistrement courant aux regles actives de la
      * liste de surveillance : compte bloque (egalite sur
      * TRAN-ACCOUNT-ID) ou nom/mot-cle (present dans
      * TRAN-DESCRIPTION, sans distinction majuscules/minuscules).
      * La premiere regle touchee est retenue. Sans liste chargee, ou
      * sur le flux des enregistrements liberes par la conformite,
      * aucun filtrage.
       SCREEN-WATCH-LIST.
           MOVE 'N' TO WS-WATCH-HIT.
           MOVE 0 TO WS-WATCH-HIT-IDX.
           IF WS-WATCH-LOADED = 'Y' AND WS-QRELEASED-FEED NOT = 'Y'
               MOVE FUNCTION UPPER-CASE(TRAN-DESCRIPTION)
                   TO WS-SCREEN-TEXT
               PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                       UNTIL WS-WL-IDX > WS-WATCH-COUNT
                           OR WS-WATCH-HIT = 'Y'
                   IF WS-WL-KIND(WS-WL-IDX) = 'C'
                       IF TRAN-ACCOUNT-ID NOT = SPACES
                               AND TRAN-ACCOUNT-ID
                                   = WS-WL-VALUE(WS-WL-IDX)(1:5)
                           MOVE 'Y' TO WS-WATCH-HIT
                           MOVE WS-WL-IDX TO WS-WATCH-HIT-IDX
                       END-IF
                   ELSE
                       MOVE 0 TO WS-SCREEN-TALLY
                       INSPECT WS-SCREEN-TEXT TALLYING WS-SCREEN-TALLY
                           FOR ALL WS-WL-VALUE(WS-WL-IDX)
                               (1:WS-WL-LEN(WS-WL-IDX))
                       IF WS-SCREEN-TALLY > 0
                           MOVE 'Y' TO WS-WATCH-HIT
                           MOVE WS-WL-IDX TO WS-WATCH-HIT-IDX
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * Met l'enregistrement touche en quarantaine : image d'entree
      * originale complete, regle touchee, run et date de traitement,
      * en attente de revue ; alerte severe pour la conformite.
       QUARANTINE-TRAN-RECORD.
           MOVE SPACES TO QuarantineRecord.
           MOVE InputFeedRecord TO QR-ORIGINAL.
           MOVE WS-WL-RULE-ID(WS-WATCH-HIT-IDX) TO QR-RULE-ID.
           MOVE WS-WL-KIND(WS-WATCH-HIT-IDX) TO QR-RULE-KIND.
           MOVE WS-WL-VALUE(WS-WATCH-HIT-IDX) TO QR-RULE-VALUE.
           MOVE WS-RunCounter TO QR-RUN.
           MOVE WS-PROC-DATE TO QR-PROC-DATE.
           MOVE SPACE TO QR-STATUS.
           MOVE 0 TO QR-DECISION-DATE.
           WRITE QuarantineRecord.
           ADD 1 TO WS-QUARANTINE-COUNT.
           DISPLAY "*** Quarantaine conformite - TRAN-ID " TRAN-ID
               " (regle " WS-WL-RULE-ID(WS-WATCH-HIT-IDX) ")."
           MOVE 'S' TO WS-ALERT-SEVERITY.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           STRING "TRAN-ID " DELIMITED BY SIZE
                   TRAN-ID DELIMITED BY SIZE
                   " en quarantaine conformite - regle "
                       DELIMITED BY SIZE
                   WS-WL-RULE-ID(WS-WATCH-HIT-IDX) DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE.
           PERFORM WRITE-OPS-ALERT.

      * Charge les regles actives de la liste de surveillance
      * (WATCHLIST.txt). Liste absente : filtrage neutralise, signale
      * a la console, comme les autres tables de reference.
       LOAD-WATCH-LIST.
           MOVE 0 TO WS-WATCH-COUNT.
           MOVE 'N' TO WS-WATCH-LOADED.
           OPEN INPUT WatchListFile.
           IF StatutWatchListFile = "00"
               MOVE 'Y' TO WS-WATCH-LOADED
               MOVE 'N' TO WS-WATCH-EOF
               PERFORM UNTIL WS-WATCH-EOF = 'Y'
                   READ WatchListFile
                       AT END
                           MOVE 'Y' TO WS-WATCH-EOF
                       NOT AT END
                           IF WL-STATUS NOT = 'R'
                                   AND (WL-KIND = 'C' OR WL-KIND = 'T')
                                   AND WL-VALUE NOT = SPACES
                               PERFORM TAKE-ONE-WATCH-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WatchListFile
           ELSE
               DISPLAY "WATCHLIST.txt indisponible (statut "
                   StatutWatchListFile ") - filtrage de conformite "
                   "neutralise pour ce run."
           END-IF.

       TAKE-ONE-WATCH-RULE.
           IF WS-WATCH-COUNT < WS-MAX-WATCH
               ADD 1 TO WS-WATCH-COUNT
               MOVE WL-RULE-ID TO WS-WL-RULE-ID(WS-WATCH-COUNT)
               MOVE WL-KIND TO WS-WL-KIND(WS-WATCH-COUNT)
               IF WL-KIND = 'T'
                   MOVE FUNCTION UPPER-CASE(WL-VALUE)
                       TO WS-WL-VALUE(WS-WATCH-COUNT)
               ELSE
                   MOVE WL-VALUE TO WS-WL-VALUE(WS-WATCH-COUNT)
               END-IF
               COMPUTE WS-WL-LEN(WS-WATCH-COUNT)
                   = FUNCTION LENGTH(FUNCTION TRIM(WL-VALUE))
           ELSE
               DISPLAY "*** ATTENTION : liste de surveillance pleine "
                   "(200 regles) - regle ignoree : " WL-RULE-ID
           END-IF.

      * Commite le point de reprise tous les N enregistrements du
      * flux d'entree.
       COMMIT-CHECKPOINT.
           IF FUNCTION MOD(WS-INPUT-RECORD-NUM, WS-CHECKPOINT-INTERVAL)
                   = 0
                   AND NOT SIMULATION-RUN
               MOVE WS-INPUT-RECORD-NUM TO WS-LAST-CHECKPOINT
               PERFORM WRITE-CHECKPOINT
           END-IF.
           CLOSE CheckpointFile.

      * Lit le compteur de run persiste, l'incremente et le
      * reecrit, pour tagger ce run et preparer le suivant. Une
      * simulation calcule le numero qu'aurait le run sans le
      * consommer.
       NEXT-RUN-COUNTER.
           OPEN INPUT BatchCurrentFile.
           IF StatutBatchCurrentFile = "00"
           ELSE
               ADD 1 TO WS-RunCounter
           END-IF.
           IF NOT SIMULATION-RUN
               OPEN OUTPUT RunCounterFile
               MOVE WS-RunCounter TO RunCounterFileRecord
               WRITE RunCounterFileRecord
               CLOSE RunCounterFile
           END-IF.

      * Applique les controles de saisie sur TRAN-DESCRIPTION puis
      * ecrit soit dans NouveauFichier (enregistrement valide) soit
               PERFORM CHECK-DUPLICATE-TRAN-ID
           END-IF.
           IF EditValid = 'Y'
               PERFORM CHECK-LATE-TRANSACTION
           END-IF.
           IF EditValid = 'Y'
               IF SIMULATION-RUN
                   PERFORM PRINT-SIM-LOADED
               ELSE
                   MOVE WS-RunCounter TO NF-RunCounter
                   WRITE NouveauFichierRecord
                   IF WS-PPA-PENDING = 'Y'
                       PERFORM WRITE-PRIOR-PERIOD-ADJ
                   END-IF
               END-IF
               ADD 1 TO RecordsWritten
               ADD 1 TO WS-FEED-RECORDS-WRITTEN
               ADD TRAN-AMOUNT TO WS-FEED-AMOUNT-TOTAL
               PERFORM REMEMBER-TRAN-ID
               IF WS-CREDIT-ACCT-IDX > 0
                   ADD WS-CREDIT-EUR-AMOUNT
                       TO WS-AC-EXPOSURE(WS-CREDIT-ACCT-IDX)
               END-IF
           ELSE
               IF SIMULATION-RUN
                   PERFORM PRINT-SIM-REJECTED
               ELSE
                   MOVE SPACES TO RejectFileRecord
                   MOVE InputFeedRecord TO RJ-ORIGINAL
                   MOVE EditReason TO RJ-REASON
                   MOVE WS-RunCounter TO RJ-RUN
                   MOVE TRAN-RESUBMIT-COUNT TO RJ-CYCLE
                   MOVE SPACE TO RJ-STATUS
                   WRITE RejectFileRecord
               END-IF
               ADD 1 TO RecordsRejected
           END-IF.

      * Transaction tardive : une transaction qui a passe tous les
      * controles mais dont la date tombe dans un mois clos par la
      * consolidation mensuelle n'est pas rejetee - le mois certifie
      * ne doit pas bouger, mais la transaction doit etre
      * comptabilisee. Elle est chargee sous la premiere periode
      * ouverte (date de comptabilisation substituee a sa date) et
      * inscrite au registre des regularisations sur periode close
      * avec sa date d'origine.
       CHECK-LATE-TRANSACTION.
           MOVE 'N' TO WS-PPA-PENDING.
           MOVE TRAN-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-PERIOD-CLOSED.
           IF WS-PERIOD-CLOSED = 'Y'
               MOVE 'Y' TO WS-PPA-PENDING
               MOVE TRAN-DATE TO WS-PPA-ORIGINAL-DATE
               MOVE WS-CHECK-PERIOD TO WS-PPA-CLOSED-PERIOD
               MOVE WS-FIRST-OPEN-DATE TO TRAN-DATE
           END-IF.

      * Inscrit la transaction tardive qui vient d'etre chargee au
      * registre des regularisations sur periode close.
       WRITE-PRIOR-PERIOD-ADJ.
           MOVE SPACES TO PriorPeriodRecord.
           MOVE TRAN-ID              TO PA-TRAN-ID.
           MOVE WS-PPA-ORIGINAL-DATE TO PA-ORIGINAL-DATE.
           MOVE WS-PPA-CLOSED-PERIOD TO PA-CLOSED-PERIOD.
           MOVE TRAN-DATE            TO PA-BOOKED-DATE.
           MOVE TRAN-AMOUNT          TO PA-AMOUNT.
           MOVE TRAN-CURRENCY-CODE   TO PA-CURRENCY-CODE.
           MOVE TRAN-ACCOUNT-ID      TO PA-ACCOUNT-ID.
           MOVE TRAN-TYPE-CODE       TO PA-TYPE-CODE.
           MOVE TRAN-FEED-ID         TO PA-FEED-ID.
           MOVE WS-RunCounter        TO PA-RUN.
           MOVE WS-PROC-DATE         TO PA-PROC-DATE.
           WRITE PriorPeriodRecord.
           ADD 1 TO WS-PPA-COUNT.
           ADD TRAN-AMOUNT TO WS-PPA-TOTAL.

      * Premiere periode ouverte a partir du mois de traitement : la
      * date de traitement si ce mois est ouvert, sinon le 1er du
      * premier mois ouvert qui suit.
       COMPUTE-FIRST-OPEN-DATE.
           MOVE WS-PROC-DATE TO WS-FIRST-OPEN-DATE.
           MOVE WS-PROC-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-PERIOD-CLOSED.
           IF WS-PERIOD-CLOSED = 'Y'
               MOVE WS-PROC-DATE TO WS-OPEN-SEARCH-DATE
               MOVE 0 TO WS-OPEN-SEARCH-TRIES
               PERFORM UNTIL WS-PERIOD-CLOSED = 'N'
                       OR WS-OPEN-SEARCH-TRIES > WS-MAX-PERIODS
                   MOVE 01 TO WS-OS-DAY
                   IF WS-OS-MONTH = 12
                       MOVE 01 TO WS-OS-MONTH
                       ADD 1 TO WS-OS-YEAR
                   ELSE
                       ADD 1 TO WS-OS-MONTH
                   END-IF
                   ADD 1 TO WS-OPEN-SEARCH-TRIES
                   MOVE WS-OPEN-SEARCH-DATE TO WS-CHECK-DATE
                   PERFORM CHECK-PERIOD-CLOSED
               END-PERFORM
               MOVE WS-OPEN-SEARCH-DATE TO WS-FIRST-OPEN-DATE
               DISPLAY "Mois de traitement clos : transactions "
                   "tardives comptabilisees au " WS-FIRST-OPEN-DATE
                   "."
           END-IF.

      * Releve le statut courant de chaque mois present au registre
      * des periodes. Registre absent : tous les mois sont ouverts.
       LOAD-PERIOD-STATUS.
           MOVE 0 TO WS-PERIOD-COUNT.
           OPEN INPUT PeriodStatusFile.
           IF StatutPeriodStatusFile = "00"
               MOVE 'N' TO WS-PERIOD-EOF
               PERFORM UNTIL WS-PERIOD-EOF = 'Y'
                   READ PeriodStatusFile
                       AT END
                           MOVE 'Y' TO WS-PERIOD-EOF
                       NOT AT END
                           PERFORM NOTE-ONE-PERIOD
                   END-READ
               END-PERFORM
               CLOSE PeriodStatusFile
           ELSE
               IF StatutPeriodStatusFile NOT = "35"
                   DISPLAY "*** ATTENTION : PERIOD_STATUS.txt "
                       "illisible (statut " StatutPeriodStatusFile
                       ") - aucune periode close reconnue."
               END-IF
           END-IF.

      * Retient la ligne du registre comme statut courant du mois
      * qu'elle designe (la derniere ligne d'un mois l'emporte).
       NOTE-ONE-PERIOD.
           IF PS-PERIOD IS NUMERIC
               MOVE 'N' TO WS-PERIOD-FOUND
               PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                       UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
                           OR WS-PERIOD-FOUND = 'Y'
                   IF WS-PT-PERIOD(WS-PERIOD-IDX) = PS-PERIOD
                       MOVE 'Y' TO WS-PERIOD-FOUND
                       MOVE PS-STATUS
                           TO WS-PT-STATUS(WS-PERIOD-IDX)
                   END-IF
               END-PERFORM
               IF WS-PERIOD-FOUND = 'N'
                       AND WS-PERIOD-COUNT < WS-MAX-PERIODS
                   ADD 1 TO WS-PERIOD-COUNT
                   MOVE PS-PERIOD TO WS-PT-PERIOD(WS-PERIOD-COUNT)
                   MOVE PS-STATUS TO WS-PT-STATUS(WS-PERIOD-COUNT)
               END-IF
           END-IF.

      * Controle la date WS-CHECK-DATE contre le registre des
      * periodes : mois clos ('C') ou verrouille ('L') = periode
      * close, avec un motif qui nomme la periode.
       CHECK-PERIOD-CLOSED.
           MOVE 'N' TO WS-PERIOD-CLOSED.
           MOVE SPACES TO WS-PERIOD-REASON.
           MOVE WS-CHECK-DATE(1:6) TO WS-CHECK-PERIOD.
           MOVE 'O' TO WS-CHECK-STATUS.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
               IF WS-PT-PERIOD(WS-PERIOD-IDX) = WS-CHECK-PERIOD
                   MOVE WS-PT-STATUS(WS-PERIOD-IDX)
                       TO WS-CHECK-STATUS
               END-IF
           END-PERFORM.
           EVALUATE WS-CHECK-STATUS
           WHEN 'C'
               MOVE 'Y' TO WS-PERIOD-CLOSED
               STRING "Periode " DELIMITED BY SIZE
                       WS-CHECK-PERIOD DELIMITED BY SIZE
                       " close - refus" DELIMITED BY SIZE
                   INTO WS-PERIOD-REASON
           WHEN 'L'
               MOVE 'Y' TO WS-PERIOD-CLOSED
               STRING "Periode " DELIMITED BY SIZE
                       WS-CHECK-PERIOD DELIMITED BY SIZE
                       " verrouillee - refus" DELIMITED BY SIZE
                   INTO WS-PERIOD-REASON
           END-EVALUATE.

      * Ouvre le compagnon indexe des TRAN-ID en mise a jour ; s'il
      * n'existe pas encore, le reconstruit d'une traite depuis
      * NouveauFichier (seule relecture sequentielle restante, faite
      * memoire reprend du service.
       OPEN-KNOWN-ID-FILE.
           MOVE 'N' TO WS-KEYED-IDS-AVAILABLE.
      * Simulation : lecture seule, jamais de reconstruction ; sans
      * compagnon, la relecture sequentielle prend le relais.
           IF SIMULATION-RUN
               OPEN INPUT KnownIdFile
               IF StatutKnownIdFile = "00"
                   MOVE 'Y' TO WS-KEYED-IDS-AVAILABLE
               END-IF
           ELSE
               PERFORM OPEN-KNOWN-ID-FILE-UPDATE
           END-IF.

      * Ouverture en mise a jour du compagnon, reconstruit depuis
      * NouveauFichier s'il n'existe pas encore.
       OPEN-KNOWN-ID-FILE-UPDATE.
           OPEN I-O KnownIdFile.
           EVALUATE StatutKnownIdFile
           WHEN "00"
                   "mode secours (relecture sequentielle)."
           END-EVALUATE.

      * Reconstruit le compagnon indexe depuis NouveauFichier et ses
      * segments clos : tous les TRAN-ID des enregistrements de
      * donnees (fins de fichier exclues, leur TRAN-ID porte un
      * compteur). Fichier absent : tout premier run, compagnon cree
      * vide.
       BOOTSTRAP-KNOWN-ID-FILE.
           MOVE 0 TO WS-BOOTSTRAP-COUNT.
           OPEN OUTPUT KnownIdFile.
           IF StatutKnownIdFile = "00"
               PERFORM LOAD-SEGMENT-CATALOGUE
               PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                       UNTIL WS-SEG-IDX > WS-SEG-COUNT + 1
                   PERFORM POINT-NEXT-SEGMENT
                   IF WS-SEG-WANTED = 'Y'
                       PERFORM BOOTSTRAP-ONE-NF-SEGMENT
                   END-IF
               END-PERFORM
               MOVE WS-ACTIVE-NF-FILENAME TO WS-OUTPUT-FILENAME
               CLOSE KnownIdFile
               DISPLAY "Compagnon des TRAN-ID reconstruit : "
                   WS-BOOTSTRAP-COUNT " identifiant(s)."
               IF WS-SEG-MISSING-COUNT > 0
                   DISPLAY "*** ATTENTION : " WS-SEG-MISSING-COUNT
                       " segment(s) clos introuvable(s) - le "
                       "controle de doublon ne les couvre pas."
               END-IF
           END-IF.

      * Verse au compagnon les TRAN-ID d'un segment
      * (WS-OUTPUT-FILENAME) ; un segment clos introuvable est
      * signale et compte.
       BOOTSTRAP-ONE-NF-SEGMENT.
           OPEN INPUT NouveauFichier.
           IF StatutOfMyFile NOT = "00"
                   AND WS-SEG-IDX NOT > WS-SEG-COUNT
               ADD 1 TO WS-SEG-MISSING-COUNT
               DISPLAY "*** Segment " FUNCTION TRIM(WS-OUTPUT-FILENAME)
                   " introuvable (statut " StatutOfMyFile ")."
           END-IF.
           IF StatutOfMyFile = "00"
               MOVE 'N' TO WS-BOOTSTRAP-EOF
               PERFORM UNTIL WS-BOOTSTRAP-EOF = 'Y'
                   READ NouveauFichier
                       AT END
                           MOVE 'Y' TO WS-BOOTSTRAP-EOF
                       NOT AT END
                           IF FUNCTION TRIM(TRAN-DESCRIPTION)
                                   NOT = "TRAILER RECORD"
                               MOVE TRAN-ID TO KID-TRAN-ID
                               MOVE NF-RunCounter TO KID-RUN
                               WRITE KnownIdRecord
                                   INVALID KEY
      * Un doublon historique deja present dans le fichier n'empeche
      * pas la reconstruction : l'identifiant reste connu.
                                       CONTINUE
                               END-WRITE
                               ADD 1 TO WS-BOOTSTRAP-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NouveauFichier
           END-IF.

      * Relit les TRAN-ID deja presents dans NouveauFichier et ses
      * segments clos et les range dans WS-LOADED-ID-TABLE (mode
      * secours seulement). Les enregistrements de fin de fichier
      * sont ignores : leur TRAN-ID porte un compteur, pas un
      * identifiant de transaction. Rien a faire si le fichier
      * n'existe pas encore (tout premier run).
       LOAD-KNOWN-TRAN-IDS.
           MOVE 0 TO WS-LOADED-ID-COUNT.
           PERFORM LOAD-SEGMENT-CATALOGUE.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT + 1
               PERFORM POINT-NEXT-SEGMENT
               IF WS-SEG-WANTED = 'Y'
                   PERFORM LOAD-IDS-ONE-NF-SEGMENT
               END-IF
           END-PERFORM.
           MOVE WS-ACTIVE-NF-FILENAME TO WS-OUTPUT-FILENAME.

      * Range en table les TRAN-ID d'un segment (WS-OUTPUT-FILENAME).
       LOAD-IDS-ONE-NF-SEGMENT.
           OPEN INPUT NouveauFichier.
           IF StatutOfMyFile NOT = "00"
                   AND WS-SEG-IDX NOT > WS-SEG-COUNT
               ADD 1 TO WS-SEG-MISSING-COUNT
               DISPLAY "*** Segment " FUNCTION TRIM(WS-OUTPUT-FILENAME)
                   " introuvable (statut " StatutOfMyFile ")."
           END-IF.
           IF StatutOfMyFile = "00"
               MOVE 'N' TO WS-PRELOAD-EOF
               PERFORM UNTIL WS-PRELOAD-EOF = 'Y'
               CLOSE NouveauFichier
           END-IF.

      * Releve les segments clos du catalogue (la derniere ligne d'un
      * mois l'emporte). Catalogue absent : NOUVEAU_FICHIER.txt n'a
      * jamais ete decoupe, il porte toute l'histoire.
       LOAD-SEGMENT-CATALOGUE.
           MOVE WS-OUTPUT-FILENAME TO WS-ACTIVE-NF-FILENAME.
           MOVE 0 TO WS-SEG-COUNT.
           OPEN INPUT SegmentCatalogueFile.
           IF StatutSegmentCatalogueFile = "00"
               MOVE 'N' TO WS-SEG-EOF
               PERFORM UNTIL WS-SEG-EOF = 'Y'
                   READ SegmentCatalogueFile
                       AT END
                           MOVE 'Y' TO WS-SEG-EOF
                       NOT AT END
                           PERFORM NOTE-ONE-SEGMENT
                   END-READ
               END-PERFORM
               CLOSE SegmentCatalogueFile
           END-IF.

      * Retient la ligne du catalogue comme etat courant du segment
      * du mois qu'elle designe.
       NOTE-ONE-SEGMENT.
           IF NC-MONTH IS NUMERIC
               MOVE 'N' TO WS-SEG-FOUND
               PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                       UNTIL WS-SEG-IDX > WS-SEG-COUNT
                           OR WS-SEG-FOUND = 'Y'
                   IF WS-SEG-MONTH(WS-SEG-IDX) = NC-MONTH
                       MOVE 'Y' TO WS-SEG-FOUND
                       MOVE NC-STATUS TO WS-SEG-STATUS(WS-SEG-IDX)
                       MOVE NC-FILENAME TO WS-SEG-FILENAME(WS-SEG-IDX)
                   END-IF
               END-PERFORM
               IF WS-SEG-FOUND = 'N' AND WS-SEG-COUNT < WS-SEG-MAX
                   ADD 1 TO WS-SEG-COUNT
                   MOVE NC-MONTH TO WS-SEG-MONTH(WS-SEG-COUNT)
                   MOVE NC-STATUS TO WS-SEG-STATUS(WS-SEG-COUNT)
                   MOVE NC-FILENAME TO WS-SEG-FILENAME(WS-SEG-COUNT)
               END-IF
           END-IF.

      * Designe le fichier du rang WS-SEG-IDX : chaque segment clos
      * du catalogue, puis, apres le dernier rang, le segment ouvert.
       POINT-NEXT-SEGMENT.
           MOVE 'N' TO WS-SEG-WANTED.
           IF WS-SEG-IDX > WS-SEG-COUNT
               MOVE WS-ACTIVE-NF-FILENAME TO WS-OUTPUT-FILENAME
               MOVE 'Y' TO WS-SEG-WANTED
           ELSE
               IF WS-SEG-STATUS(WS-SEG-IDX) = 'C'
                   MOVE WS-SEG-FILENAME(WS-SEG-IDX)
                       TO WS-OUTPUT-FILENAME
                   MOVE 'Y' TO WS-SEG-WANTED
               END-IF
           END-IF.

      * Retient le TRAN-ID courant comme charge : ecriture par cle
      * dans le compagnon indexe (mise a jour incrementale), ou ajout
      * a la table en memoire en mode secours. Table pleine : on le
      * signale sans arreter le run, le controle de doublon devient
      * simplement aveugle au-dela de la capacite. En simulation, le
      * compagnon n'est pas touche : les TRAN-ID du run vont en table.
       REMEMBER-TRAN-ID.
           IF WS-KEYED-IDS-AVAILABLE = 'Y' AND NOT SIMULATION-RUN
               MOVE TRAN-ID TO KID-TRAN-ID
               MOVE WS-RunCounter TO KID-RUN
               WRITE KnownIdRecord

      * Cherche le TRAN-ID courant parmi les identifiants deja
      * charges - lecture directe par cle dans le compagnon indexe,
      * puis parcours de la table en memoire (mode secours, ou
      * TRAN-ID deja retenus par une simulation) ; s'il y est,
      * l'enregistrement est rejete avec son motif au lieu d'etre
      * ecrit une deuxieme fois.
       CHECK-DUPLICATE-TRAN-ID.
           MOVE 'N' TO WS-DUPLICATE-FOUND.
           IF WS-KEYED-IDS-AVAILABLE = 'Y'
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DUPLICATE-FOUND
               END-READ
           END-IF.
           IF WS-DUPLICATE-FOUND = 'N'
               PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                       UNTIL WS-ID-IDX > WS-LOADED-ID-COUNT
                           OR WS-DUPLICATE-FOUND = 'Y'
           END-IF.

      * Charge la table des types de transaction (TRANTYPES.txt) en
      * memoire, limitee aux versions en vigueur a la date de
      * traitement (les versions closes avant, ou ouvertes apres,
      * sont ignorees). Table absente : validation neutralisee,
      * signalee a la console, pour ne pas bloquer un site qui n'a
      * pas encore alimente la table.
       LOAD-TYPE-TABLE.
           MOVE 0 TO WS-TYPE-COUNT.
           MOVE 'N' TO WS-TYPE-TABLE-LOADED.
                           MOVE 'Y' TO WS-TYPE-EOF
                       NOT AT END
                           IF WS-TYPE-COUNT < WS-MAX-TYPES
                                   AND (TT-VALID-FROM = SPACES
                                   OR TT-VALID-FROM <= WS-PROC-DATE)
                                   AND (TT-VALID-TO = SPACES
                                   OR TT-VALID-TO >= WS-PROC-DATE)
                               ADD 1 TO WS-TYPE-COUNT
                               MOVE TT-CODE
                                   TO WS-TT-CODE(WS-TYPE-COUNT)
                   "transaction neutralisee pour ce run."
           END-IF.

      * Charge la table des comptes (ACCOUNTS.txt) en memoire, limitee
      * aux versions en vigueur a la date de traitement (le plafond
      * retenu est celui de la version en vigueur). Table absente :
      * validation neutralisee, signalee a la console, pour ne pas
      * bloquer un site qui n'a pas encore alimente la table.
       LOAD-ACCOUNT-TABLE.
           MOVE 0 TO WS-ACCT-COUNT.
           MOVE 'N' TO WS-ACCT-TABLE-LOADED.
                           MOVE 'Y' TO WS-ACCT-EOF
                       NOT AT END
                           IF WS-ACCT-COUNT < WS-MAX-ACCTS
                                   AND (ACC-VALID-FROM = SPACES
                                   OR ACC-VALID-FROM <= WS-PROC-DATE)
                                   AND (ACC-VALID-TO = SPACES
                                   OR ACC-VALID-TO >= WS-PROC-DATE)
                               ADD 1 TO WS-ACCT-COUNT
                               MOVE ACC-ID
                                   TO WS-AC-ID(WS-ACCT-COUNT)
                               MOVE ACC-STATUS
                                   TO WS-AC-STATUS(WS-ACCT-COUNT)
                               IF ACC-CREDIT-LIMIT IS NUMERIC
                                   MOVE ACC-CREDIT-LIMIT
                                       TO WS-AC-LIMIT(WS-ACCT-COUNT)
                               ELSE
                                   MOVE 0 TO WS-AC-LIMIT(WS-ACCT-COUNT)
                               END-IF
                               MOVE 0 TO WS-AC-EXPOSURE(WS-ACCT-COUNT)
                               MOVE 'N' TO WS-AC-ALERTED(WS-ACCT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Valide TRAN-ACCOUNT-ID contre la table de reference : compte
      * present et actif (non retire) dans sa version en vigueur a la
      * date de traitement. Un compte a blanc est accepte
      * (enregistrements anterieurs a l'introduction du champ). Sans
      * table chargee, aucun controle.
       EDIT-ACCOUNT-ID.
           MOVE 0 TO WS-CREDIT-ACCT-IDX.
           IF WS-ACCT-TABLE-LOADED = 'Y'
                   AND TRAN-ACCOUNT-ID NOT = SPACES
               MOVE 'N' TO WS-ACCT-FOUND
               MOVE 'N' TO WS-ACCT-RETIRED
               MOVE 0 TO WS-ACCT-HIT
      * Seules les versions en vigueur a la date de traitement sont
      * en table. Le parcours continue apres une ligne retiree : un
      * compte retire puis re-accorde avant l'introduction des
      * versions a une ligne retiree ET une ligne active, et c'est la
      * ligne active qui fait foi.
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                           OR WS-ACCT-FOUND = 'Y'
                           MOVE 'Y' TO WS-ACCT-RETIRED
                       ELSE
                           MOVE 'Y' TO WS-ACCT-FOUND
                           MOVE WS-ACCT-IDX TO WS-ACCT-HIT
                       END-IF
                   END-IF
               END-PERFORM
               WHEN WS-ACCT-FOUND NOT = 'Y'
                   MOVE 'N' TO EditValid
                   MOVE "Compte inconnu" TO EditReason
               WHEN OTHER
                   PERFORM EDIT-CREDIT-LIMIT
               END-EVALUATE
           END-IF.

      * Controle du plafond de credit du compte : l'encours non regle
      * (postes ouverts plus transactions deja retenues dans ce run)
      * augmente du montant EUR de la transaction ne doit pas depasser
      * le plafond. Un avoir (montant negatif) reduit l'encours et
      * n'est jamais refuse. Compte sans plafond : aucun controle,
      * l'encours est tout de meme suivi pour le rapport.
       EDIT-CREDIT-LIMIT.
           PERFORM CONVERT-AMOUNT-TO-EUR.
           COMPUTE WS-CREDIT-PROJECTED
               = WS-AC-EXPOSURE(WS-ACCT-HIT) + WS-CREDIT-EUR-AMOUNT.
           IF WS-AC-LIMIT(WS-ACCT-HIT) > 0
                   AND WS-CREDIT-EUR-AMOUNT > 0
                   AND WS-CREDIT-PROJECTED > WS-AC-LIMIT(WS-ACCT-HIT)
               MOVE 'N' TO EditValid
               MOVE "Plafond de credit du compte depasse"
                   TO EditReason
               ADD 1 TO WS-CREDIT-REJECT-COUNT
               DISPLAY "*** Plafond de credit depasse - compte "
                   TRAN-ACCOUNT-ID " TRAN-ID " TRAN-ID
                   " : encours projete " WS-CREDIT-PROJECTED
                   " pour un plafond de " WS-AC-LIMIT(WS-ACCT-HIT)
               IF WS-AC-ALERTED(WS-ACCT-HIT) NOT = 'Y'
                       AND NOT SIMULATION-RUN
                   MOVE 'Y' TO WS-AC-ALERTED(WS-ACCT-HIT)
                   MOVE 'S' TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING "plafond de credit depasse - compte "
                               DELIMITED BY SIZE
                           TRAN-ACCOUNT-ID DELIMITED BY SIZE
                           " - rejet(s) au chargement"
                               DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
                   PERFORM WRITE-OPS-ALERT
               END-IF
           ELSE
               MOVE WS-ACCT-HIT TO WS-CREDIT-ACCT-IDX
           END-IF.

      * Ramene le montant de la transaction courante en EUR avec le
      * taux du jour (montant en base = montant en devise x taux).
      * Devise de base ou sans taux du jour : montant pris tel quel.
       CONVERT-AMOUNT-TO-EUR.
           MOVE TRAN-AMOUNT TO WS-CREDIT-EUR-AMOUNT.
           IF TRAN-CURRENCY-CODE NOT = "EUR"
                   AND TRAN-CURRENCY-CODE NOT = SPACES
               MOVE 'N' TO WS-RATE-FOUND
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RATE-COUNT
                           OR WS-RATE-FOUND = 'Y'
                   IF WS-RT-CURRENCY(WS-RT-IDX) = TRAN-CURRENCY-CODE
                       MOVE 'Y' TO WS-RATE-FOUND
                       COMPUTE WS-CREDIT-EUR-AMOUNT ROUNDED
                           = TRAN-AMOUNT * WS-RT-RATE(WS-RT-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      * Cumule l'encours non regle de chaque compte depuis les postes
      * ouverts (OPENITEMS.txt) : postes non soldes, montant facture
      * moins regle, imputes a la ligne active du compte. Postes sans
      * compte (anterieurs a l'introduction du champ) : hors encours.
      * Fichier absent : encours nul, seul le run courant compte.
       LOAD-ACCOUNT-EXPOSURE.
           MOVE 0 TO WS-OI-ACCT-COUNT.
           IF WS-ACCT-TABLE-LOADED = 'Y'
               OPEN INPUT OpenItemFile
               IF StatutOpenItemFile = "00"
                   MOVE 'N' TO WS-OI-EOF
                   PERFORM UNTIL WS-OI-EOF = 'Y'
                       READ OpenItemFile
                           AT END
                               MOVE 'Y' TO WS-OI-EOF
                           NOT AT END
                               IF OI-STATUS NOT = 'S'
                                       AND OI-ACCOUNT-ID NOT = SPACES
                                   PERFORM ADD-ONE-ITEM-EXPOSURE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OpenItemFile
                   DISPLAY "Encours par compte : " WS-OI-ACCT-COUNT
                       " poste(s) non solde(s) repris de OPENITEMS.txt."
               END-IF
           END-IF.

       ADD-ONE-ITEM-EXPOSURE.
           COMPUTE WS-OI-DUE = OI-ORIG-AMOUNT - OI-PAID-AMOUNT.
           MOVE 'N' TO WS-ACCT-FOUND.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                       OR WS-ACCT-FOUND = 'Y'
               IF WS-AC-ID(WS-ACCT-IDX) = OI-ACCOUNT-ID
                       AND WS-AC-STATUS(WS-ACCT-IDX) NOT = 'R'
                   MOVE 'Y' TO WS-ACCT-FOUND
                   ADD WS-OI-DUE TO WS-AC-EXPOSURE(WS-ACCT-IDX)
                   ADD 1 TO WS-OI-ACCT-COUNT
               END-IF
           END-PERFORM.

      * Charge les taux de change de la date de traitement depuis
      * CURRENCYRATES.txt. Table absente : montants pris tels quels
      * pour le controle du plafond.
       LOAD-RATE-TABLE.
           MOVE 0 TO WS-RATE-COUNT.
           OPEN INPUT CurrencyRateFile.
           IF StatutCurrencyRateFile = "00"
               MOVE 'N' TO WS-RATE-EOF
               PERFORM UNTIL WS-RATE-EOF = 'Y'
                   READ CurrencyRateFile
                       AT END
                           MOVE 'Y' TO WS-RATE-EOF
                       NOT AT END
                           IF CR-DATE IS NUMERIC
                                   AND CR-DATE = WS-PROC-DATE
                                   AND CR-RATE IS NUMERIC
                                   AND WS-RATE-COUNT < 50
                               ADD 1 TO WS-RATE-COUNT
                               MOVE CR-CURRENCY
                                   TO WS-RT-CURRENCY(WS-RATE-COUNT)
                               MOVE CR-RATE
                                   TO WS-RT-RATE(WS-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CurrencyRateFile
           END-IF.

      * Valide l'indicateur d'extourne : seuls espace (transaction
      * ordinaire) et 'R' (extourne) sont admis, et une extourne doit
      * designer la transaction extournee par un TRAN-REVERSED-ID non
               MOVE "Extourne sans TRAN-ID extourne" TO EditReason
           END-EVALUATE.

      * Valide TRAN-TYPE-CODE contre la table de reference, dans sa
      * version en vigueur a la date de traitement : code present,
      * actif (non retire), et montant negatif seulement si le type
      * l'autorise. Sans table chargee, aucun controle.
       EDIT-TYPE-CODE.
           IF WS-TYPE-TABLE-LOADED = 'Y'
               MOVE 'N' TO WS-TYPE-FOUND
               MOVE 'N' TO WS-TYPE-NEG-ALLOWED
               MOVE 'N' TO WS-TYPE-RETIRED
      * Seules les versions en vigueur a la date de traitement sont
      * en table. Le parcours continue apres une ligne retiree : un
      * code retire puis re-accorde avant l'introduction des versions
      * a une ligne retiree ET une ligne active, et c'est la ligne
      * active qui fait foi.
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
                           OR WS-TYPE-FOUND = 'Y'
               END-IF
           END-IF.

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
               IF WS-RESUME-POINT > 0
                       AND WS-SEAL-COUNT > WS-SEAL-REG-COUNT
                       AND WS-SEAL-PREFIX-HASH = WS-SEAL-REG-HASH
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
           MOVE 0 TO WS-SEAL-PREFIX-HASH.
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
      * dernier non blanc, puis la fin de ligne. L'empreinte des
      * lignes deja scellees est retenue au passage (reprise).
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
           IF WS-SEAL-COUNT = WS-SEAL-REG-COUNT
               MOVE WS-SEAL-HASH TO WS-SEAL-PREFIX-HASH
           END-IF.

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
               MOVE "modifCreated"       TO SG-PROGRAM
               MOVE 'P'                  TO SG-KIND
               WRITE SealRegisterRecord
               CLOSE SealRegisterFile
           ELSE
               DISPLAY "*** Scelle de " FUNCTION TRIM(WS-SEAL-FILENAME)
                   " non renouvele : contenu modifie hors programme "
                   "avant cette ecriture (rescellement superviseur "
                   "requis, cResealFiles)."
           END-IF.

      * Ouvre le rapport de simulation (spool date) : bandeau commun,
      * avertissement qu'aucune ecriture n'a lieu, numero de run qui
      * serait attribue, point de reprise ignore s'il y en a un.
       OPEN-SIMULATION-REPORT.
           MOVE SPACES TO WS-SPOOL-FILENAME.
           STRING "RAPPORT-modifCreated-" DELIMITED BY SIZE
                   WS-PROC-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-SPOOL-FILENAME.
           OPEN OUTPUT SpoolFile.
           IF StatutSpoolFile = "00"
               MOVE 'Y' TO WS-SPOOL-OPEN
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "*** modifCreated - JOURNEE " DELIMITED BY SIZE
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
           MOVE "*** SIMULATION DE CHARGEMENT - AUCUNE ECRITURE ***"
               TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "Run simule : numero " DELIMITED BY SIZE
                   WS-RunCounter DELIMITED BY SIZE
                   " (non consomme par la simulation)."
                       DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-LAST-CHECKPOINT > 0
               MOVE SPACES TO WS-SPOOL-LINE
               STRING "Point de reprise " DELIMITED BY SIZE
                       WS-LAST-CHECKPOINT DELIMITED BY SIZE
                       " laisse par un run interrompu : ignore, les "
                           DELIMITED BY SIZE
                       "flux sont simules en entier." DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.

      * En-tete de flux du rapport de simulation : controles
      * expediteur passes, nombre et total annonces, lot expediteur.
       PRINT-SIM-FEED-HEADER.
           MOVE 0 TO WS-SIM-FEED-LOADED.
           MOVE 0 TO WS-SIM-FEED-REJECTED.
           MOVE 0 TO WS-SIM-FEED-QUARANTINED.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-FC-DATA-TOTAL TO WS-SIM-TOTAL-EDITED.
           STRING "FLUX " DELIMITED BY SIZE
                   WS-FEED-IDX DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INPUT-FILENAME) DELIMITED BY SIZE
                   ") : controles expediteur OK - lot "
                       DELIMITED BY SIZE
                   WS-FC-SENDER-ID DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-FC-DATA-COUNT DELIMITED BY SIZE
                   " enreg. - total " DELIMITED BY SIZE
                   WS-SIM-TOTAL-EDITED DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Verdict des limites de chargement pour le flux simule. Un
      * depassement est note (le chargement reel parquerait le lot,
      * code retour 9) puis neutralise pour que les controles
      * enregistrement par enregistrement soient tout de meme passes.
       PRINT-SIM-LIMIT-VERDICT.
           MOVE SPACES TO WS-SPOOL-LINE.
           EVALUATE TRUE
           WHEN WS-RELEASED-FEED = 'Y'
               MOVE "  LIMITES : lot libere par superviseur, exempte."
                   TO WS-SPOOL-LINE
           WHEN WS-LIMIT-BREACHED = 'Y'
               MOVE 'Y' TO WS-SIM-LIMIT-BREACHED
               MOVE 'N' TO WS-LIMIT-BREACHED
               STRING "  LIMITES : DEPASSEES - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LIMIT-REASON)
                           DELIMITED BY SIZE
                       " - le lot serait parque (code retour 9)."
                           DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
           WHEN WS-LIMITS-LOADED NOT = 'Y'
               MOVE "  LIMITES : table absente, controle neutralise."
                   TO WS-SPOOL-LINE
           WHEN OTHER
               MOVE "  LIMITES : OK." TO WS-SPOOL-LINE
           END-EVALUATE.
           PERFORM PRINT-REPORT-LINE.

      * Ligne de detail d'une transaction qui serait chargee, avec la
      * date de comptabilisation substituee si elle tombe dans un mois
      * clos (regularisation sur periode close comptee, pas ecrite).
       PRINT-SIM-LOADED.
           ADD 1 TO WS-SIM-FEED-LOADED.
           ADD TRAN-AMOUNT TO WS-SIM-TOTAL-AMOUNT.
           MOVE TRAN-AMOUNT TO WS-SIM-AMOUNT-EDITED.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "  A CHARGER   " DELIMITED BY SIZE
                   TRAN-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRAN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SIM-AMOUNT-EDITED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRAN-CURRENCY-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRAN-TYPE-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRAN-ACCOUNT-ID DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           IF WS-PPA-PENDING = 'Y'
               STRING "  (date d'origine " DELIMITED BY SIZE
                       WS-PPA-ORIGINAL-DATE DELIMITED BY SIZE
                       ", mois clos)" DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE(76:)
               ADD 1 TO WS-PPA-COUNT
               ADD TRAN-AMOUNT TO WS-PPA-TOTAL
           END-IF.
           PERFORM PRINT-REPORT-LINE.

      * Ligne de detail d'une transaction qui serait rejetee, avec
      * le motif du controle de saisie.
       PRINT-SIM-REJECTED.
           ADD 1 TO WS-SIM-FEED-REJECTED.
           MOVE TRAN-AMOUNT TO WS-SIM-AMOUNT-EDITED.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "  REJET       " DELIMITED BY SIZE
                   TRAN-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRAN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SIM-AMOUNT-EDITED DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(EditReason) DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Ligne de detail d'une transaction qui serait mise en
      * quarantaine conformite (ni ecrite, ni alertee en simulation).
       PRINT-SIM-QUARANTINE.
           ADD 1 TO WS-SIM-FEED-QUARANTINED.
           ADD 1 TO WS-QUARANTINE-COUNT.
           MOVE TRAN-AMOUNT TO WS-SIM-AMOUNT-EDITED.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "  QUARANTAINE " DELIMITED BY SIZE
                   TRAN-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRAN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SIM-AMOUNT-EDITED DELIMITED BY SIZE
                   " - regle " DELIMITED BY SIZE
                   WS-WL-RULE-ID(WS-WATCH-HIT-IDX) DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Totaux du flux simule, a rapprocher des montants annonces par
      * le trailer expediteur.
       PRINT-SIM-FEED-TOTALS.
           MOVE WS-FEED-AMOUNT-TOTAL TO WS-SIM-TOTAL-EDITED.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "  Flux " DELIMITED BY SIZE
                   WS-FEED-IDX DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-SIM-FEED-LOADED DELIMITED BY SIZE
                   " a charger pour " DELIMITED BY SIZE
                   WS-SIM-TOTAL-EDITED DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   WS-SIM-FEED-REJECTED DELIMITED BY SIZE
                   " rejet(s), " DELIMITED BY SIZE
                   WS-SIM-FEED-QUARANTINED DELIMITED BY SIZE
                   " en quarantaine." DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.

      * Code retour qu'aurait le chargement reel, dans l'ordre de
      * priorite du run : deliveries obligatoires absentes, lot hors
      * limites, rien a charger.
       COMPUTE-SIMULATION-VERDICT.
           EVALUATE TRUE
           WHEN WS-MISSING-MANDATORY > 0
               MOVE 7 TO FileStatusReturnCode
           WHEN WS-SIM-LIMIT-BREACHED = 'Y'
               MOVE 9 TO FileStatusReturnCode
           WHEN RecordsWritten = 0
               MOVE 4 TO FileStatusReturnCode
           WHEN OTHER
               MOVE 0 TO FileStatusReturnCode
           END-EVALUATE.

      * Totaux de la simulation et verdict (code retour qu'aurait le
      * chargement reel), puis cloture du spool.
       CLOSE-SIMULATION-REPORT.
           MOVE SPACES TO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-SIM-TOTAL-AMOUNT TO WS-SIM-TOTAL-EDITED.
           STRING "TOTAL : " DELIMITED BY SIZE
                   RecordsWritten DELIMITED BY SIZE
                   " enreg. a charger - total de controle "
                       DELIMITED BY SIZE
                   WS-SIM-TOTAL-EDITED DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "        " DELIMITED BY SIZE
                   RecordsRejected DELIMITED BY SIZE
                   " rejet(s), " DELIMITED BY SIZE
                   WS-QUARANTINE-COUNT DELIMITED BY SIZE
                   " en quarantaine, " DELIMITED BY SIZE
                   WS-PPA-COUNT DELIMITED BY SIZE
                   " regularisation(s) sur periode close."
                       DELIMITED BY SIZE
               INTO WS-SPOOL-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-SPOOL-LINE.
           EVALUATE FileStatusReturnCode
           WHEN 0
               MOVE "VERDICT : le flux se chargerait (code retour 0)."
                   TO WS-SPOOL-LINE
           WHEN 4
               MOVE "VERDICT : rien a charger (code retour 4)."
                   TO WS-SPOOL-LINE
           WHEN 9
               STRING "VERDICT : lot hors limites, serait parque "
                           DELIMITED BY SIZE
                       "(code retour 9)." DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
           WHEN OTHER
               STRING "VERDICT : chargement refuse (code retour "
                           DELIMITED BY SIZE
                       FileStatusReturnCode DELIMITED BY SIZE
                       ")." DELIMITED BY SIZE
                   INTO WS-SPOOL-LINE
           END-EVALUATE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT-SPOOL.

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
               MOVE "modifCreated" TO SX-PROGRAM
               MOVE WS-PROC-DATE TO SX-PROC-DATE
               MOVE WS-CURRENT-BATCH-ID TO SX-BATCH-ID
               MOVE WS-SYS-TIMESTAMP TO SX-TIMESTAMP
               MOVE WS-SPOOL-FILENAME(1:60) TO SX-FILENAME
               WRITE SpoolIndexRecord
               CLOSE SpoolIndexFile
               DISPLAY "Rapport spoole : "
                   FUNCTION TRIM(WS-SPOOL-FILENAME)
           END-IF.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb enreg.
       WRITE-AUDIT-TRAIL.
           MOVE WS-PROC-DATE        TO AUD-PROC-DATE
           MOVE WS-CURRENT-BATCH-ID TO AUD-BATCH-ID
           MOVE WS-BATCH-CYCLE      TO AUD-CYCLE
           IF SIMULATION-RUN
               MOVE "SIMULATION"    TO AUD-NOTE
           END-IF
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
