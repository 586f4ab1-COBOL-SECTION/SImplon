      *****************************************************************
      * BACKUPLIST.cpy
      * Jeu de sauvegarde de fin de journee : tous les fichiers
      * permanents qui portent un etat d'un jour a l'autre (donnees,
      * compteurs et registres du batch, tables de reference,
      * journaux et registres d'exploitation), entrees de 40 octets a
      * redefinir en table par le programme qui l'inclut
      * (cBackupSet.cbl, qui le copie dans une generation, et
      * cRestoreSet.cbl, qui la remet en place).
      * L'entree NOUVEAU_FICHIER.txt est remplacee a l'execution par
      * le nom surcharge par NOUVEAU_FICHIER_FILE s'il est fourni.
      * NOUVEAU_FICHIER_IDS.dat (compagnon indexe des TRAN-ID) est
      * decharge en image ligne par ligne (TRAN-ID et run) et
      * recharge a la restauration.
      * Les segments clos NOUVEAU_FICHIER_AAAAMM.txt ne sont pas
      * listes ici : cBackupSet les ajoute au jeu d'apres leur
      * catalogue (NOUVEAU_FICHIER_CATALOGUE.txt, dans la liste).
      * Hors jeu : les fichiers dates produits par la chaine
      * (maitres, extracts, rapports du spool, flux), reproductibles
      * ou conserves par leurs propres programmes, les index
      * reconstruits a chaque run (MUNABTP_IDX.dat,
      * NOUVEAUFICHERMGLLLLL_IDX.dat), les fichiers de travail .tmp,
      * et le registre des generations lui-meme
      * (BACKUP_GENERATIONS.txt).
      * Un fichier permanent ajoute au systeme doit etre ajoute ici
      * (et le nombre d'entrees des programmes qui l'incluent ajuste).
      *****************************************************************
           05 FILLER PIC X(40) VALUE "NOUVEAU_FICHIER.txt".
           05 FILLER PIC X(40) VALUE "NOUVEAU_FICHIER_IDS.dat".
           05 FILLER PIC X(40)
               VALUE "NOUVEAU_FICHIER_CATALOGUE.txt".
           05 FILLER PIC X(40) VALUE "POSITIONS.txt".
           05 FILLER PIC X(40) VALUE "OPENITEMS.txt".
           05 FILLER PIC X(40) VALUE "UNAPPLIED_CASH.txt".
           05 FILLER PIC X(40) VALUE "CASH_ALLOCATIONS.txt".
           05 FILLER PIC X(40) VALUE "BATCH_REGISTER.txt".
           05 FILLER PIC X(40) VALUE "BATCH_CURRENT.txt".
           05 FILLER PIC X(40) VALUE "MODIFCREATED_RUNCTR.txt".
           05 FILLER PIC X(40) VALUE "MODIFCREATED_CHECKPOINT.txt".
           05 FILLER PIC X(40) VALUE "MODIFCREATED_FEEDLIST.txt".
           05 FILLER PIC X(40) VALUE "MODIFCREATED_DELIVERIES.txt".
           05 FILLER PIC X(40) VALUE "MODIFCREATED_PENDING.txt".
           05 FILLER PIC X(40) VALUE "MODIFCREATED_RELEASED.txt".
           05 FILLER PIC X(40) VALUE "MODIFCREATED_QUARANTINE.txt".
           05 FILLER PIC X(40) VALUE "MODIFCREATED_QRELEASED.txt".
           05 FILLER PIC X(40) VALUE "NOUVEAU_FICHIER_REJETS.txt".
           05 FILLER PIC X(40) VALUE "NOUVEAU_FICHIER_PURGE.txt".
           05 FILLER PIC X(40)
               VALUE "NOUVEAU_FICHIER_MAINT_JOURNAL.txt".
           05 FILLER PIC X(40) VALUE "MAINT_PENDING.txt".
           05 FILLER PIC X(40) VALUE "TRANTYPES.txt".
           05 FILLER PIC X(40) VALUE "ACCOUNTS.txt".
           05 FILLER PIC X(40) VALUE "GLACCOUNTMAP.txt".
           05 FILLER PIC X(40) VALUE "LOADLIMITS.txt".
           05 FILLER PIC X(40) VALUE "TRANID_RANGES.txt".
           05 FILLER PIC X(40) VALUE "AUTHORIZED_RUNIDS.txt".
           05 FILLER PIC X(40) VALUE "VATRATES.txt".
           05 FILLER PIC X(40) VALUE "CURRENCYRATES.txt".
           05 FILLER PIC X(40) VALUE "CALENDAR.txt".
           05 FILLER PIC X(40) VALUE "TARIFFS.txt".
           05 FILLER PIC X(40) VALUE "COUNTERPARTIES.txt".
           05 FILLER PIC X(40) VALUE "BUDGET.txt".
           05 FILLER PIC X(40) VALUE "DUNNINGPARMS.txt".
           05 FILLER PIC X(40) VALUE "FEEDSCHEDULE.txt".
           05 FILLER PIC X(40) VALUE "FEEDLAYOUTS.txt".
           05 FILLER PIC X(40) VALUE "WATCHLIST.txt".
           05 FILLER PIC X(40) VALUE "STANDING_ORDERS.txt".
           05 FILLER PIC X(40) VALUE "EXPORT_MASK_RULES.txt".
           05 FILLER PIC X(40) VALUE "EXTRACT_PARAMS.txt".
           05 FILLER PIC X(40) VALUE "SAMPLE_PARAMS.txt".
           05 FILLER PIC X(40) VALUE "BATCHWINDOW_PARMS.txt".
           05 FILLER PIC X(40) VALUE "MONTHEND_WAIVERS.txt".
           05 FILLER PIC X(40) VALUE "JOBPLAN.txt".
           05 FILLER PIC X(40) VALUE "STANDING_ORDER_REGISTER.txt".
           05 FILLER PIC X(40) VALUE "FEE_REGISTER.txt".
           05 FILLER PIC X(40) VALUE "SETTLEMENT_REGISTER.txt".
           05 FILLER PIC X(40) VALUE "TRANSMISSION_REGISTER.txt".
           05 FILLER PIC X(40) VALUE "DUNNING_HISTORY.txt".
           05 FILLER PIC X(40) VALUE "DELTA_WATERMARK.txt".
           05 FILLER PIC X(40) VALUE "SPOOL_INDEX.txt".
           05 FILLER PIC X(40) VALUE "STEP_TIMINGS.txt".
           05 FILLER PIC X(40) VALUE "SAMPLE_REGISTER.txt".
           05 FILLER PIC X(40) VALUE "AUDITTRAIL.txt".
           05 FILLER PIC X(40) VALUE "OPSALERTS.txt".
           05 FILLER PIC X(40) VALUE "ACCESSLOG.txt".
           05 FILLER PIC X(40) VALUE "AUTH_DENIALS.txt".
           05 FILLER PIC X(40) VALUE "SEALS.txt".
           05 FILLER PIC X(40) VALUE "PERIOD_STATUS.txt".
           05 FILLER PIC X(40) VALUE "PRIOR_PERIOD_ADJ.txt".
           05 FILLER PIC X(40) VALUE "GLRECON_REGISTER.txt".
