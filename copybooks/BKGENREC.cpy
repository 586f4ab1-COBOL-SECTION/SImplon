      *****************************************************************
      * BKGENREC.cpy
      * Gisement du registre des generations de sauvegarde
      * (BACKUP_GENERATIONS.txt), tenu par cBackupSet.cbl : une ligne
      * par generation, dans l'ordre de creation.
      *   GN-GENERATION   nom de la generation (repertoire
      *                   SAUVEGARDE-AAAAMMJJ-BBBBB),
      *   GN-PROC-DATE    date de traitement du batch sauvegarde,
      *   GN-BATCH-ID     identifiant du batch sauvegarde,
      *   GN-TIMESTAMP    horodatage systeme de la sauvegarde,
      *   GN-FILE-COUNT   nombre de fichiers du manifeste,
      *   GN-STATUS       'C' = conservee, 'S' = supprimee (au-dela
      *                   du nombre de generations a conserver,
      *                   BACKUP_KEEP), ligne gardee pour l'historique.
      *****************************************************************
           05 GN-GENERATION        PIC X(25).
           05 FILLER               PIC X(1).
           05 GN-PROC-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 GN-BATCH-ID          PIC 9(5).
           05 FILLER               PIC X(1).
           05 GN-TIMESTAMP         PIC 9(14).
           05 FILLER               PIC X(1).
           05 GN-FILE-COUNT        PIC 9(3).
           05 FILLER               PIC X(1).
           05 GN-STATUS            PIC X(1).
