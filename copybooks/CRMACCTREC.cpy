      *****************************************************************
      * CRMACCTREC.cpy
      * Gisement de l'extrait nocturne du referentiel clients du CRM
      * (CRM_ACCOUNTS.txt), depose chaque nuit par le CRM, a largeur
      * fixe, une ligne par compte client, tous comptes confondus :
      *   CR-ACC-ID      identifiant du compte (meme codification que
      *                  ACC-ID, voir copybooks/ACCTREC.cpy),
      *   CR-NAME        raison sociale du client ; les 20 premiers
      *                  caracteres forment le libelle du compte,
      *   CR-STATUS      'A' = compte actif, 'C' = compte clos,
      *   CR-CLOSE-DATE  date de cloture (AAAAMMJJ) d'un compte clos ;
      *                  a blanc, la cloture prend effet a la date de
      *                  traitement.
      * Lu par cSyncAccounts.cbl, qui en tire ACCOUNTS.txt.
      *****************************************************************
           05 CR-ACC-ID            PIC X(5).
           05 FILLER               PIC X(1).
           05 CR-NAME              PIC X(40).
           05 FILLER               PIC X(1).
           05 CR-STATUS            PIC X(1).
           05 FILLER               PIC X(1).
           05 CR-CLOSE-DATE        PIC X(8).
