      *****************************************************************
      * SEALLIST.cpy
      * Liste des fichiers permanents scelles (voir
      * copybooks/SEALREC.cpy), dix entrees de 40 octets a redefinir
      * en table par le programme qui l'inclut. L'entree
      * NOUVEAU_FICHIER.txt est remplacee a l'execution par le nom
      * surcharge par NOUVEAU_FICHIER_FILE s'il est fourni.
      * Programmes qui reecrivent ces fichiers et posent leur scelle :
      * cApproveChanges (tables entretenues sous la regle des quatre
      * yeux, y compris VATRATES.txt et NouveauFichier),
      * cSyncAccounts (ACCOUNTS.txt, synchronisation sur le CRM),
      * cUpdatePositions (POSITIONS.txt), cMatchPayments et
      * cAllocateUnappliedCash (OPENITEMS.txt), modifCreated,
      * cRollbackRun et cSplitNouveauFichier (NouveauFichier, ramene
      * au segment du mois courant). LOADLIMITS.txt et
      * TRANID_RANGES.txt n'ont pas d'utilitaire : toute
      * modification passe par un rescellement (cResealFiles.cbl).
      * Les segments clos NOUVEAU_FICHIER_AAAAMM.txt ne sont pas
      * listes ici : cSplitNouveauFichier pose le scelle de chacun a
      * sa creation, et cOpenBatch et cResealFiles les ajoutent a la
      * liste d'apres leur catalogue (NOUVEAU_FICHIER_CATALOGUE.txt).
      *****************************************************************
           05 FILLER PIC X(40) VALUE "TRANTYPES.txt".
           05 FILLER PIC X(40) VALUE "ACCOUNTS.txt".
           05 FILLER PIC X(40) VALUE "GLACCOUNTMAP.txt".
           05 FILLER PIC X(40) VALUE "LOADLIMITS.txt".
           05 FILLER PIC X(40) VALUE "TRANID_RANGES.txt".
           05 FILLER PIC X(40) VALUE "AUTHORIZED_RUNIDS.txt".
           05 FILLER PIC X(40) VALUE "POSITIONS.txt".
           05 FILLER PIC X(40) VALUE "OPENITEMS.txt".
           05 FILLER PIC X(40) VALUE "VATRATES.txt".
           05 FILLER PIC X(40) VALUE "NOUVEAU_FICHIER.txt".
