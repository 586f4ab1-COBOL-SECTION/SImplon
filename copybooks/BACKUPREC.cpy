      *****************************************************************
      * BACKUPREC.cpy
      * Gisement du manifeste d'une generation de sauvegarde
      * (MANIFEST.txt dans le repertoire de la generation), ecrit par
      * cBackupSet.cbl et controle par cRestoreSet.cbl :
      *   BK-REC-TYPE     'F' = un fichier du jeu, 'T' = fin de
      *                   manifeste (ecrite seulement si toute la
      *                   generation a ete copiee : un manifeste sans
      *                   fin est une generation inutilisable),
      *   BK-GENERATION   nom de la generation (repertoire
      *                   SAUVEGARDE-AAAAMMJJ-BBBBB),
      *   BK-FILENAME     fichier du jeu (nom tel qu'ouvert),
      *   BK-PRESENCE     'P' = present et copie, 'A' = absent au
      *                   moment de la sauvegarde (a la restauration
      *                   le fichier est retire pour remettre le jeu
      *                   dans son etat),
      *   BK-FORMAT       'L' = fichier ligne copie tel quel,
      *                   'I' = fichier indexe decharge en image,
      *   BK-RECORD-COUNT nombre d'enregistrements (sur la ligne 'T' :
      *                   nombre de lignes 'F' du manifeste),
      *   BK-CHAR-COUNT   total de controle : nombre de caracteres
      *                   (chaque ligne jusqu'a son dernier non blanc),
      *   BK-HASH         total de controle : empreinte du contenu
      *                   (meme calcul que les scelles, voir
      *                   copybooks/SEALREC.cpy),
      *   BK-PROC-DATE    date de traitement du batch sauvegarde,
      *   BK-BATCH-ID     identifiant du batch sauvegarde,
      *   BK-TIMESTAMP    horodatage systeme de la sauvegarde.
      *****************************************************************
           05 BK-REC-TYPE          PIC X(1).
           05 FILLER               PIC X(1).
           05 BK-GENERATION        PIC X(25).
           05 FILLER               PIC X(1).
           05 BK-FILENAME          PIC X(40).
           05 FILLER               PIC X(1).
           05 BK-PRESENCE          PIC X(1).
           05 FILLER               PIC X(1).
           05 BK-FORMAT            PIC X(1).
           05 FILLER               PIC X(1).
           05 BK-RECORD-COUNT      PIC 9(9).
           05 FILLER               PIC X(1).
           05 BK-CHAR-COUNT        PIC 9(12).
           05 FILLER               PIC X(1).
           05 BK-HASH              PIC 9(10).
           05 FILLER               PIC X(1).
           05 BK-PROC-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 BK-BATCH-ID          PIC 9(5).
           05 FILLER               PIC X(1).
           05 BK-TIMESTAMP         PIC 9(14).
