      *****************************************************************
      * SEALREC.cpy
      * Gisement du registre des scelles des fichiers permanents
      * (SEALS.txt), permanent, en ajout seul : une ligne par scelle
      * pose, la derniere ligne d'un fichier est son scelle courant.
      *   SG-FILENAME     fichier scelle (nom tel qu'ouvert, par
      *                   exemple NOUVEAU_FICHIER.txt ou son nom
      *                   surcharge par NOUVEAU_FICHIER_FILE),
      *   SG-RECORD-COUNT nombre de lignes du fichier,
      *   SG-HASH         empreinte du contenu : pour chaque ligne,
      *                   chaque caractere jusqu'au dernier non blanc
      *                   puis une fin de ligne, H = MOD(H * 31 +
      *                   ORD(caractere), 999999937) depuis H = 0
      *                   (fin de ligne comptee pour ORD = 10),
      *   SG-TIMESTAMP    horodatage systeme du scelle,
      *   SG-PROGRAM      programme qui a pose le scelle,
      *   SG-KIND         'P' = scelle pose par le programme qui a
      *                   reecrit le fichier,
      *                   'S' = rescellement accepte par un
      *                   superviseur (cResealFiles.cbl),
      *   SG-SUPERVISOR   identifiant du superviseur (scelle 'S'),
      *   SG-REASON       motif du rescellement (scelle 'S').
      * Verifie par cOpenBatch.cbl avant la delivrance de chaque
      * identifiant de batch. Liste des fichiers scelles : voir
      * copybooks/SEALLIST.cpy.
      *****************************************************************
           05 SG-FILENAME          PIC X(40).
           05 FILLER               PIC X(1).
           05 SG-RECORD-COUNT      PIC 9(9).
           05 FILLER               PIC X(1).
           05 SG-HASH              PIC 9(10).
           05 FILLER               PIC X(1).
           05 SG-TIMESTAMP         PIC 9(14).
           05 FILLER               PIC X(1).
           05 SG-PROGRAM           PIC X(20).
           05 FILLER               PIC X(1).
           05 SG-KIND              PIC X(1).
           05 FILLER               PIC X(1).
           05 SG-SUPERVISOR        PIC X(10).
           05 FILLER               PIC X(1).
           05 SG-REASON            PIC X(40).
