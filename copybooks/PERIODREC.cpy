      *****************************************************************
      * PERIODREC.cpy
      * Gisement du registre des statuts de periode comptable
      * (PERIOD_STATUS.txt), permanent, en ajout seul : une ligne par
      * changement de statut d'un mois, la derniere ligne d'un mois
      * est son statut courant. Un mois sans aucune ligne est ouvert.
      *   PS-PERIOD       mois vise (AAAAMM),
      *   PS-STATUS       'O' = ouvert (reouverture superviseur),
      *                   'C' = clos (mois certifie par
      *                   cMonthEndMaster.cbl),
      *                   'L' = verrouille (definitif, ne peut plus
      *                   etre rouvert),
      *   PS-TIMESTAMP    horodatage systeme du changement,
      *   PS-PROGRAM      programme qui a pose le statut,
      *   PS-SUPERVISOR   identifiant du superviseur (reouverture,
      *                   cloture ou verrouillage manuels),
      *   PS-REASON       motif saisi par le superviseur,
      *   PS-PROC-DATE    date de traitement (BATCH_DATE) du
      *                   changement.
      * Pose par cMonthEndMaster.cbl (cloture) et cMaintainPeriods.cbl
      * (cloture, verrouillage, reouverture) ; lu par chaque programme
      * qui modifie des donnees comptabilisees, qui refuse de toucher
      * un enregistrement date d'un mois clos ou verrouille.
      *****************************************************************
           05 PS-PERIOD            PIC 9(6).
           05 FILLER               PIC X(1).
           05 PS-STATUS            PIC X(1).
           05 FILLER               PIC X(1).
           05 PS-TIMESTAMP         PIC 9(14).
           05 FILLER               PIC X(1).
           05 PS-PROGRAM           PIC X(20).
           05 FILLER               PIC X(1).
           05 PS-SUPERVISOR        PIC X(10).
           05 FILLER               PIC X(1).
           05 PS-REASON            PIC X(40).
           05 FILLER               PIC X(1).
           05 PS-PROC-DATE         PIC 9(8).
