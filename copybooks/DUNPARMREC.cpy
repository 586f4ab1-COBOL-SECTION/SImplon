      *****************************************************************
      * DUNPARMREC.cpy
      * Gisement du fichier des parametres de relance
      * (DUNNINGPARMS.txt) : une seule ligne de reference entretenue
      * par le recouvrement - anciennete minimale (en jours depuis la
      * date de la transaction, ou depuis le dernier reglement partiel)
      * d'un poste non solde pour les niveaux de relance 1, 2 et 3, et
      * intervalle minimal en jours entre deux relances d'un meme
      * poste. Lu par cDunningRun.cbl. Fichier absent : 30, 60 et 90
      * jours, 15 jours entre deux niveaux.
      *****************************************************************
           05 DP-LEVEL1-DAYS       PIC 9(3).
           05 FILLER               PIC X(1).
           05 DP-LEVEL2-DAYS       PIC 9(3).
           05 FILLER               PIC X(1).
           05 DP-LEVEL3-DAYS       PIC 9(3).
           05 FILLER               PIC X(1).
           05 DP-MIN-INTERVAL      PIC 9(3).
           05 FILLER               PIC X(65).
