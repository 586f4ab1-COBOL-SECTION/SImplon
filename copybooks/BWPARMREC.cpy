      *****************************************************************
      * BWPARMREC.cpy
      * Gisement du fichier des parametres de la fenetre de batch
      * (BATCHWINDOW_PARMS.txt) : une seule ligne de reference
      * entretenue par l'exploitation -
      *   BW-WINDOW-END     heure de fin de fenetre convenue (HHMM),
      *   BW-END-OFFSET     jours apres la date de traitement ou
      *                     tombe cette heure (1 = le lendemain
      *                     matin),
      *   BW-AVG-RUNS       nombre N de runs precedents d'une etape
      *                     pour la moyenne glissante,
      *   BW-OVERRUN-PCT    seuil de depassement de la moyenne, en
      *                     pourcentage (150 = une fois et demie),
      *   BW-MIN-SECONDS    duree en secondes en dessous de laquelle
      *                     une etape n'est jamais signalee longue.
      * Lu par cBatchWindowReport.cbl. Fichier absent : fin de fenetre
      * 06h00 le lendemain, 10 runs, 150 %, 60 secondes.
      *****************************************************************
           05 BW-WINDOW-END        PIC 9(4).
           05 FILLER               PIC X(1).
           05 BW-END-OFFSET        PIC 9(1).
           05 FILLER               PIC X(1).
           05 BW-AVG-RUNS          PIC 9(2).
           05 FILLER               PIC X(1).
           05 BW-OVERRUN-PCT       PIC 9(3).
           05 FILLER               PIC X(1).
           05 BW-MIN-SECONDS       PIC 9(5).
           05 FILLER               PIC X(61).
