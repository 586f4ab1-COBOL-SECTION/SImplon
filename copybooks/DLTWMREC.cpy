      *****************************************************************
      * DLTWMREC.cpy
      * Filigrane de l'extrait des changements (DELTA_WATERMARK.txt),
      * une seule ligne reecrite par cDeltaExtract.cbl apres chaque
      * livraison reussie : dernier batch (numero de run) livre a
      * l'entrepot, horodatage jusqu'auquel les journaux de
      * maintenance et de purge ont ete livres, mode et nom du
      * dernier extrait. Fichier absent : l'entrepot n'a jamais ete
      * charge, le prochain extrait est un rechargement complet.
      *****************************************************************
           05 WM-BATCH-ID          PIC 9(5).
           05 FILLER               PIC X(1).
           05 WM-TIMESTAMP         PIC 9(14).
           05 FILLER               PIC X(1).
           05 WM-MODE              PIC X(1).
           05 FILLER               PIC X(1).
           05 WM-FILENAME          PIC X(40).
