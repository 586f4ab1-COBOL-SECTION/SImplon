      * presente signifie que la delivery a deja ete chargee par un
      * run anterieur (fichier de la veille reliste par erreur), et
      * le flux entier est refuse avec une alerte severe.
      * DL-FEED-ID reprend le rang du flux dans la liste du run (le
      * TRAN-FEED-ID porte par ses enregistrements) : le couple
      * DL-RUN/DL-FEED-ID relie ainsi chaque transaction chargee a
      * son expediteur (ConsolidateMaster en tire MASTER-SENDER-ID).
      * Espaces sur les lignes anterieures a l'introduction du rang.
      *****************************************************************
           05 DL-RECORD-COUNT      PIC 9(7).
           05 FILLER               PIC X(1).
           05 DL-RUN               PIC 9(5).
           05 FILLER               PIC X(1).
           05 DL-FEED-NAME         PIC X(30).
           05 DL-FEED-ID           PIC 9(2).
           05 FILLER               PIC X(3).
