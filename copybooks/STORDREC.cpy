      *****************************************************************
      * STORDREC.cpy
      * Gisement de la table des ordres permanents
      * (STANDING_ORDERS.txt) : transactions qui se repetent a date
      * fixe (loyers mensuels, frais de maintenance trimestriels,
      * abonnements annuels), generees par cGenerateStandingOrders.cbl
      * au lieu d'etre ressaisies dans un flux a chaque periode.
      *   SO-ORDER-ID    identifiant de l'ordre, repris au registre
      *                  des occurrences generees,
      *   SO-ACCOUNT-ID, SO-TYPE-CODE, SO-AMOUNT, SO-CURRENCY,
      *   SO-DESCRIPTION champs repris tels quels dans la transaction
      *                  TRANREC generee (devise espaces = EUR),
      *   SO-FREQUENCY   'M' = mensuel, 'Q' = trimestriel (tous les
      *                  trois mois a partir du mois de debut),
      *                  'A' = annuel (le mois de debut),
      *   SO-DAY         jour d'echeance dans le mois (01 a 31, ramene
      *                  au dernier jour d'un mois plus court),
      *   SO-START-DATE  premiere echeance possible (AAAAMMJJ),
      *   SO-END-DATE    derniere echeance possible (espaces = sans
      *                  fin),
      *   SO-STATUS      'R' = ordre retire (conserve pour
      *                  l'historique, plus genere).
      * Une echeance qui tombe un jour non ouvre du calendrier
      * (CALENDAR.txt) est reportee au jour ouvre suivant. Entretenue
      * par cMaintainStandingOrders.cbl.
      *****************************************************************
           05 SO-ORDER-ID          PIC X(6).
           05 FILLER               PIC X(1).
           05 SO-ACCOUNT-ID        PIC X(5).
           05 FILLER               PIC X(1).
           05 SO-TYPE-CODE         PIC X(3).
           05 FILLER               PIC X(1).
           05 SO-AMOUNT            PIC S9(9)V99.
           05 FILLER               PIC X(1).
           05 SO-CURRENCY          PIC X(3).
           05 FILLER               PIC X(1).
           05 SO-DESCRIPTION       PIC X(30).
           05 FILLER               PIC X(1).
           05 SO-FREQUENCY         PIC X(1).
           05 FILLER               PIC X(1).
           05 SO-DAY               PIC 9(2).
           05 FILLER               PIC X(1).
           05 SO-START-DATE        PIC 9(8).
           05 FILLER               PIC X(1).
           05 SO-END-DATE          PIC X(8).
           05 FILLER               PIC X(1).
           05 SO-STATUS            PIC X(1).
           05 FILLER               PIC X(12).
