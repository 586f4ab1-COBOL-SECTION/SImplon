           05 FILLER               PIC X(1).
      * Date du dernier reglement apparie (zeros si aucun)
           05 OI-LAST-PAY-DATE     PIC 9(8).
      * Compte repris de MASTER-ACCOUNT-ID a l'entree du poste, pour
      * l'encours par compte (controle du plafond de credit au
      * chargement, relances). Espaces sur les postes anterieurs a
      * l'introduction du champ et sur ceux sans compte.
           05 FILLER               PIC X(1).
           05 OI-ACCOUNT-ID        PIC X(5).
      * Type de transaction, devise d'origine et montant facture en
      * devise d'origine, repris de MASTER-TRAN-TYPE,
      * MASTER-ORIG-CURRENCY et MASTER-ORIG-AMOUNT a l'entree du
      * poste (OI-ORIG-AMOUNT ci-dessus est, lui, en devise de base
      * EUR au taux du jour de consolidation) : la reevaluation de
      * fin de mois (cFxRevaluation.cbl) recalcule le restant du en
      * devise au taux de fin de mois. Espaces sur les postes
      * anterieurs a l'introduction de ces champs.
           05 FILLER               PIC X(1).
           05 OI-TRAN-TYPE         PIC X(3).
           05 FILLER               PIC X(1).
           05 OI-CURRENCY          PIC X(3).
           05 FILLER               PIC X(1).
           05 OI-FX-AMOUNT         PIC S9(9)V99.
      * Date d'echeance du poste, posee par cMatchPayments a l'entree
      * du poste d'apres les conditions de paiement du type ou du
      * compte (voir copybooks/ACCTREC.cpy) : la balance agee et les
      * relances mesurent le retard depuis cette date, la prevision
      * de tresorerie (cCashForecast.cbl) en part. Espaces ou zeros
      * sur les postes anterieurs a son introduction ; les lecteurs
      * se replient alors sur OI-TRAN-DATE.
           05 FILLER               PIC X(1).
           05 OI-DUE-DATE          PIC 9(8).
           05 FILLER               PIC X(4).
