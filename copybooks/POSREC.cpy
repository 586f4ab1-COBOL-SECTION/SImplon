      *   POS-BASE-AMOUNT / POS-BASE-COUNT : part du report a
      *       nouveau d'exercice (OPENING-BALANCES-AAAA.txt, voir
      *       cYearEndMaster.cbl ; zero sans report),
      *   POS-LAST-DATE : derniere date de traitement appliquee,
      *   POS-ORIG-AMOUNT : montant de la photo du jour en devise
      *       d'origine POS-CURRENCY (cumul de MASTER-ORIG-AMOUNT ;
      *       le report a nouveau est toujours en EUR), pour la
      *       reevaluation de fin de mois (cFxRevaluation.cbl).
      *       Espaces sur les positions anterieures a son
      *       introduction, jusqu'au prochain recalcul.
      * C'est elle qui repond a "quel est notre net cumule en frais
      * depuis janvier" sans additionner les maitres a la main.
      *****************************************************************
           05 POS-BASE-AMOUNT      PIC S9(13)V99.
           05 FILLER               PIC X(1).
           05 POS-BASE-COUNT       PIC 9(7).
           05 FILLER               PIC X(1).
           05 POS-ORIG-AMOUNT      PIC S9(13)V99.
