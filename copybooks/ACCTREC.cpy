      * conserve pour l'historique).
      * Entretenue par cMaintainAccounts.cbl, consultee par
      * modifCreated au chargement pour valider TRAN-ACCOUNT-ID.
      * Synchronisee chaque nuit, avant le chargement, sur l'extrait
      * du referentiel clients du CRM (cSyncAccounts.cbl, voir
      * copybooks/CRMACCTREC.cpy) : comptes ouverts ajoutes, libelles
      * repris de la raison sociale, comptes clos retires.
      * Plafond de credit du compte, en devise de base EUR : au
      * chargement, modifCreated refuse une transaction qui porterait
      * l'encours non regle du compte (OPENITEMS.txt plus le run en
      * cours) au-dela du plafond. Zero ou espaces = pas de plafond
      * (lignes anterieures a l'introduction du plafond). Restitue
      * par cCreditExposureReport.cbl.
      * Versions datees : chaque ligne est une version de l'entree,
      * en vigueur du ACC-VALID-FROM au ACC-VALID-TO inclus (AAAAMMJJ ;
      * VALID-FROM a blanc = depuis toujours, VALID-TO a blanc =
      * version ouverte, en vigueur jusqu'a nouvel ordre - cas des
      * lignes anterieures a l'introduction des versions). L'entretien
      * ne reecrit plus une ligne : il ferme la version ouverte a la
      * veille de la date d'effet et ouvre une nouvelle version a
      * cette date (une version ouverte marquee 'R' = entree retiree
      * a compter de sa date d'effet). Les lecteurs ne retiennent que
      * les versions en vigueur a leur date de traitement ;
      * cReferenceAsOfReport.cbl restitue les versions en vigueur a
      * une date quelconque.
      *****************************************************************
           05 ACC-ID               PIC X(5).
           05 FILLER               PIC X(1).
           05 ACC-LABEL            PIC X(20).
           05 FILLER               PIC X(1).
           05 ACC-STATUS           PIC X(1).
           05 FILLER               PIC X(1).
           05 ACC-CREDIT-LIMIT     PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 ACC-VALID-FROM       PIC X(8).
           05 FILLER               PIC X(1).
           05 ACC-VALID-TO         PIC X(8).
      * Conditions de paiement du compte : delai en jours apres la
      * date de la transaction et regle de fin de mois ('Y' =
      * echeance reportee au dernier jour du mois atteint, "60 jours
      * fin de mois"). cMatchPayments en tire l'echeance de chaque
      * nouveau poste ouvert. Espaces sur les lignes anterieures a
      * leur introduction et sur les comptes sans conditions :
      * payable comptant (echeance = date de la transaction). Les
      * conditions d'un type de transaction, s'il en porte (voir
      * copybooks/TRANTYPREC.cpy), l'emportent sur celles du compte.
           05 FILLER               PIC X(1).
           05 ACC-PAY-TERMS.
               10 ACC-PAY-DAYS     PIC 9(3).
               10 ACC-PAY-EOM      PIC X(1).
           05 FILLER               PIC X(17).
