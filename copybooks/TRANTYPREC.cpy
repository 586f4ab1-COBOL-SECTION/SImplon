      * TRANTYPREC.cpy
      * Gisement de la table de reference des types de transaction
      * (TRANTYPES.txt) : code, libelle, montants negatifs autorises
      * ou non pour ce type, marque de retrait ('R' = code retire,
      * refuse au chargement mais conserve pour l'historique) et code
      * TVA.
      * Entretenue par cMaintainTranTypes.cbl, consultee par
      * modifCreated au chargement.
      * Versions datees : chaque ligne est une version de l'entree,
      * en vigueur du TT-VALID-FROM au TT-VALID-TO inclus (AAAAMMJJ ;
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
           05 TT-CODE              PIC X(3).
           05 FILLER               PIC X(1).
           05 TT-NEG-ALLOWED       PIC X(1).
           05 FILLER               PIC X(1).
           05 TT-STATUS            PIC X(1).
           05 FILLER               PIC X(1).
           05 TT-VALID-FROM        PIC X(8).
           05 FILLER               PIC X(1).
           05 TT-VALID-TO          PIC X(8).
           05 FILLER               PIC X(1).
      * Code TVA du type, renvoyant a la table datee des taux
      * (VATRATES.txt, voir copybooks/VATRATEREC.cpy) : S normal,
      * R reduit, E exonere... Espace = type hors champ de la TVA
      * (cas des lignes anterieures a l'introduction du code, et des
      * types techniques) : ni GlPosting ni cVatReturn n'en extraient
      * de TVA.
           05 TT-TAX-CODE          PIC X(1).
      * Conditions de paiement propres au type (delai en jours et
      * regle de fin de mois 'Y'/'N', meme sens que sur le compte,
      * voir copybooks/ACCTREC.cpy) : quand elles sont renseignees,
      * elles l'emportent sur celles du compte pour l'echeance du
      * poste ouvert (acomptes payables a reception, par exemple).
      * Espaces = le type suit les conditions du compte.
           05 FILLER               PIC X(1).
           05 TT-PAY-TERMS.
               10 TT-PAY-DAYS      PIC 9(3).
               10 TT-PAY-EOM       PIC X(1).
           05 FILLER               PIC X(27).
