      *****************************************************************
      * VATRATEREC.cpy
      * Gisement de la table de reference des taux de TVA
      * (VATRATES.txt) : code TVA (celui que porte TT-TAX-CODE dans
      * la table des types, voir copybooks/TRANTYPREC.cpy), libelle
      * (normal, reduit, exonere...), taux en pour cent (0 pour un
      * code exonere) et marque de retrait ('R' = code retire, plus
      * accepte sur un type mais conserve pour l'historique).
      * Les montants du fichier maitre sont TTC : la TVA d'une
      * transaction est extraite du montant par
      * TVA = TTC x taux / (100 + taux), arrondie au centime, le HT
      * etant le reste.
      * Entretenue par cMaintainVatRates.cbl, consultee par
      * GlPosting (lignes d'ecriture de TVA) et cVatReturn.cbl
      * (declaration de TVA de la periode).
      * Versions datees, comme les autres tables de reference :
      * chaque ligne est une version du code, en vigueur du
      * VR-VALID-FROM au VR-VALID-TO inclus (AAAAMMJJ ; VALID-FROM a
      * blanc = depuis toujours, VALID-TO a blanc = version ouverte).
      * Un changement de taux ferme la version ouverte a la veille de
      * sa date d'effet et ouvre une nouvelle version a cette date.
      * Le taux applique a une transaction est celui de la version
      * en vigueur a la date de la transaction (et non a la date de
      * traitement) : une transaction anterieure au changement garde
      * l'ancien taux meme traitee apres.
      *****************************************************************
           05 VR-TAX-CODE          PIC X(1).
           05 FILLER               PIC X(1).
           05 VR-LABEL             PIC X(20).
           05 FILLER               PIC X(1).
           05 VR-RATE              PIC 9(2)V99.
           05 FILLER               PIC X(1).
           05 VR-STATUS            PIC X(1).
           05 FILLER               PIC X(1).
           05 VR-VALID-FROM        PIC X(8).
           05 FILLER               PIC X(1).
           05 VR-VALID-TO          PIC X(8).
           05 FILLER               PIC X(33).
