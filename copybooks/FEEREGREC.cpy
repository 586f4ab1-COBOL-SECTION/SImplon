      *****************************************************************
      * FEEREGREC.cpy
      * Gisement du registre permanent des frais generes
      * (FEE_REGISTER.txt), ecrit par cComputeFees.cbl : une ligne
      * par transaction de frais emise - date du maitre facture,
      * transaction d'origine, TRAN-ID attribue au frais, ligne de
      * tarif appliquee, montants, batch et flux de frais produit.
      * Le registre empeche une relance du meme jour de facturer deux
      * fois la meme transaction et porte le dernier TRAN-ID de frais
      * attribue (numerotation dans la plage du flux de frais, voir
      * copybooks/RANGEREC.cpy).
      *****************************************************************
           05 FR-MASTER-DATE       PIC 9(8).
           05 FILLER               PIC X(1).
           05 FR-SOURCE-TRAN-ID    PIC 9(7).
           05 FILLER               PIC X(1).
           05 FR-FEE-TRAN-ID       PIC 9(7).
           05 FILLER               PIC X(1).
           05 FR-TARIFF-CODE       PIC X(6).
           05 FILLER               PIC X(1).
           05 FR-SOURCE-TYPE       PIC X(3).
           05 FILLER               PIC X(1).
           05 FR-FEE-TYPE          PIC X(3).
           05 FILLER               PIC X(1).
           05 FR-ACCOUNT-ID        PIC X(5).
           05 FILLER               PIC X(1).
           05 FR-CURRENCY          PIC X(3).
           05 FILLER               PIC X(1).
           05 FR-BASE-AMOUNT       PIC S9(9)V99.
           05 FILLER               PIC X(1).
           05 FR-FEE-AMOUNT        PIC S9(9)V99.
           05 FILLER               PIC X(1).
           05 FR-BATCH-ID          PIC 9(5).
           05 FILLER               PIC X(1).
           05 FR-FEED-NAME         PIC X(30).
