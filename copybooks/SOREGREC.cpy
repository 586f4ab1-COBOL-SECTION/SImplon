      *****************************************************************
      * SOREGREC.cpy
      * Gisement du registre permanent des occurrences d'ordres
      * permanents generees (STANDING_ORDER_REGISTER.txt), ecrit par
      * cGenerateStandingOrders.cbl : une ligne par occurrence emise -
      * ordre, echeance nominale (date theorique du calendrier de
      * l'ordre), date effective (jour ouvre de generation), TRAN-ID
      * attribue, compte, type, devise, montant, batch et flux
      * produit. Le registre empeche une relance du meme jour de
      * generer deux fois la meme echeance et porte le dernier
      * TRAN-ID attribue (numerotation dans la plage du flux des
      * ordres permanents, voir copybooks/RANGEREC.cpy).
      *****************************************************************
           05 SR-ORDER-ID          PIC X(6).
           05 FILLER               PIC X(1).
           05 SR-DUE-DATE          PIC 9(8).
           05 FILLER               PIC X(1).
           05 SR-PROC-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 SR-TRAN-ID           PIC 9(7).
           05 FILLER               PIC X(1).
           05 SR-ACCOUNT-ID        PIC X(5).
           05 FILLER               PIC X(1).
           05 SR-TYPE-CODE         PIC X(3).
           05 FILLER               PIC X(1).
           05 SR-CURRENCY          PIC X(3).
           05 FILLER               PIC X(1).
           05 SR-AMOUNT            PIC S9(9)V99.
           05 FILLER               PIC X(1).
           05 SR-BATCH-ID          PIC 9(5).
           05 FILLER               PIC X(1).
           05 SR-FEED-NAME         PIC X(30).
