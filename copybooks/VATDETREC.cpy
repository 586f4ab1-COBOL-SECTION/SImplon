      *****************************************************************
      * VATDETREC.cpy
      * Gisement du detail de TVA d'une periode
      * (VATDETAIL-<periode>.txt), ecrit par cVatReturn.cbl : une
      * ligne par transaction des maitres mensuels de la periode,
      * montant TTC du maitre ventile en HT et TVA avec le code TVA
      * du type et le taux en vigueur a la date de la transaction
      * (code a blanc et taux 0 = hors champ de la TVA, HT = TTC).
      * Un montant negatif (avoir, extourne) donne un HT et une TVA
      * negatifs : regularisation de la TVA collectee.
      * Piece justificative de la declaration, sa somme par code et
      * taux redonne les lignes de la declaration.
      *****************************************************************
           05 VD-TRAN-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 VD-TRAN-ID           PIC 9(7).
           05 FILLER               PIC X(1).
           05 VD-TRAN-TYPE         PIC X(3).
           05 FILLER               PIC X(1).
           05 VD-ACCOUNT-ID        PIC X(5).
           05 FILLER               PIC X(1).
           05 VD-TAX-CODE          PIC X(1).
           05 FILLER               PIC X(1).
           05 VD-RATE              PIC 9(2)V99.
           05 FILLER               PIC X(1).
           05 VD-GROSS-AMOUNT      PIC S9(9)V99.
           05 FILLER               PIC X(1).
           05 VD-NET-AMOUNT        PIC S9(9)V99.
           05 FILLER               PIC X(1).
           05 VD-VAT-AMOUNT        PIC S9(9)V99.
           05 FILLER               PIC X(10).
