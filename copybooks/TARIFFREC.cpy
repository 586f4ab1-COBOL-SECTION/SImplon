      *****************************************************************
      * TARIFFREC.cpy
      * Gisement de la table des tarifs de frais et commissions
      * (TARIFFS.txt) : une ligne de tarif par type de transaction
      * facturable (TRAN-TYPE-CODE), eventuellement restreinte a un
      * compte et/ou a une devise (espaces = tous). Pour une
      * transaction, la ligne la plus precise l'emporte : type +
      * compte + devise, puis type + compte, puis type + devise, puis
      * type seul.
      *   TF-CODE       : code de la ligne de tarif, repris au
      *                   registre des frais,
      *   TF-FIXED-FEE  : frais fixe par transaction,
      *   TF-RATE-PCT   : pourcentage du montant (2,5 % = 002.5000),
      *   TF-MIN-FEE    : frais minimal,
      *   TF-MAX-FEE    : frais maximal (zero = sans plafond),
      *   TF-FEE-TYPE   : type de la transaction de frais generee
      *                   (doit exister dans TRANTYPES.txt),
      *   TF-STATUS     : 'R' = ligne retiree (conservee pour
      *                   l'historique, plus appliquee).
      * Frais, minimum et maximum sont exprimes dans la devise de la
      * transaction facturee. Consultee par cComputeFees.cbl.
      *****************************************************************
           05 TF-CODE              PIC X(6).
           05 FILLER               PIC X(1).
           05 TF-TRAN-TYPE         PIC X(3).
           05 FILLER               PIC X(1).
           05 TF-ACCOUNT-ID        PIC X(5).
           05 FILLER               PIC X(1).
           05 TF-CURRENCY          PIC X(3).
           05 FILLER               PIC X(1).
           05 TF-FIXED-FEE         PIC 9(7)V99.
           05 FILLER               PIC X(1).
           05 TF-RATE-PCT          PIC 9(3)V9(4).
           05 FILLER               PIC X(1).
           05 TF-MIN-FEE           PIC 9(7)V99.
           05 FILLER               PIC X(1).
           05 TF-MAX-FEE           PIC 9(7)V99.
           05 FILLER               PIC X(1).
           05 TF-FEE-TYPE          PIC X(3).
           05 FILLER               PIC X(1).
           05 TF-STATUS            PIC X(1).
           05 FILLER               PIC X(16).
