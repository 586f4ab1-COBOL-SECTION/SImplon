      *****************************************************************
      * BUDGETREC.cpy
      * Gisement de la table du budget annuel (BUDGET.txt) : un
      * montant budgete en EUR par annee, mois, type de transaction
      * et, pour les plus gros clients, par compte (espaces = budget
      * du type pour tous les comptes sans budget propre). BG-STATUS :
      * 'R' = ligne retiree (conservee pour l'historique, plus
      * comparee). Entretenue par cMaintainBudget.cbl, consultee par
      * le rapport budget / realise cBudgetReport.cbl.
      *****************************************************************
           05 BG-YEAR              PIC 9(4).
           05 FILLER               PIC X(1).
           05 BG-MONTH             PIC 9(2).
           05 FILLER               PIC X(1).
           05 BG-TRAN-TYPE         PIC X(3).
           05 FILLER               PIC X(1).
           05 BG-ACCOUNT-ID        PIC X(5).
           05 FILLER               PIC X(1).
           05 BG-AMOUNT            PIC S9(11)V99.
           05 FILLER               PIC X(1).
           05 BG-STATUS            PIC X(1).
           05 FILLER               PIC X(47).
