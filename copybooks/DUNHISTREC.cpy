      *****************************************************************
      * DUNHISTREC.cpy
      * Gisement de l'historique permanent des relances
      * (DUNNING_HISTORY.txt) : une ligne par evenement de relance
      * d'un poste ouvert, ajoutee par cDunningRun.cbl et jamais
      * reecrite :
      *   'R' = relance envoyee au niveau DH-LEVEL (1, 2 ou 3),
      *   'A' = arret du cycle, le poste est solde (niveau 0),
      *   'P' = reprise du cycle, un reglement partiel est arrive
      *         depuis la derniere relance (niveau remis a 0).
      * Le dernier evenement d'un poste donne son niveau courant ;
      * consulte par compte par cInquireDunning.cbl ("quand ce client
      * a-t-il ete relance pour la derniere fois ?").
      *****************************************************************
           05 DH-TRAN-ID           PIC 9(7).
           05 FILLER               PIC X(1).
           05 DH-ACCOUNT-ID        PIC X(5).
           05 FILLER               PIC X(1).
           05 DH-EVENT             PIC X(1).
           05 FILLER               PIC X(1).
           05 DH-LEVEL             PIC 9(1).
           05 FILLER               PIC X(1).
           05 DH-DATE              PIC 9(8).
           05 FILLER               PIC X(1).
      * Restant du et cumul regle du poste au moment de l'evenement :
      * un cumul regle superieur au prochain passage signale un
      * reglement partiel intervenu entre-temps.
           05 DH-DUE-AMOUNT        PIC S9(9)V99.
           05 FILLER               PIC X(1).
           05 DH-PAID-AMOUNT       PIC S9(9)V99.
           05 FILLER               PIC X(1).
           05 DH-BATCH-ID          PIC 9(5).
           05 FILLER               PIC X(24).
