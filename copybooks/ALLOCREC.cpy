      *****************************************************************
      * ALLOCREC.cpy
      * Gisement du journal des affectations d'encaissements
      * (CASH_ALLOCATIONS.txt), ecrit par cAllocateUnappliedCash.cbl :
      * une ligne par part d'un encaissement en suspens affectee a un
      * poste ouvert - horodatage, date de traitement, identifiant du
      * gestionnaire recouvrement, entree en suspens et reglement
      * d'origine, poste vise, montant affecte et etat du poste apres
      * affectation.
      *****************************************************************
           05 CA-TIMESTAMP         PIC 9(14).
           05 FILLER               PIC X(1).
           05 CA-PROC-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 CA-CLERK-ID          PIC X(10).
           05 FILLER               PIC X(1).
           05 CA-SUSPENSE-ID       PIC 9(7).
           05 FILLER               PIC X(1).
           05 CA-PAY-DATE          PIC 9(8).
           05 FILLER               PIC X(1).
           05 CA-REFERENCE         PIC X(20).
           05 FILLER               PIC X(1).
           05 CA-ACCOUNT-ID        PIC X(5).
           05 FILLER               PIC X(1).
           05 CA-TRAN-ID           PIC 9(7).
           05 FILLER               PIC X(1).
           05 CA-AMOUNT            PIC S9(9)V99.
           05 FILLER               PIC X(1).
           05 CA-ITEM-STATUS       PIC X(1).
