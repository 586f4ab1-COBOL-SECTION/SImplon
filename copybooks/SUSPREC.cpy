      *****************************************************************
      * SUSPREC.cpy
      * Gisement du fichier permanent des encaissements non affectes
      * (UNAPPLIED_CASH.txt, suspens) : un reglement du flux
      * PAYMENTS_FEED.txt que cMatchPayments.cbl n'a pu apparier a
      * aucun poste ouvert (identifiant absent ou errone, reglement
      * global couvrant plusieurs factures) y est conserve au lieu
      * d'etre seulement signale :
      *   SU-SUSPENSE-ID     numero d'entree en suspens (sequence),
      *   SU-PAY-DATE        date du reglement,
      *   SU-PAY-TRAN-ID     identifiant recu avec le reglement (zeros
      *                      s'il etait absent),
      *   SU-AMOUNT          montant du reglement,
      *   SU-ALLOCATED       cumul deja affecte a des postes ouverts,
      *   SU-REFERENCE       reference bancaire (PAY-REFERENCE),
      *   SU-STATUS          espace = en suspens, 'P' = partiellement
      *                      affecte, 'A' = entierement affecte,
      *   SU-ENTRY-DATE      date de traitement de la mise en suspens,
      *   SU-LAST-ALLOC-DATE date de la derniere affectation (zeros
      *                      si aucune).
      * Le restant en suspens (SU-AMOUNT - SU-ALLOCATED) est reparti
      * sur les postes par cAllocateUnappliedCash.cbl et figure dans
      * les totaux de la balance agee (cAgingReport.cbl).
      *****************************************************************
           05 SU-SUSPENSE-ID       PIC 9(7).
           05 FILLER               PIC X(1).
           05 SU-PAY-DATE          PIC 9(8).
           05 FILLER               PIC X(1).
           05 SU-PAY-TRAN-ID       PIC 9(7).
           05 FILLER               PIC X(1).
           05 SU-AMOUNT            PIC S9(9)V99.
           05 FILLER               PIC X(1).
           05 SU-ALLOCATED         PIC S9(9)V99.
           05 FILLER               PIC X(1).
           05 SU-REFERENCE         PIC X(20).
           05 FILLER               PIC X(1).
           05 SU-STATUS            PIC X(1).
           05 FILLER               PIC X(1).
           05 SU-ENTRY-DATE        PIC 9(8).
           05 FILLER               PIC X(1).
           05 SU-LAST-ALLOC-DATE   PIC 9(8).
           05 FILLER               PIC X(10).
