      *****************************************************************
      * CPTYREC.cpy
      * Gisement de la table des contreparties (COUNTERPARTIES.txt) :
      * coordonnees bancaires des expediteurs reglees en net par
      * cSettlement.cbl. Une ligne par expediteur (DL-SENDER-ID de
      * l'en-tete expediteur de ses flux), eventuellement restreinte
      * a une devise (espaces = toutes) : pour un reglement dans une
      * devise, la ligne de cette devise l'emporte sur la ligne
      * toutes devises.
      *   CP-SENDER-ID  : identifiant de l'expediteur,
      *   CP-CURRENCY   : devise du compte (espaces = toutes),
      *   CP-NAME       : raison sociale reprise sur l'ordre de
      *                   paiement et le releve,
      *   CP-IBAN       : compte bancaire de la contrepartie,
      *   CP-BIC        : code de sa banque,
      *   CP-STATUS     : 'R' = ligne retiree (conservee pour
      *                   l'historique, plus utilisee).
      *****************************************************************
           05 CP-SENDER-ID         PIC 9(7).
           05 FILLER               PIC X(1).
           05 CP-CURRENCY          PIC X(3).
           05 FILLER               PIC X(1).
           05 CP-NAME              PIC X(30).
           05 FILLER               PIC X(1).
           05 CP-IBAN              PIC X(34).
           05 FILLER               PIC X(1).
           05 CP-BIC               PIC X(11).
           05 FILLER               PIC X(1).
           05 CP-STATUS            PIC X(1).
           05 FILLER               PIC X(9).
