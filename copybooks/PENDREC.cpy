      *****************************************************************
      * PENDREC.cpy
      * Gisement du fichier des interventions en attente de visa
      * (MAINT_PENDING.txt), regle des quatre yeux : les utilitaires
      * d'entretien (cMaintainNouveauFichier, cMaintainGlMap,
      * cMaintainAccounts, cMaintainTranTypes, cMaintainRunIds)
      * n'appliquent plus rien eux-memes, ils deposent ici
      * l'intervention proposee :
      *   PC-CHANGE-ID    numero d'intervention (sequence du fichier),
      *   PC-PROGRAM      utilitaire auteur (nom de la piste d'audit),
      *   PC-ACTION       action saisie dans l'utilitaire,
      *   PC-KEY          cle visee (TRAN-ID, code, compte, run-id),
      *   PC-BEFORE-IMAGE image actuelle de la ligne visee (espaces
      *                   pour un ajout),
      *   PC-AFTER-IMAGE  image proposee de la ligne,
      *   PC-ADDED-IMAGE  pour les tables datees (TRANTYPES.txt,
      *                   GLACCOUNTMAP.txt, ACCOUNTS.txt) : nouvelle
      *                   version ajoutee a la table, la ligne visee
      *                   etant seulement close a la veille de la date
      *                   d'effet dans PC-AFTER-IMAGE (espaces sinon),
      *   PC-MAKER-ID     identifiant de l'auteur, PC-REASON son motif,
      *   PC-STAGED-DATE  date systeme du depot.
      * cApproveChanges.cbl presente ces interventions a un second
      * utilisateur (jamais l'auteur) et porte sa decision :
      *   PC-STATUS espace = en attente de visa,
      *             'A' = approuvee et appliquee,
      *             'F' = refusee (motif en PC-DECISION-NOTE),
      *             'N' = approuvee mais non applicable (la ligne a
      *                   change depuis le depot, a redeposer),
      *             'E' = expiree faute de visa dans le delai.
      * PC-CHECKER-ID, PC-DECISION-DATE et PC-DECISION-NOTE portent
      * l'auteur, la date et le motif de la decision.
      *****************************************************************
           05 PC-CHANGE-ID         PIC 9(6).
           05 FILLER               PIC X(1).
           05 PC-PROGRAM           PIC X(20).
           05 FILLER               PIC X(1).
           05 PC-ACTION            PIC X(1).
           05 FILLER               PIC X(1).
           05 PC-KEY               PIC X(10).
           05 FILLER               PIC X(1).
           05 PC-BEFORE-IMAGE      PIC X(85).
           05 FILLER               PIC X(1).
           05 PC-AFTER-IMAGE       PIC X(85).
           05 FILLER               PIC X(1).
           05 PC-MAKER-ID          PIC X(10).
           05 FILLER               PIC X(1).
           05 PC-REASON            PIC X(40).
           05 FILLER               PIC X(1).
           05 PC-STAGED-DATE       PIC 9(8).
           05 FILLER               PIC X(1).
           05 PC-STATUS            PIC X(1).
           05 FILLER               PIC X(1).
           05 PC-CHECKER-ID        PIC X(10).
           05 FILLER               PIC X(1).
           05 PC-DECISION-DATE     PIC 9(8).
           05 FILLER               PIC X(1).
           05 PC-DECISION-NOTE     PIC X(40).
           05 FILLER               PIC X(1).
           05 PC-ADDED-IMAGE       PIC X(85).
