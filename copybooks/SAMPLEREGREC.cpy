      *****************************************************************
      * SAMPLEREGREC.cpy
      * Gisement du registre des echantillons d'audit
      * (SAMPLE_REGISTER.txt), permanent, jamais purge : une ligne par
      * echantillon tire ou reproduit par cAuditSample.cbl, avec de
      * quoi le refaire a l'identique :
      *   SR-SAMPLE-ID     numero de l'echantillon (suite continue),
      *   SR-KIND          'T' = tirage, 'R' = reproduction d'un
      *                    tirage anterieur,
      *   SR-REF-ID        tirage reproduit (le numero lui-meme pour
      *                    un tirage),
      *   SR-TIMESTAMP     horodatage systeme du tirage,
      *   SR-REQUESTER     demandeur (parametre du tirage),
      *   SR-OPERATOR      operateur (RUN_ID), a blanc s'il n'a pas
      *                    ete fourni,
      *   SR-DATE-FROM/TO  plage des fichiers maitres quotidiens
      *                    (MASTER-AAAAMMJJ.txt et cycles -Cnn),
      *   SR-METHOD        'M' = echantillonnage en unites monetaires,
      *                    'A' = aleatoire simple,
      *   SR-SEED          graine du generateur pseudo-aleatoire,
      *   SR-REQ-SIZE      taille demandee (0 = deduite du niveau de
      *                    confiance),
      *   SR-CONFIDENCE    niveau de confiance (90, 95, 99 ; 0 si la
      *                    taille est demandee),
      *   SR-TOLERABLE     anomalie tolerable en EUR (methode M) ou
      *                    taux de deviation tolerable en % (methode A),
      *   SR-KEY-THRESHOLD seuil des elements cles en valeur absolue
      *                    (0 = aucun),
      *   SR-POP-COUNT     transactions de la population,
      *   SR-POP-NET       total algebrique de la population,
      *   SR-POP-GROSS     total en valeur absolue de la population,
      *   SR-KEY-COUNT     elements cles retenus d'office, et
      *   SR-KEY-GROSS     leur total en valeur absolue,
      *   SR-SAMPLE-SIZE   taille statistique retenue (hors elements
      *                    cles),
      *   SR-SELECTED      transactions tirees statistiquement,
      *   SR-INTERVAL      pas d'echantillonnage (methode M),
      *   SR-START         depart aleatoire dans le premier pas
      *                    (methode M),
      *   SR-STATUS        'C' = conforme ; 'E' = reproduction dont la
      *                    population differe du tirage d'origine,
      *   SR-LIST-FILE     liste des transactions retenues
      *                    (ECHANTILLON-nnnnnn.txt, gisement
      *                    copybooks/SAMPLELINEREC.cpy).
      *****************************************************************
           05 SR-SAMPLE-ID         PIC 9(6).
           05 FILLER               PIC X(1).
           05 SR-KIND              PIC X(1).
           05 FILLER               PIC X(1).
           05 SR-REF-ID            PIC 9(6).
           05 FILLER               PIC X(1).
           05 SR-TIMESTAMP         PIC 9(14).
           05 FILLER               PIC X(1).
           05 SR-REQUESTER         PIC X(10).
           05 FILLER               PIC X(1).
           05 SR-OPERATOR          PIC X(10).
           05 FILLER               PIC X(1).
           05 SR-DATE-FROM         PIC 9(8).
           05 FILLER               PIC X(1).
           05 SR-DATE-TO           PIC 9(8).
           05 FILLER               PIC X(1).
           05 SR-METHOD            PIC X(1).
           05 FILLER               PIC X(1).
           05 SR-SEED              PIC 9(10).
           05 FILLER               PIC X(1).
           05 SR-REQ-SIZE          PIC 9(5).
           05 FILLER               PIC X(1).
           05 SR-CONFIDENCE        PIC 9(2).
           05 FILLER               PIC X(1).
           05 SR-TOLERABLE         PIC 9(11)V99.
           05 FILLER               PIC X(1).
           05 SR-KEY-THRESHOLD     PIC 9(11)V99.
           05 FILLER               PIC X(1).
           05 SR-POP-COUNT         PIC 9(9).
           05 FILLER               PIC X(1).
           05 SR-POP-NET           PIC S9(13)V99.
           05 FILLER               PIC X(1).
           05 SR-POP-GROSS         PIC 9(13)V99.
           05 FILLER               PIC X(1).
           05 SR-KEY-COUNT         PIC 9(7).
           05 FILLER               PIC X(1).
           05 SR-KEY-GROSS         PIC 9(13)V99.
           05 FILLER               PIC X(1).
           05 SR-SAMPLE-SIZE       PIC 9(7).
           05 FILLER               PIC X(1).
           05 SR-SELECTED          PIC 9(7).
           05 FILLER               PIC X(1).
           05 SR-INTERVAL          PIC 9(11)V99.
           05 FILLER               PIC X(1).
           05 SR-START             PIC 9(11)V99.
           05 FILLER               PIC X(1).
           05 SR-STATUS            PIC X(1).
           05 FILLER               PIC X(1).
           05 SR-LIST-FILE         PIC X(30).
