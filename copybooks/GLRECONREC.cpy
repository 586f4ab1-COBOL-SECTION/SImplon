      *****************************************************************
      * GLRECONREC.cpy
      * Gisement du registre permanent des rapprochements du compte
      * collectif clients (GLRECON_REGISTER.txt), en ajout seul,
      * ecrit par cReconcileArControl.cbl : une ligne par
      * rapprochement mensuel -
      *   GR-PERIOD          mois rapproche (AAAAMM),
      *   GR-ASOF-DATE       date d'arrete (AAAAMMJJ) des deux soldes,
      *   GR-ACCOUNT         compte collectif rapproche,
      *   GR-OPENING         solde d'ouverture du compte collectif,
      *   GR-GL-MOVEMENT     mouvements nets du mois au compte
      *                      collectif (fichiers d'ecritures),
      *   GR-GL-CLOSING      solde de cloture du compte collectif
      *                      (ouverture + mouvements), repris comme
      *                      solde d'ouverture du mois suivant,
      *   GR-SUBLEDGER       restant du des postes ouverts a l'arrete,
      *   GR-POSTED-NOT-OI   ecritures sans poste ouvert (net des
      *                      postes ouverts sans ecriture),
      *   GR-PAID-NOT-POSTED reglements apparies non comptabilises,
      *   GR-FX-REVAL        reevaluation de change en vigueur,
      *   GR-UNEXPLAINED     ecart inexplique (zero = rapproche),
      *   GR-TIMESTAMP / GR-PROC-DATE  horodatage et date de
      *                      traitement du run.
      * Un mois rapproche plusieurs fois porte plusieurs lignes : la
      * derniere l'emporte.
      *****************************************************************
           05 GR-PERIOD            PIC 9(6).
           05 FILLER               PIC X(1).
           05 GR-ASOF-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 GR-ACCOUNT           PIC X(8).
           05 FILLER               PIC X(1).
           05 GR-OPENING           PIC S9(13)V99.
           05 FILLER               PIC X(1).
           05 GR-GL-MOVEMENT       PIC S9(13)V99.
           05 FILLER               PIC X(1).
           05 GR-GL-CLOSING        PIC S9(13)V99.
           05 FILLER               PIC X(1).
           05 GR-SUBLEDGER         PIC S9(13)V99.
           05 FILLER               PIC X(1).
           05 GR-POSTED-NOT-OI     PIC S9(13)V99.
           05 FILLER               PIC X(1).
           05 GR-PAID-NOT-POSTED   PIC S9(13)V99.
           05 FILLER               PIC X(1).
           05 GR-FX-REVAL          PIC S9(13)V99.
           05 FILLER               PIC X(1).
           05 GR-UNEXPLAINED       PIC S9(13)V99.
           05 FILLER               PIC X(1).
           05 GR-TIMESTAMP         PIC 9(14).
           05 FILLER               PIC X(1).
           05 GR-PROC-DATE         PIC 9(8).
