      *****************************************************************
      * NFCATREC.cpy
      * Gisement du catalogue des segments de NOUVEAU_FICHIER
      * (NOUVEAU_FICHIER_CATALOGUE.txt), permanent, en ajout seul,
      * ecrit par cSplitNouveauFichier.cbl. NOUVEAU_FICHIER.txt ne
      * porte plus que le mois de chargement courant (segment ouvert) ;
      * chaque mois de chargement termine est range dans son propre
      * segment clos NOUVEAU_FICHIER_AAAAMM.txt, fige. Une ligne par
      * segment et par passage -
      *   NC-MONTH           mois de chargement (AAAAMM) : mois de la
      *                      date de traitement portee par les fins
      *                      de fichier des runs du segment,
      *   NC-STATUS          'C' = segment clos (fichier
      *                      NOUVEAU_FICHIER_AAAAMM.txt), 'O' = segment
      *                      ouvert (NOUVEAU_FICHIER.txt, mois courant,
      *                      photo au dernier passage),
      *   NC-FILENAME        nom du fichier du segment,
      *   NC-FIRST-RUN / NC-LAST-RUN  plage des numeros de run,
      *   NC-RECORD-COUNT    enregistrements de donnees (annules
      *                      compris, fins de fichier exclues),
      *   NC-AMOUNT-TOTAL    total des montants de ces enregistrements,
      *   NC-TRAILER-COUNT   nombre de fins de fichier,
      *   NC-TRAILER-RECORDS / NC-TRAILER-AMOUNT  totaux annonces par
      *                      les fins de fichier (TRAN-ID et
      *                      TRAN-AMOUNT des trailers), a rapprocher
      *                      des deux zones precedentes,
      *   NC-FIRST-DATE / NC-LAST-DATE  plus petite et plus grande
      *                      TRAN-DATE des donnees (choix des segments
      *                      d'une extraction sur plage de dates),
      *   NC-TIMESTAMP / NC-PROC-DATE  horodatage et date de
      *                      traitement du passage.
      * Un mois catalogue plusieurs fois porte plusieurs lignes : la
      * derniere l'emporte.
      *****************************************************************
           05 NC-MONTH             PIC 9(6).
           05 FILLER               PIC X(1).
           05 NC-STATUS            PIC X(1).
           05 FILLER               PIC X(1).
           05 NC-FILENAME          PIC X(40).
           05 FILLER               PIC X(1).
           05 NC-FIRST-RUN         PIC 9(5).
           05 FILLER               PIC X(1).
           05 NC-LAST-RUN          PIC 9(5).
           05 FILLER               PIC X(1).
           05 NC-RECORD-COUNT      PIC 9(9).
           05 FILLER               PIC X(1).
           05 NC-AMOUNT-TOTAL      PIC S9(13)V99.
           05 FILLER               PIC X(1).
           05 NC-TRAILER-COUNT     PIC 9(5).
           05 FILLER               PIC X(1).
           05 NC-TRAILER-RECORDS   PIC 9(9).
           05 FILLER               PIC X(1).
           05 NC-TRAILER-AMOUNT    PIC S9(13)V99.
           05 FILLER               PIC X(1).
           05 NC-FIRST-DATE        PIC 9(8).
           05 FILLER               PIC X(1).
           05 NC-LAST-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 NC-TIMESTAMP         PIC 9(14).
           05 FILLER               PIC X(1).
           05 NC-PROC-DATE         PIC 9(8).
