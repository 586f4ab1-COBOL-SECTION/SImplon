      *****************************************************************
      * FEEDLAYREC.cpy
      * Gisement des definitions de flux entrants (FEEDLAYOUTS.txt),
      * lues par cTranslatePartnerFeed.cbl : une definition par
      * expediteur (partenaire, reseau d'agences...), faite de
      * plusieurs lignes portant le code expediteur FL-SENDER. Une
      * ligne commencant par '*' est un commentaire.
      *   'S' = l'expediteur : libelle de l'en-tete expediteur appose
      *         sur le flux traduit, longueur de ses enregistrements,
      *         noms par defaut du flux recu, de l'accuse de reception
      *         et du fichier de rejets.
      *   'F' = une zone source, par zone cible TRANREC :
      *         TRAN-ID, TRAN-DATE, TRAN-AMOUNT (obligatoires, avec
      *         une position), TRAN-DESCRIPTION, TRAN-TYPE-CODE,
      *         TRAN-CURRENCY-CODE, TRAN-ACCOUNT-ID.
      *         FL-F-START/FL-F-LENGTH : position (1 = premier octet)
      *         et longueur dans l'enregistrement expediteur ;
      *         position 0 = pas de zone source, FL-F-VALUE est
      *         alors une valeur fixe.
      *         FL-F-FORMAT : pour TRAN-DATE, le modele de date (JJ,
      *         MM, AAAA ou AA, separateurs libres, ex. JJMMAAAA,
      *         AAAAMMJJ, JJ/MM/AA) ; pour TRAN-AMOUNT, 'E' = point
      *         ou virgule decimal explicite, 'I' = decimales
      *         implicites (FL-F-DECIMALS chiffres).
      *         FL-F-SIGN : ' ' = signe dans la zone (en tete ou en
      *         queue) ou absent, 'S' = signe separe a la position
      *         FL-F-SIGN-POS ('-' = negatif), 'Z' = signe incruste
      *         dans le dernier chiffre (surfrappe, decimales
      *         implicites seulement).
      *         FL-F-VALUE : valeur fixe (position 0) ou valeur par
      *         defaut quand la zone source est a blanc.
      *   'C' = une traduction de code : pour la zone cible
      *         FL-C-TARGET, le code expediteur FL-C-FROM devient
      *         FL-C-TO. Des qu'une zone a des traductions, un code
      *         absent de la liste est rejete.
      *****************************************************************
           05 FL-RECORD-TYPE       PIC X(1).
           05 FILLER               PIC X(1).
           05 FL-SENDER            PIC X(10).
           05 FILLER               PIC X(1).
           05 FL-DATA              PIC X(130).
           05 FL-SENDER-DATA REDEFINES FL-DATA.
               10 FL-S-HEADER-LABEL PIC X(30).
               10 FILLER           PIC X(1).
               10 FL-S-RECORD-LENGTH PIC 9(3).
               10 FILLER           PIC X(1).
               10 FL-S-FEED-FILE   PIC X(30).
               10 FILLER           PIC X(1).
               10 FL-S-ACK-FILE    PIC X(30).
               10 FILLER           PIC X(1).
               10 FL-S-REJECT-FILE PIC X(30).
               10 FILLER           PIC X(3).
           05 FL-FIELD-DATA REDEFINES FL-DATA.
               10 FL-F-TARGET      PIC X(20).
               10 FILLER           PIC X(1).
               10 FL-F-START       PIC 9(3).
               10 FILLER           PIC X(1).
               10 FL-F-LENGTH      PIC 9(2).
               10 FILLER           PIC X(1).
               10 FL-F-FORMAT      PIC X(8).
               10 FILLER           PIC X(1).
               10 FL-F-DECIMALS    PIC 9(1).
               10 FILLER           PIC X(1).
               10 FL-F-SIGN        PIC X(1).
               10 FILLER           PIC X(1).
               10 FL-F-SIGN-POS    PIC 9(3).
               10 FILLER           PIC X(1).
               10 FL-F-VALUE       PIC X(20).
               10 FILLER           PIC X(65).
           05 FL-CODE-DATA REDEFINES FL-DATA.
               10 FL-C-TARGET      PIC X(20).
               10 FILLER           PIC X(1).
               10 FL-C-FROM        PIC X(10).
               10 FILLER           PIC X(1).
               10 FL-C-TO          PIC X(10).
               10 FILLER           PIC X(88).
