      *****************************************************************
      * PPAREC.cpy
      * Gisement du registre des regularisations sur periode close
      * (PRIOR_PERIOD_ADJ.txt), permanent, en ajout seul : une ligne
      * par transaction tardive datee d'un mois clos ou verrouille
      * (voir copybooks/PERIODREC.cpy), que modifCreated a chargee
      * sous la premiere periode ouverte au lieu de la rejeter.
      *   PA-TRAN-ID        identifiant de la transaction,
      *   PA-ORIGINAL-DATE  date d'origine portee par le flux,
      *   PA-CLOSED-PERIOD  mois clos d'origine (AAAAMM),
      *   PA-BOOKED-DATE    date sous laquelle la transaction a ete
      *                     comptabilisee dans NouveauFichier,
      *   PA-AMOUNT         montant signe,
      *   PA-CURRENCY-CODE  devise,
      *   PA-ACCOUNT-ID     compte,
      *   PA-TYPE-CODE      type de transaction,
      *   PA-FEED-ID        flux d'origine,
      *   PA-RUN            numero de run du chargement,
      *   PA-PROC-DATE      date de traitement du chargement.
      * Ecrit par cWriteCreatedFile.cbl, restitue a la comptabilite
      * par cPriorPeriodReport.cbl.
      *****************************************************************
           05 PA-TRAN-ID           PIC 9(7).
           05 FILLER               PIC X(1).
           05 PA-ORIGINAL-DATE     PIC 9(8).
           05 FILLER               PIC X(1).
           05 PA-CLOSED-PERIOD     PIC 9(6).
           05 FILLER               PIC X(1).
           05 PA-BOOKED-DATE       PIC 9(8).
           05 FILLER               PIC X(1).
           05 PA-AMOUNT            PIC S9(9)V99.
           05 FILLER               PIC X(1).
           05 PA-CURRENCY-CODE     PIC X(3).
           05 FILLER               PIC X(1).
           05 PA-ACCOUNT-ID        PIC X(5).
           05 FILLER               PIC X(1).
           05 PA-TYPE-CODE         PIC X(3).
           05 FILLER               PIC X(1).
           05 PA-FEED-ID           PIC 9(2).
           05 FILLER               PIC X(1).
           05 PA-RUN               PIC 9(5).
           05 FILLER               PIC X(1).
           05 PA-PROC-DATE         PIC 9(8).
