      *****************************************************************
      * DUNLETREC.cpy
      * Gisement du fichier des relances du jour
      * (RELANCES-AAAAMMJJ.txt) remis au service d'impression des
      * lettres, ecrit par cDunningRun.cbl : enregistrements de 80
      * octets groupes par compte -
      *   'E' = en-tete de lettre d'un compte (libelle, niveau de
      *         relance le plus eleve, nombre de postes, restant du),
      *   'D' = un poste echu du compte (tous les postes echus du
      *         compte figurent sur la lettre, relances ou non ce
      *         jour),
      *   'T' = fin de fichier (nombre de lettres et de postes,
      *         restant du total).
      *****************************************************************
           05 DN-RECORD-TYPE       PIC X(1).
           05 DN-ACCOUNT-ID        PIC X(5).
           05 DN-DUN-DATE          PIC 9(8).
           05 DN-DATA              PIC X(66).
           05 DN-HEADER-DATA REDEFINES DN-DATA.
               10 DN-ACCOUNT-LABEL PIC X(20).
               10 DN-MAX-LEVEL     PIC 9(1).
               10 DN-ITEM-COUNT    PIC 9(5).
               10 DN-TOTAL-DUE     PIC S9(11)V99.
               10 FILLER           PIC X(27).
           05 DN-DETAIL-DATA REDEFINES DN-DATA.
               10 DN-TRAN-ID       PIC 9(7).
               10 DN-TRAN-DATE     PIC 9(8).
               10 DN-DAYS-OVERDUE  PIC 9(5).
               10 DN-ORIG-AMOUNT   PIC S9(9)V99.
               10 DN-DUE-AMOUNT    PIC S9(9)V99.
               10 DN-LEVEL         PIC 9(1).
      * 'N' = niveau atteint par ce run, espace = niveau deja envoye
               10 DN-NEW-LEVEL     PIC X(1).
               10 FILLER           PIC X(22).
           05 DN-TRAILER-DATA REDEFINES DN-DATA.
               10 DN-LETTER-COUNT  PIC 9(5).
               10 DN-DETAIL-COUNT  PIC 9(7).
               10 DN-GRAND-TOTAL   PIC S9(11)V99.
               10 FILLER           PIC X(41).
