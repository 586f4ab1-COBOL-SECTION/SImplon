      *****************************************************************
      * PAYINSTREC.cpy
      * Gisement du fichier d'ordres de paiement remis a la banque
      * (PAYINSTR-nnnnnn.txt), ecrit par cSettlement.cbl :
      * enregistrements de 150 octets -
      *   'H' = en-tete (date de creation, date d'execution demandee,
      *         periode reglee, batch),
      *   'D' = un ordre par contrepartie et par devise : sens
      *         ('P' = virement emis vers la contrepartie, net en sa
      *         faveur ; 'E' = prelevement sur la contrepartie, net en
      *         notre faveur), montant net non signe, coordonnees
      *         bancaires et reference reprise au releve,
      *   'T' = fin de fichier (nombre d'ordres, total de controle
      *         des montants).
      * PI-SETTLE-ID rappelle sur chaque enregistrement le numero du
      * reglement (SETTLEMENT_REGISTER.txt).
      *****************************************************************
           05 PI-RECORD-TYPE       PIC X(1).
           05 PI-SETTLE-ID         PIC 9(6).
           05 PI-DATA              PIC X(143).
           05 PI-HEADER-DATA REDEFINES PI-DATA.
               10 PI-CREATION-DATE PIC 9(8).
               10 PI-EXEC-DATE     PIC 9(8).
               10 PI-PERIOD        PIC X(6).
               10 PI-PERIOD-FROM   PIC 9(8).
               10 PI-PERIOD-TO     PIC 9(8).
               10 PI-BATCH-ID      PIC 9(5).
               10 FILLER           PIC X(100).
           05 PI-DETAIL-DATA REDEFINES PI-DATA.
               10 PI-INSTR-SEQ     PIC 9(5).
               10 PI-DIRECTION     PIC X(1).
               10 PI-CURRENCY      PIC X(3).
               10 PI-AMOUNT        PIC 9(13)V99.
               10 PI-CPTY-ID       PIC 9(7).
               10 PI-CPTY-NAME     PIC X(30).
               10 PI-IBAN          PIC X(34).
               10 PI-BIC           PIC X(11).
               10 PI-REFERENCE     PIC X(18).
               10 FILLER           PIC X(19).
           05 PI-TRAILER-DATA REDEFINES PI-DATA.
               10 PI-INSTR-COUNT   PIC 9(5).
               10 PI-HASH-TOTAL    PIC 9(13)V99.
               10 FILLER           PIC X(123).
