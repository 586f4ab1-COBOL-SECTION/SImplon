      *****************************************************************
      * STLREGREC.cpy
      * Gisement du registre permanent des reglements nets
      * (SETTLEMENT_REGISTER.txt), ecrit par cSettlement.cbl : une
      * ligne par contrepartie et par devise reglee -
      *   ST-SETTLE-ID    numero du reglement (un par run, le
      *                   dernier attribue + 1),
      *   ST-PERIOD       periode reglee (AAAAMM ou AAAATn) et ses
      *                   bornes ST-PERIOD-FROM / ST-PERIOD-TO,
      *   ST-SENDER-ID    contrepartie, ST-CURRENCY devise,
      *   ST-TRAN-COUNT   transactions compensees,
      *   ST-NET-AMOUNT   net signe en devise (positif = du par la
      *                   contrepartie),
      *   ST-DIRECTION    'P' virement emis, 'E' prelevement,
      *                   'N' net nul (aucun ordre, contrepartie
      *                   reglee quand meme pour la periode),
      *   ST-INSTR-SEQ    rang de l'ordre dans le fichier d'ordres
      *                   ST-INSTR-FILE (zero pour 'N').
      * Une contrepartie presente au registre pour une periode qui
      * chevauche la periode demandee n'est jamais reglee une seconde
      * fois.
      *****************************************************************
           05 ST-SETTLE-ID         PIC 9(6).
           05 FILLER               PIC X(1).
           05 ST-PERIOD            PIC X(6).
           05 FILLER               PIC X(1).
           05 ST-PERIOD-FROM       PIC 9(8).
           05 FILLER               PIC X(1).
           05 ST-PERIOD-TO         PIC 9(8).
           05 FILLER               PIC X(1).
           05 ST-SENDER-ID         PIC 9(7).
           05 FILLER               PIC X(1).
           05 ST-CURRENCY          PIC X(3).
           05 FILLER               PIC X(1).
           05 ST-TRAN-COUNT        PIC 9(7).
           05 FILLER               PIC X(1).
           05 ST-NET-AMOUNT        PIC S9(13)V99.
           05 FILLER               PIC X(1).
           05 ST-DIRECTION         PIC X(1).
           05 FILLER               PIC X(1).
           05 ST-INSTR-SEQ         PIC 9(5).
           05 FILLER               PIC X(1).
           05 ST-INSTR-FILE        PIC X(30).
           05 FILLER               PIC X(1).
           05 ST-BATCH-ID          PIC 9(5).
           05 FILLER               PIC X(1).
           05 ST-TIMESTAMP         PIC 9(14).
