      *****************************************************************
      * WATCHREC.cpy
      * Gisement de la liste de surveillance de la conformite
      * (WATCHLIST.txt) : une regle par ligne, identifiee par
      * WL-RULE-ID. WL-KIND : 'C' = compte bloque (TRAN-ACCOUNT-ID
      * egal a WL-VALUE), 'T' = nom ou mot-cle (WL-VALUE present
      * n'importe ou dans TRAN-DESCRIPTION, sans distinction
      * majuscules/minuscules). WL-STATUS : 'R' = regle retiree
      * (conservee pour l'historique, plus appliquee).
      * Entretenue par cMaintainWatchList.cbl, appliquee par
      * modifCreated au chargement : un enregistrement touche part en
      * quarantaine (voir copybooks/QUARREC.cpy).
      *****************************************************************
           05 WL-RULE-ID           PIC X(6).
           05 FILLER               PIC X(1).
           05 WL-KIND              PIC X(1).
           05 FILLER               PIC X(1).
           05 WL-VALUE             PIC X(30).
           05 FILLER               PIC X(1).
           05 WL-LABEL             PIC X(30).
           05 FILLER               PIC X(1).
           05 WL-STATUS            PIC X(1).
           05 FILLER               PIC X(8).
