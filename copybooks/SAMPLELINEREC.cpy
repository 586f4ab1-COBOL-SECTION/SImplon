      *****************************************************************
      * SAMPLELINEREC.cpy
      * Gisement de la liste d'un echantillon d'audit
      * (ECHANTILLON-nnnnnn.txt, ecrite par cAuditSample.cbl) : une
      * ligne par transaction retenue, dans l'ordre de la population
      * (dates croissantes, cycles croissants, ordre du fichier) :
      *   SL-SAMPLE-ID    numero de l'echantillon (voir
      *                   copybooks/SAMPLEREGREC.cpy),
      *   SL-SEQ          rang de la transaction dans la liste,
      *   SL-REASON       'C' = element cle (au-dela du seuil, retenu
      *                   d'office), 'S' = tiree statistiquement,
      *   SL-MASTER-DATE  journee du fichier maitre d'origine,
      *   SL-MASTER-CYCLE cycle intrajournalier du fichier (1 =
      *                   MASTER-AAAAMMJJ.txt, n = suffixe -Cnn),
      *   SL-MASTER-IMAGE la ligne du maitre telle quelle, tous champs
      *                   (gisement copybooks/MASTERREC.cpy).
      *****************************************************************
           05 SL-SAMPLE-ID         PIC 9(6).
           05 FILLER               PIC X(1).
           05 SL-SEQ               PIC 9(7).
           05 FILLER               PIC X(1).
           05 SL-REASON            PIC X(1).
           05 FILLER               PIC X(1).
           05 SL-MASTER-DATE       PIC 9(8).
           05 FILLER               PIC X(1).
           05 SL-MASTER-CYCLE      PIC 9(2).
           05 FILLER               PIC X(1).
           05 SL-MASTER-IMAGE      PIC X(102).
