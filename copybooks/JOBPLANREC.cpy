      *****************************************************************
      * JOBPLANREC.cpy
      * Gisement du plan de production (JOBPLAN.txt) : une ligne par
      * etape de la chaine RunBatch.sh, dans l'ordre de lancement
      * souhaite. Une ligne commencant par '*' est un commentaire.
      *   JP-STEP-NAME   : nom de l'etape (inscrit au fichier d'etat
      *                    de reprise du jour, cite en predecesseur).
      *   JP-PROGRAM     : executable lance (ex. ./cAgingReport).
      *   JP-WHEN        : periodicite - 'D' = tous les jours,
      *                    'M' = jour de fin de mois du calendrier
      *                    (CAL-MONTH-END = 'M'), 'Y' = dernier jour
      *                    ouvre de l'annee, 'W' = un jour de semaine
      *                    donne (JP-WEEKDAY).
      *   JP-WEEKDAY     : pour 'W', 1 = lundi ... 7 = dimanche.
      *   JP-STOP-CODES  : codes retour qui arretent la chaine (ex.
      *                    26789) ; blanc = 26789, la convention
      *                    commune du batch.
      *   JP-PRED        : jusqu'a trois etapes predecesseurs ; une
      *                    etape retenue le jour ne part qu'apres ses
      *                    predecesseurs retenus le meme jour.
      * Lu par cBuildRunList.cbl, qui en tire la liste des etapes du
      * jour (JOBPLAN_RUNLIST.txt) executee par RunBatch.sh.
      *****************************************************************
           05 JP-STEP-NAME         PIC X(20).
           05 FILLER               PIC X(1).
           05 JP-PROGRAM           PIC X(30).
           05 FILLER               PIC X(1).
           05 JP-WHEN              PIC X(1).
           05 FILLER               PIC X(1).
           05 JP-WEEKDAY           PIC X(1).
           05 FILLER               PIC X(1).
           05 JP-STOP-CODES        PIC X(9).
           05 FILLER               PIC X(1).
           05 JP-PRED-ENTRY OCCURS 3 TIMES.
               10 JP-PRED          PIC X(20).
               10 FILLER           PIC X(1).
