      * Entretenue par cMaintainGlMap.cbl ; consommee par GlPosting,
      * qui refuse de deverser (code retour 7, alerte severe) quand
      * un type du maitre du jour n'a pas de correspondance.
      * Versions datees : chaque ligne est une version de l'entree,
      * en vigueur du GM-VALID-FROM au GM-VALID-TO inclus (AAAAMMJJ ;
      * VALID-FROM a blanc = depuis toujours, VALID-TO a blanc =
      * version ouverte, en vigueur jusqu'a nouvel ordre - cas des
      * lignes anterieures a l'introduction des versions). L'entretien
      * ne reecrit plus une ligne : il ferme la version ouverte a la
      * veille de la date d'effet et ouvre une nouvelle version a
      * cette date (une version ouverte marquee 'R' = entree retiree
      * a compter de sa date d'effet). Les lecteurs ne retiennent que
      * les versions en vigueur a leur date de traitement ;
      * cReferenceAsOfReport.cbl restitue les versions en vigueur a
      * une date quelconque.
      *****************************************************************
           05 GM-TYPE              PIC X(3).
           05 FILLER               PIC X(1).
           05 GM-CREDIT            PIC X(8).
           05 FILLER               PIC X(1).
           05 GM-STATUS            PIC X(1).
           05 FILLER               PIC X(1).
           05 GM-VALID-FROM        PIC X(8).
           05 FILLER               PIC X(1).
           05 GM-VALID-TO          PIC X(8).
           05 FILLER               PIC X(35).
