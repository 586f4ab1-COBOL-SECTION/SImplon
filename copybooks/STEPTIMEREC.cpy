      *****************************************************************
      * STEPTIMEREC.cpy
      * Gisement du journal des temps d'etape (STEP_TIMINGS.txt) :
      * une ligne par etape lancee par RunBatch.sh - date de
      * traitement, cycle intrajournalier, identifiant du batch
      * (registre BATCH_REGISTER.txt, zero avant l'ouverture),
      * etape, horodatages de debut et de fin (AAAAMMJJHHMMSS) et
      * code retour de l'etape. Une etape sautee a la reprise n'est
      * pas journalisee. Restitue par cBatchWindowReport.cbl (duree
      * des etapes et de la chaine, moyenne glissante, fenetre de
      * batch, tendance mensuelle).
      *****************************************************************
           05 ST-PROC-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 ST-CYCLE             PIC 9(2).
           05 FILLER               PIC X(1).
           05 ST-BATCH-ID          PIC 9(5).
           05 FILLER               PIC X(1).
           05 ST-STEP-NAME         PIC X(20).
           05 FILLER               PIC X(1).
           05 ST-START             PIC 9(14).
           05 FILLER               PIC X(1).
           05 ST-END               PIC 9(14).
           05 FILLER               PIC X(1).
           05 ST-RC                PIC 9(3).
