      *****************************************************************
      * DELTAREC.cpy
      * Gisement de l'extrait des changements de NOUVEAU_FICHIER.txt
      * livre a l'entrepot de donnees (NF_DELTA-AAAAMMJJHHMMSS.txt),
      * ecrit par cDeltaExtract.cbl et reverifie par
      * cVerifyTransmission.cbl :
      *   'H' = en-tete : mode (F = rechargement complet, l'entrepot
      *         vide la table avant d'appliquer les lignes ; D =
      *         changements depuis le dernier extrait livre) et
      *         filigranes avant/apres (batch, horodatage),
      *   'I' = insertion d'un enregistrement charge par un run,
      *   'R' = insertion d'une extourne (TRAN-REVERSAL-FLAG = 'R'),
      *   'U' = correction de maintenance (image avant et apres),
      *   'C' = annulation logique par la maintenance
      *         (TRAN-CANCEL-FLAG pose, image avant et apres),
      *   'D' = suppression par retrait d'un run (cRollbackRun,
      *         image avant),
      *   'T' = fin de fichier : nombre de lignes de donnees et
      *         ecart net des montants (apres - avant).
      * DX-BATCH-ID : batch (numero de run) qui a charge
      * l'enregistrement ; DX-TIMESTAMP : horodatage du changement
      * (intervention, purge) ou de l'extrait pour une insertion.
      * Les lignes sont dans l'ordre ou l'entrepot doit les
      * appliquer : corrections, suppressions, puis insertions.
      *****************************************************************
           05 DX-OP-CODE           PIC X(1).
           05 FILLER               PIC X(1).
           05 DX-BATCH-ID          PIC 9(5).
           05 FILLER               PIC X(1).
           05 DX-TIMESTAMP         PIC 9(14).
           05 FILLER               PIC X(1).
           05 DX-DATA              PIC X(171).
           05 DX-IMAGE-DATA REDEFINES DX-DATA.
               10 DX-BEFORE-IMAGE  PIC X(85).
               10 FILLER           PIC X(1).
               10 DX-AFTER-IMAGE   PIC X(85).
           05 DX-HEADER-DATA REDEFINES DX-DATA.
               10 DX-MODE          PIC X(1).
               10 FILLER           PIC X(1).
               10 DX-FROM-BATCH    PIC 9(5).
               10 FILLER           PIC X(1).
               10 DX-FROM-TS       PIC 9(14).
               10 FILLER           PIC X(1).
               10 DX-TO-BATCH      PIC 9(5).
               10 FILLER           PIC X(1).
               10 DX-TO-TS         PIC 9(14).
               10 FILLER           PIC X(128).
           05 DX-TRAILER-DATA REDEFINES DX-DATA.
               10 DX-ROW-COUNT     PIC 9(7).
               10 FILLER           PIC X(1).
               10 DX-NET-AMOUNT    PIC S9(13)V99.
               10 FILLER           PIC X(1).
               10 DX-INSERT-COUNT  PIC 9(7).
               10 FILLER           PIC X(1).
               10 DX-UPDATE-COUNT  PIC 9(7).
               10 FILLER           PIC X(1).
               10 DX-DELETE-COUNT  PIC 9(7).
               10 FILLER           PIC X(124).
