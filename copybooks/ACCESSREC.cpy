      *****************************************************************
      * ACCESSREC.cpy
      * Gisement du journal des acces aux donnees clients
      * (ACCESSLOG.txt), permanent, jamais purge : une ligne par
      * consultation ou extraction, ecrite par les programmes qui
      * montrent des donnees clients (cInquireTranId, cTraceTranId,
      * cSelectiveExtract, cSubledgerReport, cExportCsv en mode
      * CLAIR, cAuditSample) :
      *   AX-TIMESTAMP    horodatage systeme de l'acces,
      *   AX-OPERATOR     identifiant de l'operateur (RUN_ID, le meme
      *                   que celui verifie contre AUTHORIZED_RUNIDS),
      *                   a blanc s'il n'a pas ete fourni,
      *   AX-PROGRAM      programme consulte,
      *   AX-KIND         'C' = consultation d'un TRAN-ID,
      *                   'E' = extraction (fichier produit),
      *                   'R' = rapport edite,
      *   AX-RECORD-COUNT nombre d'enregistrements restitues,
      *   AX-CRITERIA     TRAN-ID consulte ou criteres de selection.
      * Restitue chaque mois par cAccessReview.cbl (revue des acces).
      *****************************************************************
           05 AX-TIMESTAMP         PIC 9(14).
           05 FILLER               PIC X(1).
           05 AX-OPERATOR          PIC X(10).
           05 FILLER               PIC X(1).
           05 AX-PROGRAM           PIC X(20).
           05 FILLER               PIC X(1).
           05 AX-KIND              PIC X(1).
           05 FILLER               PIC X(1).
           05 AX-RECORD-COUNT      PIC 9(7).
           05 FILLER               PIC X(1).
           05 AX-CRITERIA          PIC X(80).
           05 FILLER               PIC X(3).
