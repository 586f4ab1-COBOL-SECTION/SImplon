      *****************************************************************
      * QUARREC.cpy
      * Gisement de la quarantaine de conformite
      * (MODIFCREATED_QUARANTINE.txt) : l'image d'entree originale
      * complete (TRANREC, 80 octets) d'un enregistrement touche par
      * la liste de surveillance, la regle qui l'a arrete (identifiant,
      * nature, valeur), le run et la date de traitement qui l'ont mis
      * en quarantaine, puis la decision du responsable conformite :
      *   QR-STATUS espace = en attente de revue,
      *             'L' = libere (a emettre dans le flux de liberation),
      *             'T' = emis dans le flux de liberation,
      *             'B' = blocage confirme (ne sera jamais charge).
      * QR-OFFICER-ID, QR-DECISION-DATE et QR-NOTE portent l'auteur,
      * la date et le motif de la decision.
      * Ecrite par modifCreated, entretenue par cReviewQuarantine.cbl.
      *****************************************************************
           05 QR-ORIGINAL          PIC X(80).
           05 FILLER               PIC X(1).
           05 QR-RULE-ID           PIC X(6).
           05 FILLER               PIC X(1).
           05 QR-RULE-KIND         PIC X(1).
           05 FILLER               PIC X(1).
           05 QR-RULE-VALUE        PIC X(30).
           05 FILLER               PIC X(1).
           05 QR-RUN               PIC 9(5).
           05 FILLER               PIC X(1).
           05 QR-PROC-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 QR-STATUS            PIC X(1).
           05 FILLER               PIC X(1).
           05 QR-OFFICER-ID        PIC X(10).
           05 FILLER               PIC X(1).
           05 QR-DECISION-DATE     PIC 9(8).
           05 FILLER               PIC X(1).
           05 QR-NOTE              PIC X(40).
