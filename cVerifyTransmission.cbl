      * fichier verifie selon le type de livraison : MASTER (fichier
      * maitre), GL (fichier d'ecritures), CSV (export delimite,
      * comptage des lignes seulement : le fichier n'est plus en
      * gisement fixe), DELTA (extrait des changements pour
      * l'entrepot, total = ecart net des montants apres - avant),
      * PAY (fichier d'ordres de paiement remis a la banque, total =
      * montants des ordres).
       FILE-CONTROL.
       SELECT TransmissionRegFile ASSIGN TO "TRANSMISSION_REGISTER.txt"
       ORGANIZATION IS LINE SEQUENTIAL
      * copybooks/MANIFREC.cpy).
               COPY MANIFREC.

      * Ligne brute du fichier livre : 200 octets couvrent les cinq
      * gisements possibles (maitre 102, ecritures 80, export 120,
      * extrait des changements 194, ordres de paiement 150).
           FD  DeliveredFile.
           01  DeliveredRecord PIC X(200).

           FD  AuditTrailFile.
           01  AuditTrailRecord.
               05 WS-SYS-TIMESTAMP PIC 9(14).
               05 FILLER           PIC X(7).
      * Saisies de l'operateur : nom du fichier livre et gisement
      * (MASTER / GL / CSV / DELTA / PAY).
           01  VerifyLayout PIC X(6) VALUE SPACES.
      * Resultat du controle des saisies
           01  EditValid PIC X(1) VALUE 'Y'.
               05  FILLER          PIC X(1).
               05  GLP-COUNT       PIC 9(7).
               05  FILLER          PIC X(35).
      * Vue extrait des changements de la ligne brute (voir
      * copybooks/DELTAREC.cpy), et montant d'une image avant ou
      * apres (gisement NOUVEAU_FICHIER).
           01  WS-DELTA-RECORD.
               COPY DELTAREC.
           01  WS-DELTA-IMAGE.
               05  FILLER          PIC X(15).
               05  DV-TRAN-AMOUNT  PIC S9(9)V99.
               05  FILLER          PIC X(59).
      * Vue ordres de paiement de la ligne brute (voir
      * copybooks/PAYINSTREC.cpy).
           01  WS-PAY-RECORD.
               COPY PAYINSTREC.
      * Code retour : 0 = fichier conforme a son manifeste,
      * 2 = fichier livre absent, 4 = saisie invalide ou manifeste
      * introuvable au registre, 6 = fichier NON conforme,
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.
           DISPLAY "Nom du fichier livre a verifier :".
           ACCEPT WS-DELIVERED-FILENAME.
           DISPLAY "Gisement (MASTER, GL, CSV, DELTA ou PAY) :".
           ACCEPT VerifyLayout.
           IF WS-DELIVERED-FILENAME = SPACES
               MOVE 'N' TO EditValid
               IF VerifyLayout NOT = "MASTER"
                       AND VerifyLayout NOT = "GL"
                       AND VerifyLayout NOT = "CSV"
                       AND VerifyLayout NOT = "DELTA"
                       AND VerifyLayout NOT = "PAY"
                   MOVE 'N' TO EditValid
                   MOVE "Gisement inconnu (MASTER/GL/CSV/DELTA/PAY)"
                       TO EditReason
               END-IF
           END-IF.
       HASH-ONE-DELIVERED-RECORD.
           EVALUATE VerifyLayout
           WHEN "MASTER"
               MOVE DeliveredRecord(1:102) TO WS-MASTER-RECORD
               IF MASTER-TRAN-AMOUNT IS NUMERIC
                   ADD MASTER-TRAN-AMOUNT TO WS-READ-HASH
               END-IF
                       AND GLP-AMOUNT IS NUMERIC
                   ADD GLP-AMOUNT TO WS-READ-HASH
               END-IF
           WHEN "DELTA"
               PERFORM HASH-ONE-DELTA-RECORD
           WHEN "PAY"
               MOVE DeliveredRecord(1:150) TO WS-PAY-RECORD
               IF PI-RECORD-TYPE = 'D'
                       AND PI-AMOUNT IS NUMERIC
                   ADD PI-AMOUNT TO WS-READ-HASH
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.

      * Ecart net d'une ligne de changement : insertion = + image
      * apres, correction/annulation = apres - avant, suppression =
      * - image avant ; en-tete et fin de fichier ne comptent pas.
       HASH-ONE-DELTA-RECORD.
           MOVE DeliveredRecord(1:194) TO WS-DELTA-RECORD.
           IF DX-OP-CODE = 'U' OR DX-OP-CODE = 'C'
                   OR DX-OP-CODE = 'D'
               MOVE DX-BEFORE-IMAGE TO WS-DELTA-IMAGE
               IF DV-TRAN-AMOUNT IS NUMERIC
                   SUBTRACT DV-TRAN-AMOUNT FROM WS-READ-HASH
               END-IF
           END-IF.
           IF DX-OP-CODE = 'I' OR DX-OP-CODE = 'R'
                   OR DX-OP-CODE = 'U' OR DX-OP-CODE = 'C'
               MOVE DX-AFTER-IMAGE TO WS-DELTA-IMAGE
               IF DV-TRAN-AMOUNT IS NUMERIC
                   ADD DV-TRAN-AMOUNT TO WS-READ-HASH
               END-IF
           END-IF.

      * Verdict : le fichier livre correspond-il toujours a son
      * manifeste ?
       PRINT-VERIFICATION-VERDICT.
