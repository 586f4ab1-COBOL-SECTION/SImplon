      * non equipe) : repli sur la paire historique 41100000
      * (clients) contre 70600000 (produits). Un total net negatif
      * inverse le sens.
      * TVA : les montants du maitre sont TTC. Pour chaque groupe, la
      * TVA comprise dans les transactions (code TVA du type dans
      * TRANTYPES.txt, taux en vigueur a la date de la transaction
      * dans VATRATES.txt, meme calcul que cVatReturn.cbl) fait
      * l'objet d'une seconde paire equilibree : debit du compte de
      * produit du groupe, credit du compte de TVA collectee (ligne
      * de type "TVA" de GLACCOUNTMAP.txt, a defaut 44571000) ; le
      * grand livre porte ainsi la dette de TVA sans ecriture
      * manuelle. Un type soumis dont le code TVA n'a pas de taux en
      * vigueur a la date arrete le deversement (code retour 7),
      * comme un type sans correspondance. Tables des types ou des
      * taux absentes (site non equipe) : pas de lignes de TVA.
       FILE-CONTROL.
      * Fichier maitre du jour (nom construit sur la date de
      * traitement BATCH_DATE, comme le produit ConsolidateMaster).
       SELECT GlMapFile ASSIGN TO "GLACCOUNTMAP.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutGlMapFile.
      * Tables de reference des types (code TVA) et des taux de TVA
      * (voir copybooks/TRANTYPREC.cpy et copybooks/VATRATEREC.cpy).
       SELECT TranTypeFile ASSIGN TO "TRANTYPES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutTranTypeFile.
       SELECT VatRateFile ASSIGN TO "VATRATES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutVatRateFile.
      * Alertes d'exploitation codees par gravite (voir
      * copybooks/ALERTREC.cpy), restituees par cExceptionSummary.
       SELECT OpsAlertFile ASSIGN TO "OPSALERTS.txt"
      * copybooks/GLMAPREC.cpy).
               COPY GLMAPREC.

           FD  TranTypeFile.
           01  TranTypeRecord.
               COPY TRANTYPREC.

           FD  VatRateFile.
           01  VatRateRecord.
               COPY VATRATEREC.

           FD  OpsAlertFile.
           01  OpsAlertRecord.
               COPY ALERTREC.
                   10  WS-MP-CREDIT   PIC X(8).
           01  WS-MP-IDX PIC 9(3) VALUE 0.
           01  WS-MAP-EOF PIC X(1) VALUE 'N'.
      * Compte de TVA collectee : ligne de type "TVA" (devise a blanc)
      * de la table de correspondance, son compte de credit ; a
      * defaut le compte historique.
           01  WS-VAT-ACCOUNT PIC X(8) VALUE "44571000".
      * Versions des types (code TVA) et des taux de TVA, toutes
      * dates confondues : la TVA d'une transaction se calcule avec
      * les versions en vigueur a la date de la transaction.
           01  StatutTranTypeFile PIC X(2) VALUE '00'.
           01  StatutVatRateFile PIC X(2) VALUE '00'.
           01  WS-VAT-LOADED PIC X(1) VALUE 'N'.
           01  WS-TAXTYPE-COUNT PIC 9(3) VALUE 0.
           01  WS-TAXTYPE-TABLE.
               05  WS-TAXTYPE-ENTRY OCCURS 500 TIMES.
                   10  WS-TX-TYPE     PIC X(3).
                   10  WS-TX-TAX-CODE PIC X(1).
                   10  WS-TX-FROM     PIC X(8).
                   10  WS-TX-TO       PIC X(8).
           01  WS-TX-IDX PIC 9(3) VALUE 0.
           01  WS-RATE-COUNT PIC 9(3) VALUE 0.
           01  WS-RATE-TABLE.
               05  WS-RATE-ENTRY OCCURS 200 TIMES.
                   10  WS-RT-TAX-CODE PIC X(1).
                   10  WS-RT-RATE     PIC 9(2)V99.
                   10  WS-RT-FROM     PIC X(8).
                   10  WS-RT-TO       PIC X(8).
           01  WS-RT-IDX PIC 9(3) VALUE 0.
      * TVA de la transaction en cours : code du type, taux retenu,
      * montant de TVA, et transactions soumises sans taux en vigueur
      * (deversement refuse).
           01  WS-TRAN-DATE-X PIC X(8) VALUE SPACES.
           01  WS-TRAN-TAX-CODE PIC X(1) VALUE SPACE.
           01  WS-TRAN-RATE PIC 9(2)V99 VALUE 0.
           01  WS-RATE-FOUND PIC X(1) VALUE 'N'.
           01  WS-TRAN-VAT PIC S9(9)V99 VALUE 0.
           01  WS-NO-RATE-COUNT PIC 9(5) VALUE 0.
           01  WS-VAT-PAIRS PIC 9(3) VALUE 0.
           01  WS-TOTAL-VAT PIC S9(12)V99 VALUE 0.
      * Resolution des comptes du groupe courant : correspondance
      * exacte type+devise d'abord, puis la ligne generique du type
      * (devise a blanc) ; types sans correspondance comptes pour le
                   10  WS-GR-CURRENCY PIC X(3).
                   10  WS-GR-AMOUNT   PIC S9(11)V99.
                   10  WS-GR-COUNT    PIC 9(7).
                   10  WS-GR-VAT      PIC S9(11)V99.
                   10  WS-GR-DEBIT    PIC X(8).
                   10  WS-GR-CREDIT   PIC X(8).
           01  WS-GR-IDX PIC 9(3) VALUE 0.
      * Code retour : 0 = fichier d'ecritures produit, 2 = maitre du
      * jour absent, 4 = maitre vide (aucune ecriture), 7 = type(s)
      * du maitre sans correspondance comptable (deversement refuse,
      * completer GLACCOUNTMAP.txt et relancer) ou code(s) TVA sans
      * taux en vigueur a la date d'une transaction (completer
      * VATRATES.txt et relancer),
      * 8 = erreur d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

           END-IF.
           PERFORM READ-CURRENT-BATCH-ID.
           PERFORM LOAD-GLMAP-TABLE.
           PERFORM LOAD-VAT-TABLES.

           PERFORM COLLECT-POSTING-GROUPS.
           IF FileStatusReturnCode = 0
               PERFORM RESOLVE-GROUP-ACCOUNTS
           END-IF.
           IF FileStatusReturnCode = 0 AND WS-NO-RATE-COUNT > 0
               MOVE 7 TO FileStatusReturnCode
               DISPLAY "*** DEVERSEMENT REFUSE : " WS-NO-RATE-COUNT
                   " transaction(s) d'un type soumis a TVA sans "
                   "taux en vigueur a leur date - completer "
                   "VATRATES.txt et relancer."
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE "code(s) TVA sans taux en vigueur - refus"
                   TO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF FileStatusReturnCode = 0
               PERFORM WRITE-POSTING-FILE
           END-IF.
           END-EVALUATE.

       TALLY-POSTING-GROUP.
           PERFORM COMPUTE-TRANSACTION-VAT.
           MOVE 'N' TO WS-GR-FOUND.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GROUP-COUNT
                   MOVE 'Y' TO WS-GR-FOUND
                   ADD MASTER-TRAN-AMOUNT TO WS-GR-AMOUNT(WS-GR-IDX)
                   ADD 1 TO WS-GR-COUNT(WS-GR-IDX)
                   ADD WS-TRAN-VAT TO WS-GR-VAT(WS-GR-IDX)
               END-IF
           END-PERFORM.
           IF WS-GR-FOUND NOT = 'Y'
                   MOVE MASTER-TRAN-AMOUNT
                       TO WS-GR-AMOUNT(WS-GROUP-COUNT)
                   MOVE 1 TO WS-GR-COUNT(WS-GROUP-COUNT)
                   MOVE WS-TRAN-VAT TO WS-GR-VAT(WS-GROUP-COUNT)
               ELSE
                   DISPLAY "*** ATTENTION : table des groupes "
                       "d'ecritures pleine (200) - transaction du "
               END-IF
           END-IF.

      * TVA comprise dans le montant TTC de la transaction : code TVA
      * de la version du type en vigueur a la date de la transaction,
      * puis taux de la version de ce code en vigueur a cette meme
      * date ; TVA = TTC x taux / (100 + taux), arrondie au centime
      * (meme calcul que cVatReturn.cbl, pour que declaration et
      * grand livre concordent). Type sans code TVA : pas de TVA.
       COMPUTE-TRANSACTION-VAT.
           MOVE 0 TO WS-TRAN-VAT.
           MOVE SPACE TO WS-TRAN-TAX-CODE.
           MOVE MASTER-TRAN-DATE TO WS-TRAN-DATE-X.
           IF WS-VAT-LOADED = 'Y' AND MASTER-TRAN-TYPE NOT = SPACES
               PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                       UNTIL WS-TX-IDX > WS-TAXTYPE-COUNT
                   IF WS-TX-TYPE(WS-TX-IDX) = MASTER-TRAN-TYPE
                           AND (WS-TX-FROM(WS-TX-IDX) = SPACES
                           OR WS-TX-FROM(WS-TX-IDX) <= WS-TRAN-DATE-X)
                           AND (WS-TX-TO(WS-TX-IDX) = SPACES
                           OR WS-TX-TO(WS-TX-IDX) >= WS-TRAN-DATE-X)
                       MOVE WS-TX-TAX-CODE(WS-TX-IDX)
                           TO WS-TRAN-TAX-CODE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-TRAN-TAX-CODE NOT = SPACE
               MOVE 'N' TO WS-RATE-FOUND
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RATE-COUNT
                           OR WS-RATE-FOUND = 'Y'
                   IF WS-RT-TAX-CODE(WS-RT-IDX) = WS-TRAN-TAX-CODE
                           AND (WS-RT-FROM(WS-RT-IDX) = SPACES
                           OR WS-RT-FROM(WS-RT-IDX) <= WS-TRAN-DATE-X)
                           AND (WS-RT-TO(WS-RT-IDX) = SPACES
                           OR WS-RT-TO(WS-RT-IDX) >= WS-TRAN-DATE-X)
                       MOVE 'Y' TO WS-RATE-FOUND
                       MOVE WS-RT-RATE(WS-RT-IDX) TO WS-TRAN-RATE
                   END-IF
               END-PERFORM
               IF WS-RATE-FOUND = 'Y'
                   COMPUTE WS-TRAN-VAT ROUNDED
                       = MASTER-TRAN-AMOUNT * WS-TRAN-RATE
                           / (100 + WS-TRAN-RATE)
               ELSE
                   ADD 1 TO WS-NO-RATE-COUNT
                   DISPLAY "*** ATTENTION : code TVA '"
                       WS-TRAN-TAX-CODE "' du type " MASTER-TRAN-TYPE
                       " sans taux en vigueur au " MASTER-TRAN-DATE
                       " (transaction " MASTER-TRAN-ID ")."
               END-IF
           END-IF.

      * Charge les versions des types (code TVA) et des taux de TVA,
      * toutes dates confondues (une transaction peut etre anterieure
      * a un changement de taux). Une table absente : site non equipe
      * pour la TVA, pas de lignes de TVA.
       LOAD-VAT-TABLES.
           MOVE 'N' TO WS-VAT-LOADED.
           MOVE 0 TO WS-TAXTYPE-COUNT.
           MOVE 0 TO WS-RATE-COUNT.
           OPEN INPUT TranTypeFile.
           IF StatutTranTypeFile = "00"
               MOVE 'N' TO WS-MAP-EOF
               PERFORM UNTIL WS-MAP-EOF = 'Y'
                   READ TranTypeFile
                       AT END
                           MOVE 'Y' TO WS-MAP-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-TAX-TYPE
                   END-READ
               END-PERFORM
               CLOSE TranTypeFile
               OPEN INPUT VatRateFile
               IF StatutVatRateFile = "00"
                   MOVE 'Y' TO WS-VAT-LOADED
                   MOVE 'N' TO WS-MAP-EOF
                   PERFORM UNTIL WS-MAP-EOF = 'Y'
                       READ VatRateFile
                           AT END
                               MOVE 'Y' TO WS-MAP-EOF
                           NOT AT END
                               PERFORM TAKE-ONE-VAT-RATE
                       END-READ
                   END-PERFORM
                   CLOSE VatRateFile
               END-IF
           END-IF.
           IF WS-VAT-LOADED NOT = 'Y'
               DISPLAY "TRANTYPES.txt ou VATRATES.txt indisponible - "
                   "pas de lignes de TVA deversees."
           END-IF.

      * Une version de type ; un type retire garde son code TVA pour
      * les transactions chargees avant son retrait.
       TAKE-ONE-TAX-TYPE.
           IF WS-TAXTYPE-COUNT < 500
               ADD 1 TO WS-TAXTYPE-COUNT
               MOVE TT-CODE TO WS-TX-TYPE(WS-TAXTYPE-COUNT)
               MOVE TT-TAX-CODE TO WS-TX-TAX-CODE(WS-TAXTYPE-COUNT)
               MOVE TT-VALID-FROM TO WS-TX-FROM(WS-TAXTYPE-COUNT)
               MOVE TT-VALID-TO TO WS-TX-TO(WS-TAXTYPE-COUNT)
           ELSE
               DISPLAY "*** ATTENTION : table des types pleine "
                   "(500) - version ignoree : " TT-CODE
           END-IF.

      * Une version de taux ; un code retire n'a plus de taux a
      * compter de la date d'effet du retrait.
       TAKE-ONE-VAT-RATE.
           IF VR-STATUS NOT = 'R' AND VR-RATE IS NUMERIC
               IF WS-RATE-COUNT < 200
                   ADD 1 TO WS-RATE-COUNT
                   MOVE VR-TAX-CODE TO WS-RT-TAX-CODE(WS-RATE-COUNT)
                   MOVE VR-RATE TO WS-RT-RATE(WS-RATE-COUNT)
                   MOVE VR-VALID-FROM TO WS-RT-FROM(WS-RATE-COUNT)
                   MOVE VR-VALID-TO TO WS-RT-TO(WS-RATE-COUNT)
               ELSE
                   DISPLAY "*** ATTENTION : table des taux de TVA "
                       "pleine (200) - version ignoree : "
                       VR-TAX-CODE
               END-IF
           END-IF.

      * Charge la table de correspondance comptable (lignes actives,
      * dans leur version en vigueur a la date de traitement : les
      * versions closes avant, ou ouvertes apres, sont ignorees) en
      * memoire. Table absente : repli sur la paire de comptes
      * historique, signale a la console.
       LOAD-GLMAP-TABLE.
           MOVE 0 TO WS-MAP-COUNT.
                           MOVE 'Y' TO WS-MAP-EOF
                       NOT AT END
                           IF GM-STATUS NOT = 'R'
                                   AND (GM-VALID-FROM = SPACES
                                   OR GM-VALID-FROM <= WS-PROC-DATE)
                                   AND (GM-VALID-TO = SPACES
                                   OR GM-VALID-TO >= WS-PROC-DATE)
                                   AND GM-TYPE = "TVA"
                                   AND GM-CURRENCY = SPACES
                               MOVE GM-CREDIT TO WS-VAT-ACCOUNT
                           END-IF
                           IF GM-STATUS NOT = 'R'
                                   AND (GM-VALID-FROM = SPACES
                                   OR GM-VALID-FROM <= WS-PROC-DATE)
                                   AND (GM-VALID-TO = SPACES
                                   OR GM-VALID-TO >= WS-PROC-DATE)
                               IF WS-MAP-COUNT < 200
                                   ADD 1 TO WS-MAP-COUNT
                                   MOVE GM-TYPE
               PERFORM WRITE-OPS-ALERT
           END-IF.

      * La table ne porte que les versions en vigueur a la date de
      * traitement : une correspondance modifiee depuis est resolue
      * dans la version de cette date.
       RESOLVE-ONE-GROUP.
           IF WS-MAP-LOADED NOT = 'Y'
      * Repli historique : site sans table de correspondance.
           DISPLAY "Transactions lues au maitre : " WS-MASTER-READ.
           DISPLAY "Groupes date/type deverses  : " WS-GROUP-COUNT.
           DISPLAY "Total des debits (= credits) : " WS-TOTAL-DEBIT.
           DISPLAY "Paires de TVA deversees      : " WS-VAT-PAIRS
               ", TVA nette " WS-TOTAL-VAT " au compte "
               WS-VAT-ACCOUNT ".".
           DISPLAY "Fichier d'ecritures ecrit : "
               FUNCTION TRIM(WS-GL-FILENAME).

           WRITE GlPostingRecord.
           ADD WS-ABS-AMOUNT TO WS-TOTAL-DEBIT.
           ADD 2 TO WS-POSTING-COUNT.
           IF WS-GR-VAT(WS-GR-IDX) NOT = 0
               PERFORM WRITE-ONE-VAT-PAIR
           END-IF.

      * Paire de TVA du groupe : la TVA comprise dans le TTC passe du
      * compte de produit (compte de credit du groupe) au compte de
      * TVA collectee ; sens inverse pour une TVA nette negative
      * (avoirs), qui reduit la dette.
       WRITE-ONE-VAT-PAIR.
           IF WS-GR-VAT(WS-GR-IDX) < 0
               COMPUTE WS-ABS-AMOUNT = 0 - WS-GR-VAT(WS-GR-IDX)
           ELSE
               MOVE WS-GR-VAT(WS-GR-IDX) TO WS-ABS-AMOUNT
           END-IF.
           MOVE SPACES TO GlPostingRecord.
           MOVE 'D' TO GLP-RECORD-TYPE.
           MOVE WS-GR-DATE(WS-GR-IDX) TO GLP-POST-DATE.
           IF WS-GR-VAT(WS-GR-IDX) < 0
               MOVE WS-VAT-ACCOUNT TO GLP-ACCOUNT
           ELSE
               MOVE WS-GR-CREDIT(WS-GR-IDX) TO GLP-ACCOUNT
           END-IF.
           MOVE WS-GR-TYPE(WS-GR-IDX) TO GLP-TRAN-TYPE.
           MOVE WS-ABS-AMOUNT TO GLP-AMOUNT.
           MOVE WS-GR-COUNT(WS-GR-IDX) TO GLP-COUNT.
           WRITE GlPostingRecord.
           MOVE SPACES TO GlPostingRecord.
           MOVE 'C' TO GLP-RECORD-TYPE.
           MOVE WS-GR-DATE(WS-GR-IDX) TO GLP-POST-DATE.
           IF WS-GR-VAT(WS-GR-IDX) < 0
               MOVE WS-GR-CREDIT(WS-GR-IDX) TO GLP-ACCOUNT
           ELSE
               MOVE WS-VAT-ACCOUNT TO GLP-ACCOUNT
           END-IF.
           MOVE WS-GR-TYPE(WS-GR-IDX) TO GLP-TRAN-TYPE.
           MOVE WS-ABS-AMOUNT TO GLP-AMOUNT.
           MOVE WS-GR-COUNT(WS-GR-IDX) TO GLP-COUNT.
           WRITE GlPostingRecord.
           ADD WS-ABS-AMOUNT TO WS-TOTAL-DEBIT.
           ADD 2 TO WS-POSTING-COUNT.
           ADD 1 TO WS-VAT-PAIRS.
           ADD WS-GR-VAT(WS-GR-IDX) TO WS-TOTAL-VAT.

      * Inscrit le manifeste du fichier d'ecritures livre au registre
      * des transmissions : nom, comptage de toutes les lignes
