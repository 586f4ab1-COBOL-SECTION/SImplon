      * separes, jamais rapproches l'un de l'autre. Ce programme les
      * fusionne dans un seul fichier maitre date, a livrer au systeme
      * suivant a la place des deux fichiers disjoints.
      * NOUVEAU_FICHIER.txt ne porte que le mois de chargement
      * courant ; les mois termines sont ranges dans leurs segments
      * clos (voir cSplitNouveauFichier.cbl). Le maitre reste la photo
      * de l'exercice en cours : les segments clos de l'annee de la
      * date de traitement, inscrits au catalogue, sont relus avant
      * le segment ouvert.
       FILE-CONTROL.
      * Noms resolus a l'execution comme les programmes qui les
      * produisent, via les memes variables d'environnement.
       SELECT CurrencyRateFile ASSIGN TO "CURRENCYRATES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutCurrencyRateFile.
      * Registre des deliveries chargees par modifCreated (voir
      * copybooks/DELIVREC.cpy) : donne l'expediteur de chaque flux
      * d'un run, repris sur les transactions au fichier maitre.
       SELECT DeliveryRegFile ASSIGN TO "MODIFCREATED_DELIVERIES.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutDeliveryRegFile.
      * Catalogue des segments de NOUVEAU_FICHIER (voir
      * copybooks/NFCATREC.cpy).
       SELECT SegmentCatalogueFile
           ASSIGN TO "NOUVEAU_FICHIER_CATALOGUE.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutSegmentCatalogueFile.

      * !!!! SPECIFICATION DE STRUCTURE DE DONÉES
       DATA DIVISION.
                                       ==TRAN-CURRENCY-CODE==
                                BY ==MC-TRAN-CURRENCY-CODE==
                                       ==TRAN-ACCOUNT-ID==
                                BY ==MC-TRAN-ACCOUNT-ID==
                                       ==TRAN-FEED-ID==
                                BY ==MC-TRAN-FEED-ID==.
           05  MC-RunCounter PIC 9(5).

      * Gisement du fichier maitre : meme champs transaction, plus
      * copybooks/CURRATEREC.cpy).
               COPY CURRATEREC.

           FD  DeliveryRegFile.
           01  DeliveryRegRecord.
      * Gisement du registre des deliveries (voir
      * copybooks/DELIVREC.cpy).
               COPY DELIVREC.

           FD  SegmentCatalogueFile.
           01  SegmentCatalogueRecord.
      * Gisement du catalogue des segments (voir
      * copybooks/NFCATREC.cpy).
               COPY NFCATREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutCreateFileOutput PIC X(2) VALUE '00'.
      * que le trailer de modifCreated ci-dessus, exclu du fichier
      * maitre pour la meme raison.
           01  WS-CREATEFILE-HEADER-COUNT PIC 9(7) VALUE 0.
      * Expediteurs des flux charges, releves dans le registre des
      * deliveries (run, rang du flux dans le run, DL-SENDER-ID) :
      * MASTER-SENDER-ID de chaque transaction MODIFCREATED. Une
      * transaction dont la delivery n'est pas au registre (lignes
      * anterieures au rang du flux, table pleine) garde un
      * expediteur a zeros, compte en fin de consolidation.
           01  StatutDeliveryRegFile PIC X(2) VALUE '00'.
           01  WS-DLV-COUNT PIC 9(5) VALUE 0.
           01  WS-DLV-TABLE.
               05  WS-DLV-ENTRY OCCURS 5000 TIMES.
                   10  WS-DLV-RUN       PIC 9(5).
                   10  WS-DLV-FEED-ID   PIC 9(2).
                   10  WS-DLV-SENDER-ID PIC 9(7).
           01  WS-DLV-IDX PIC 9(5) VALUE 0.
           01  WS-DLV-EOF PIC X(1) VALUE 'N'.
           01  WS-DLV-OVERFLOW PIC X(1) VALUE 'N'.
           01  WS-NO-SENDER-COUNT PIC 9(7) VALUE 0.
      * Segments clos de NOUVEAU_FICHIER inscrits au catalogue (la
      * derniere ligne d'un mois l'emporte), relus avant le segment
      * ouvert s'ils sont de l'exercice de la date de traitement
      * (mois a partir de WS-SEG-FROM-MONTH). Un segment catalogue
      * introuvable laisse le maitre incomplet : consolidation en
      * echec (code retour 7).
           01  StatutSegmentCatalogueFile PIC X(2) VALUE '00'.
           01  WS-SEG-MAX PIC 9(3) COMP VALUE 600.
           01  WS-SEG-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-SEG-TABLE.
               05  WS-SEG-ENTRY OCCURS 600 TIMES.
                   10  WS-SEG-MONTH      PIC 9(6).
                   10  WS-SEG-STATUS     PIC X(1).
                   10  WS-SEG-FILENAME   PIC X(40).
           01  WS-SEG-IDX PIC 9(3) COMP VALUE 0.
           01  WS-SEG-FOUND PIC X(1) VALUE 'N'.
           01  WS-SEG-EOF PIC X(1) VALUE 'N'.
           01  WS-SEG-WANTED PIC X(1) VALUE 'N'.
           01  WS-SEG-FROM-MONTH PIC 9(6) VALUE 0.
           01  WS-SEG-READ-COUNT PIC 9(3) VALUE 0.
           01  WS-SEG-MISSING-COUNT PIC 9(3) VALUE 0.
           01  WS-ACTIVE-NF-FILENAME PIC X(100) VALUE SPACES.

      * !!!! COMMANDE D'EXUCUTIONS DU PROGRAMME:
       PROCEDURE DIVISION.
           END-IF.

           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-DELIVERY-SENDERS.

           OPEN OUTPUT MasterFile.
           IF StatutMasterFile = "00"
               WS-NETTED-PAIR-COUNT.
           DISPLAY "Extournes sans correspondance  . . . . . . : "
               WS-UNMATCHED-REV-COUNT.
           DISPLAY "Transactions sans expediteur identifie . . : "
               WS-NO-SENDER-COUNT.
           DISPLAY "Total ecrit dans " FUNCTION TRIM(WS-MASTER-FILENAME)
               " : " WS-MASTER-COUNT.
           PERFORM DISPLAY-TYPE-BREAKDOWN.
                   "change pour la date " WS-PROC-DATE
                   " - completer CURRENCYRATES.txt et relancer."
           END-IF.
           IF WS-SEG-MISSING-COUNT > 0
               DISPLAY "*** CONSOLIDATION EN ECHEC : "
                   WS-SEG-MISSING-COUNT " segment(s) clos de "
                   "l'exercice introuvable(s) - restaurer le(s) "
                   "segment(s) et relancer."
           END-IF.
           IF StatutMasterFile NOT = "00"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MISSING-RATE-COUNT > 0
                       OR WS-SEG-MISSING-COUNT > 0
                   MOVE 7 TO RETURN-CODE
               ELSE
               IF WS-MASTER-COUNT = 0
                   TO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.
           IF WS-SEG-MISSING-COUNT > 0
               MOVE 'S' TO WS-ALERT-SEVERITY
               MOVE "segment clos introuvable : consolidation echec"
                   TO WS-ALERT-MESSAGE
               PERFORM WRITE-OPS-ALERT
           END-IF.

      * Ajoute une alerte d'exploitation codee par gravite au fichier
      * commun OPSALERTS.txt (gravite et message prepares par
                               MOVE 0 TO MASTER-RUN-COUNTER
      * Ni de compte : ventiles "(sans compte)" au sous-grand-livre.
                               MOVE SPACES TO MASTER-ACCOUNT-ID
      * Ni d'expediteur : hors reglement par contrepartie.
                               MOVE 0 TO MASTER-SENDER-ID
                               WRITE MasterFileRecord
                               PERFORM TALLY-TYPE-BREAKDOWN
                               ADD MASTER-TRAN-AMOUNT
      * l'origine "MODIFCREATED" et le numero de run tel qu'ecrit par
      * modifCreated.
       CONSOLIDATE-MODIFCREATED-OUTPUT.
           PERFORM LOAD-SEGMENT-CATALOGUE.
           PERFORM PRELOAD-REVERSALS.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT + 1
               PERFORM POINT-NEXT-SEGMENT
               IF WS-SEG-WANTED = 'Y'
                   PERFORM CONSOLIDATE-ONE-NF-SEGMENT
               END-IF
           END-PERFORM.
           IF WS-SEG-READ-COUNT > 0
               DISPLAY "Segments clos de l'exercice relus : "
                   WS-SEG-READ-COUNT "."
           END-IF.

      * Consolide un segment de NOUVEAU_FICHIER (clos ou ouvert,
      * nomme par WS-MODIFCREATED-FILENAME).
       CONSOLIDATE-ONE-NF-SEGMENT.
           OPEN INPUT ModifCreatedOutput.
           IF StatutModifCreatedOutput = "00"
               IF WS-SEG-IDX NOT > WS-SEG-COUNT
                   ADD 1 TO WS-SEG-READ-COUNT
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ModifCreatedOutput
                               MOVE MC-TRAN-ACCOUNT-ID
                                   TO MASTER-ACCOUNT-ID
                               MOVE MC-RunCounter TO MASTER-RUN-COUNTER
                               PERFORM FIND-DELIVERY-SENDER
                               WRITE MasterFileRecord
                               PERFORM TALLY-TYPE-BREAKDOWN
                               ADD MASTER-TRAN-AMOUNT
               END-IF
               CLOSE ModifCreatedOutput
           ELSE
               IF WS-SEG-IDX > WS-SEG-COUNT
                   DISPLAY FUNCTION TRIM(WS-MODIFCREATED-FILENAME)
                       " introuvable (statut "
                       StatutModifCreatedOutput
                       ") - rien a consolider de ce cote."
               ELSE
                   ADD 1 TO WS-SEG-MISSING-COUNT
                   DISPLAY "*** Segment clos "
                       FUNCTION TRIM(WS-MODIFCREATED-FILENAME)
                       " introuvable (statut "
                       StatutModifCreatedOutput ")."
               END-IF
           END-IF.

      * Releve les segments clos du catalogue (la derniere ligne d'un
      * mois l'emporte) et le mois de debut de l'exercice de la date
      * de traitement. Catalogue absent : NOUVEAU_FICHIER.txt n'a
      * jamais ete decoupe, il porte toute l'histoire.
       LOAD-SEGMENT-CATALOGUE.
           MOVE WS-MODIFCREATED-FILENAME TO WS-ACTIVE-NF-FILENAME.
           MOVE WS-PROC-DATE(1:6) TO WS-SEG-FROM-MONTH.
           MOVE "01" TO WS-SEG-FROM-MONTH(5:2).
           MOVE 0 TO WS-SEG-COUNT.
           OPEN INPUT SegmentCatalogueFile.
           IF StatutSegmentCatalogueFile = "00"
               MOVE 'N' TO WS-SEG-EOF
               PERFORM UNTIL WS-SEG-EOF = 'Y'
                   READ SegmentCatalogueFile
                       AT END
                           MOVE 'Y' TO WS-SEG-EOF
                       NOT AT END
                           PERFORM NOTE-ONE-SEGMENT
                   END-READ
               END-PERFORM
               CLOSE SegmentCatalogueFile
           END-IF.

      * Retient la ligne du catalogue comme etat courant du segment
      * du mois qu'elle designe.
       NOTE-ONE-SEGMENT.
           IF NC-MONTH IS NUMERIC
               MOVE 'N' TO WS-SEG-FOUND
               PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                       UNTIL WS-SEG-IDX > WS-SEG-COUNT
                           OR WS-SEG-FOUND = 'Y'
                   IF WS-SEG-MONTH(WS-SEG-IDX) = NC-MONTH
                       MOVE 'Y' TO WS-SEG-FOUND
                       MOVE NC-STATUS TO WS-SEG-STATUS(WS-SEG-IDX)
                       MOVE NC-FILENAME TO WS-SEG-FILENAME(WS-SEG-IDX)
                   END-IF
               END-PERFORM
               IF WS-SEG-FOUND = 'N' AND WS-SEG-COUNT < WS-SEG-MAX
                   ADD 1 TO WS-SEG-COUNT
                   MOVE NC-MONTH TO WS-SEG-MONTH(WS-SEG-COUNT)
                   MOVE NC-STATUS TO WS-SEG-STATUS(WS-SEG-COUNT)
                   MOVE NC-FILENAME TO WS-SEG-FILENAME(WS-SEG-COUNT)
               END-IF
           END-IF.

      * Designe le fichier du rang WS-SEG-IDX : un segment clos de
      * l'exercice, ou, apres le dernier rang du catalogue, le
      * segment ouvert.
       POINT-NEXT-SEGMENT.
           MOVE 'N' TO WS-SEG-WANTED.
           IF WS-SEG-IDX > WS-SEG-COUNT
               MOVE WS-ACTIVE-NF-FILENAME TO WS-MODIFCREATED-FILENAME
               MOVE 'Y' TO WS-SEG-WANTED
           ELSE
               IF WS-SEG-STATUS(WS-SEG-IDX) = 'C'
                       AND WS-SEG-MONTH(WS-SEG-IDX)
                           NOT < WS-SEG-FROM-MONTH
                   MOVE WS-SEG-FILENAME(WS-SEG-IDX)
                       TO WS-MODIFCREATED-FILENAME
                   MOVE 'Y' TO WS-SEG-WANTED
               END-IF
           END-IF.

      * Charge en memoire l'expediteur de chaque flux charge depuis
      * le registre des deliveries. Registre absent : aucune
      * transaction n'a d'expediteur identifie (MASTER-SENDER-ID a
      * zeros), sans bloquer la consolidation.
       LOAD-DELIVERY-SENDERS.
           MOVE 0 TO WS-DLV-COUNT.
           OPEN INPUT DeliveryRegFile.
           IF StatutDeliveryRegFile = "00"
               MOVE 'N' TO WS-DLV-EOF
               PERFORM UNTIL WS-DLV-EOF = 'Y'
                   READ DeliveryRegFile
                       AT END
                           MOVE 'Y' TO WS-DLV-EOF
                       NOT AT END
                           IF DL-RUN IS NUMERIC
                                   AND DL-FEED-ID IS NUMERIC
                                   AND DL-SENDER-ID IS NUMERIC
                               IF WS-DLV-COUNT < 5000
                                   ADD 1 TO WS-DLV-COUNT
                                   MOVE DL-RUN
                                       TO WS-DLV-RUN(WS-DLV-COUNT)
                                   MOVE DL-FEED-ID
                                       TO WS-DLV-FEED-ID(WS-DLV-COUNT)
                                   MOVE DL-SENDER-ID
                                       TO WS-DLV-SENDER-ID(WS-DLV-COUNT)
                               ELSE
                                   MOVE 'Y' TO WS-DLV-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DeliveryRegFile
               IF WS-DLV-OVERFLOW = 'Y'
                   DISPLAY "*** Registre des deliveries : plus de 5000 "
                       "flux, expediteurs au-dela non repris."
                   MOVE 'W' TO WS-ALERT-SEVERITY
                   MOVE "registre des deliveries tronque en memoire"
                       TO WS-ALERT-MESSAGE
                   PERFORM WRITE-OPS-ALERT
               END-IF
           ELSE
               DISPLAY "MODIFCREATED_DELIVERIES.txt introuvable "
                   "(statut " StatutDeliveryRegFile
                   ") - transactions sans expediteur."
           END-IF.

      * Expediteur de la transaction MODIFCREATED courante : la
      * delivery du meme run et du meme rang de flux. Zeros (et
      * decompte) si elle n'est pas au registre.
       FIND-DELIVERY-SENDER.
           MOVE 0 TO MASTER-SENDER-ID.
           IF MC-TRAN-FEED-ID IS NUMERIC
                   AND MC-RunCounter IS NUMERIC
               PERFORM VARYING WS-DLV-IDX FROM 1 BY 1
                       UNTIL WS-DLV-IDX > WS-DLV-COUNT
                           OR MASTER-SENDER-ID NOT = 0
                   IF WS-DLV-RUN(WS-DLV-IDX) = MC-RunCounter
                           AND WS-DLV-FEED-ID(WS-DLV-IDX)
                               = MC-TRAN-FEED-ID
                       MOVE WS-DLV-SENDER-ID(WS-DLV-IDX)
                           TO MASTER-SENDER-ID
                   END-IF
               END-PERFORM
           END-IF.
           IF MASTER-SENDER-ID = 0
               ADD 1 TO WS-NO-SENDER-COUNT
           END-IF.

      * Charge en memoire les taux de change de la date de traitement
               END-IF
           END-IF.

      * Pre-lecture des segments relus : releve les extournes
      * (TRAN-REVERSAL-FLAG = 'R') dans WS-REV-TABLE pour pouvoir
      * compenser chaque originale visee pendant la consolidation,
      * quelle que soit leur position relative dans le fichier.
       PRELOAD-REVERSALS.
           MOVE 0 TO WS-REV-COUNT.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT + 1
               PERFORM POINT-NEXT-SEGMENT
               IF WS-SEG-WANTED = 'Y'
                   PERFORM PRELOAD-ONE-NF-SEGMENT
               END-IF
           END-PERFORM.

      * Releve les extournes d'un segment de NOUVEAU_FICHIER.
       PRELOAD-ONE-NF-SEGMENT.
           OPEN INPUT ModifCreatedOutput.
           IF StatutModifCreatedOutput = "00"
               MOVE 'N' TO WS-REV-PRELOAD-EOF
