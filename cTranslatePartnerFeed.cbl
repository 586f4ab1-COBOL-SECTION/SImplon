       INPUT-OUTPUT SECTION.

      * !!!! SPEFICATION D'UTILISATION DE FICHIER EXTERNE
      * Traducteur des flux entrants : les enregistrements qui
      * alimentent MODIFCREATED_INPUT.txt arrivent de chaque
      * expediteur (partenaire, reseau d'agences...) dans son propre
      * gisement fixe (ordre des champs, format des dates, decimales
      * explicites ou implicites, convention de signe, codes
      * maison) et etaient reformates a la main par un operateur
      * avant chaque run - la source de la plupart de nos incidents
      * de dates fausses et de montants decales. Ce programme fait la
      * conversion champ par champ vers le gisement TRANREC attendu
      * par modifCreated, et ecrit sa propre liste de rejets pour les
      * enregistrements inconvertibles.
      * Le gisement de chaque expediteur n'est plus ecrit dans le
      * programme : il est decrit dans FEEDLAYOUTS.txt (voir
      * copybooks/FEEDLAYREC.cpy), une definition par expediteur, et
      * l'expediteur de la delivery est choisi par FEED_SENDER (a
      * defaut PARTENAIRE, le partenaire historique). Recevoir un
      * nouvel expediteur revient a ajouter sa definition.
       FILE-CONTROL.
      * Definitions des gisements expediteurs.
       SELECT FeedLayoutFile ASSIGN TO "FEEDLAYOUTS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutFeedLayoutFile.
      * Flux recu, nom surchargeable via PARTNER_FEED_FILE (a defaut
      * celui de la definition de l'expediteur).
       SELECT PartnerFeedFile ASSIGN TO DYNAMIC WS-PARTNER-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPartnerFeedFile.
       SELECT TranslatedFile ASSIGN TO DYNAMIC WS-TRANSLATED-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutTranslatedFile.
      * Rejets de traduction : enregistrement expediteur original plus
      * le motif, pour retour a l'expediteur (nom fixe par sa
      * definition).
       SELECT PartnerRejectFile ASSIGN TO DYNAMIC WS-REJECT-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPartnerRejectFile.
      * Accuse de reception a retourner a l'expediteur pour cette
      * delivery : en-tete date, les enregistrements rejetes renvoyes
      * dans SON gisement fixe avec un code motif, et un trailer de
      * comptage que son systeme peut verifier - le chemin retour est

      * !!!! Section déclarant les fichiers utilisés par le programme
       FILE SECTION.
           FD  FeedLayoutFile.
           01  FeedLayoutRecord.
      * Gisement des definitions de flux entrants (voir
      * copybooks/FEEDLAYREC.cpy).
               COPY FEEDLAYREC.

      * Enregistrement expediteur brut : les zones sont lues aux
      * positions de la definition (au plus 200 octets).
           FD  PartnerFeedFile.
           01  PartnerFeedRecord PIC X(200).

      * Flux traduit : gisement transaction commun (voir
      * copybooks/TRANREC.cpy), celui que modifCreated attend en
           01  TranslatedRecord.
               COPY TRANREC.

      * Rejet : enregistrement expediteur original (longueur de sa
      * definition, 80 octets pour le partenaire) plus le motif du
      * rejet.
           FD  PartnerRejectFile.
           01  PartnerRejectRecord PIC X(241).

      * Accuse de reception, gisement fixe convenu avec les
      * expediteurs :
      *   'H' = en-tete (date de creation dans AK-TRAN-DATE-X, au
      *         modele de date de l'expediteur),
      *   'R' = enregistrement rejete, renvoye avec les zones
      *         expediteur brutes (identifiant, date, montant) et
      *         son code motif :
      *         01 = identifiant non numerique, 02 = date non
      *         numerique, 03 = date hors plage, 04 = montant
      *         inconvertible, 05 = montant hors capacite,
      *         06 = code expediteur sans traduction,
      *   'T' = trailer de verification (AK-COUNT = rejets renvoyes,
      *         AK-COUNT-2 = enregistrements acceptes).
           FD  AckFile.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutFeedLayoutFile PIC X(2) VALUE '00'.
           01  StatutPartnerFeedFile PIC X(2) VALUE '00'.
           01  StatutTranslatedFile PIC X(2) VALUE '00'.
           01  StatutPartnerRejectFile PIC X(2) VALUE '00'.
           01  StatutAckFile PIC X(2) VALUE '00'.
           01  StatutAuditTrailFile PIC X(2) VALUE '00'.
      * Expediteur de la delivery (FEED_SENDER) et sa definition
           01  WS-SENDER PIC X(10) VALUE "PARTENAIRE".
           01  WS-SENDER-FOUND PIC X(1) VALUE 'N'.
           01  WS-HEADER-LABEL PIC X(30)
               VALUE "SENDER HEADER PARTENAIRE".
           01  WS-RECORD-LENGTH PIC 9(3) VALUE 80.
           01  WS-LAYOUT-ERRORS PIC 9(3) VALUE 0.
           01  WS-LAYOUT-MESSAGE PIC X(60) VALUE SPACES.
      * Zones cibles TRANREC qu'une definition peut alimenter, dans
      * l'ordre des controles, et longueur source maximale de chacune.
           01  WS-TARGET-NAMES.
               05 FILLER PIC X(20) VALUE "TRAN-ID".
               05 FILLER PIC X(20) VALUE "TRAN-DATE".
               05 FILLER PIC X(20) VALUE "TRAN-AMOUNT".
               05 FILLER PIC X(20) VALUE "TRAN-DESCRIPTION".
               05 FILLER PIC X(20) VALUE "TRAN-TYPE-CODE".
               05 FILLER PIC X(20) VALUE "TRAN-CURRENCY-CODE".
               05 FILLER PIC X(20) VALUE "TRAN-ACCOUNT-ID".
           01  WS-TARGET-TABLE REDEFINES WS-TARGET-NAMES.
               05 WS-TARGET-NAME OCCURS 7 TIMES PIC X(20).
           01  WS-TARGET-MAXLENS.
               05 FILLER PIC 9(2) VALUE 07.
               05 FILLER PIC 9(2) VALUE 08.
               05 FILLER PIC 9(2) VALUE 18.
               05 FILLER PIC 9(2) VALUE 30.
               05 FILLER PIC 9(2) VALUE 10.
               05 FILLER PIC 9(2) VALUE 10.
               05 FILLER PIC 9(2) VALUE 10.
           01  WS-TARGET-MAXLEN-TABLE REDEFINES WS-TARGET-MAXLENS.
               05 WS-TARGET-MAXLEN OCCURS 7 TIMES PIC 9(2).
           01  WS-TGT PIC 9(1) VALUE 0.
           01  WS-TGT-FOUND PIC 9(1) VALUE 0.
      * Definition de chaque zone cible pour l'expediteur
           01  WS-FIELD-DEFS.
               05  WS-FD-ENTRY OCCURS 7 TIMES.
                   10  WS-FD-DEFINED   PIC X(1).
                   10  WS-FD-START     PIC 9(3).
                   10  WS-FD-LENGTH    PIC 9(2).
                   10  WS-FD-FORMAT    PIC X(8).
                   10  WS-FD-DECIMALS  PIC 9(1).
                   10  WS-FD-SIGN      PIC X(1).
                   10  WS-FD-SIGN-POS  PIC 9(3).
                   10  WS-FD-VALUE     PIC X(20).
                   10  WS-FD-CODES     PIC 9(3).
      * Traductions de codes de l'expediteur
           01  WS-MAX-CODES PIC 9(3) VALUE 200.
           01  WS-CD-COUNT PIC 9(3) VALUE 0.
           01  WS-CODE-TABLE.
               05  WS-CD-ENTRY OCCURS 200 TIMES.
                   10  WS-CD-TARGET    PIC 9(1).
                   10  WS-CD-FROM      PIC X(10).
                   10  WS-CD-TO        PIC X(10).
           01  WS-CD-IDX PIC 9(3) VALUE 0.
           01  WS-CD-FOUND PIC 9(3) VALUE 0.
      * Valeur de la zone courante, extraite de l'enregistrement
           01  WS-FIELD-RAW PIC X(30) VALUE SPACES.
           01  WS-FIELD-LEN PIC 9(2) VALUE 0.
           01  WS-POS PIC 9(3) VALUE 0.
           01  WS-PATTERN-LEN PIC 9(2) VALUE 0.
      * Composants de date extraits selon le modele de l'expediteur
           01  WS-DJ PIC 9(1) VALUE 0.
           01  WS-DM PIC 9(1) VALUE 0.
           01  WS-DA PIC 9(1) VALUE 0.
           01  WS-DATE-DAY-X PIC X(2) VALUE SPACES.
           01  WS-DATE-MONTH-X PIC X(2) VALUE SPACES.
           01  WS-DATE-YEAR-X PIC X(4) VALUE SPACES.
           01  WS-ACK-DATE PIC X(8) VALUE SPACES.
      * Signe incruste dans le dernier chiffre (surfrappe) :
      * positifs 0-9 puis negatifs 0-9.
           01  WS-OVERPUNCH-CHARS PIC X(20)
               VALUE "{ABCDEFGHI}JKLMNOPQR".
           01  WS-OP-IDX PIC 9(2) VALUE 0.
           01  WS-OP-FOUND PIC 9(2) VALUE 0.
           01  WS-OP-NEGATIVE PIC X(1) VALUE 'N'.
      * Nom de l'accuse de reception produit pour cette delivery,
      * surchargeable via PARTNER_ACK_FILE.
           01  WS-ACK-FILENAME PIC X(100)
               VALUE "PARTNER_FEED_ACK.txt".
           01  WS-REJECT-FILENAME PIC X(100)
               VALUE "PARTNER_FEED_REJETS.txt".
      * Code motif du rejet courant, renvoye a l'expediteur dans
      * l'accuse de reception (libelles dans le commentaire du FD).
           01  WS-REASON-CODE PIC X(2) VALUE SPACES.
      * Noms de fichiers surchargeables : flux recu et flux traduit
      * produit (par defaut, directement le fichier d'entree de
      * modifCreated).
           01  WS-PARTNER-FILENAME PIC X(100)
               VALUE "PARTNER_FEED.txt".
           01  WS-TRANSLATED-FILENAME PIC X(100)
               VALUE "MODIFCREATED_INPUT.txt".
      * Code type de transaction impose pour la delivery via
      * PARTNER_TRAN_TYPE : remplace la valeur fixe (ou par defaut)
      * de TRAN-TYPE-CODE de la definition. Doit exister dans
      * TRANTYPES.txt pour passer la validation de modifCreated.
           01  WS-PARTNER-TYPE PIC X(3) VALUE SPACES.
      * Controles expediteur apposes sur le flux traduit : en-tete
      * (libelle de la definition, date de creation) et trailer
      * ("SENDER TRAILER", nombre d'enregistrements et total de
      * controle), exiges par modifCreated avant tout chargement.
           01  WS-TRANSLATED-TOTAL PIC S9(9)V99 VALUE 0.
      * Resultat du controle de conversion de l'enregistrement courant
           01  EditValid PIC X(1) VALUE 'Y'.
           01  EditReason PIC X(40) VALUE SPACES.
      * Montant expediteur converti avant transfert dans TRANREC.
      * La conversion passe par un champ elargi pour pouvoir rejeter
      * un montant au-dela de la capacite de TRAN-AMOUNT au lieu de le
      * tronquer silencieusement.
           01  WS-AMOUNT PIC S9(9)V99 VALUE 0.
           01  WS-AMOUNT-WIDE PIC S9(18)V99 VALUE 0.
           01  WS-MAX-AMOUNT PIC S9(12)V99 VALUE 999999999.99.
      * Date reassemblee en AAAAMMJJ
           01  WS-DATE-YYYYMMDD.
           01  RecordsTranslated PIC 9(7) VALUE 0.
           01  RecordsRejected PIC 9(7) VALUE 0.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = run normal, 2 = flux ou definition de l'expediteur
      *   absent, 4 = flux lu mais aucun enregistrement traduit (vide
      *   ou tout rejete), 6 = definition de l'expediteur incoherente,
      *   8 = erreur d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.


       MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.
           ACCEPT WS-SENDER FROM ENVIRONMENT "FEED_SENDER"
               ON EXCEPTION
                   MOVE "PARTENAIRE" TO WS-SENDER
           END-ACCEPT.
           IF WS-SENDER = SPACES
               MOVE "PARTENAIRE" TO WS-SENDER
           END-IF.
           ACCEPT WS-PARTNER-FILENAME
               FROM ENVIRONMENT "PARTNER_FEED_FILE"
               ON EXCEPTION
                   MOVE SPACES TO WS-PARTNER-FILENAME
           END-ACCEPT.
           ACCEPT WS-TRANSLATED-FILENAME
               FROM ENVIRONMENT "MODIFCREATED_INPUT_FILE"
           END-ACCEPT.
           ACCEPT WS-PARTNER-TYPE FROM ENVIRONMENT "PARTNER_TRAN_TYPE"
               ON EXCEPTION
                   MOVE SPACES TO WS-PARTNER-TYPE
           END-ACCEPT.
           ACCEPT WS-ACK-FILENAME FROM ENVIRONMENT "PARTNER_ACK_FILE"
               ON EXCEPTION
                   MOVE SPACES TO WS-ACK-FILENAME
           END-ACCEPT.
           DISPLAY "Expediteur : " FUNCTION TRIM(WS-SENDER).

           PERFORM LOAD-FEED-LAYOUT.
           IF FileStatusReturnCode = 0
               PERFORM TRANSLATE-FEED
           END-IF.

           DISPLAY "Enregistrements traduits : " RecordsTranslated.
           DISPLAY "Enregistrements rejetes  : " RecordsRejected.

           PERFORM WRITE-AUDIT-TRAIL.
           MOVE FileStatusReturnCode TO RETURN-CODE.

           STOP RUN.

      * Traduit le flux recu avec la definition de l'expediteur.
       TRANSLATE-FEED.
           OPEN INPUT PartnerFeedFile.
           EVALUATE StatutPartnerFeedFile
           WHEN "00"
           END-EVALUATE.
           CLOSE PartnerFeedFile.

      * Charge la definition de l'expediteur depuis FEEDLAYOUTS.txt
      * puis la controle ; les noms de fichiers non fournis par
      * l'environnement sont pris dans la definition.
       LOAD-FEED-LAYOUT.
           INITIALIZE WS-FIELD-DEFS.
           OPEN INPUT FeedLayoutFile.
           EVALUATE StatutFeedLayoutFile
           WHEN "00"
               MOVE 'N' TO EndOfFileSwitch
               PERFORM UNTIL EndOfFileSwitch = 'Y'
                   READ FeedLayoutFile
                       AT END
                           MOVE 'Y' TO EndOfFileSwitch
                       NOT AT END
                           IF FL-RECORD-TYPE NOT = '*'
                                   AND FL-SENDER = WS-SENDER
                               PERFORM LOAD-ONE-LAYOUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FeedLayoutFile
           WHEN "35"
               MOVE 2 TO FileStatusReturnCode
               DISPLAY "FEEDLAYOUTS.txt introuvable (statut "
                   StatutFeedLayoutFile ") - aucune definition de "
                   "flux entrant."
           WHEN OTHER
               MOVE 8 TO FileStatusReturnCode
               DISPLAY "*** ABEND TranslatePartnerFeed - erreur d'E/S "
                   "irrecuperable sur FEEDLAYOUTS.txt (statut "
                   StatutFeedLayoutFile ")."
           END-EVALUATE.
           IF FileStatusReturnCode = 0
               IF WS-SENDER-FOUND = 'N'
                   MOVE 2 TO FileStatusReturnCode
                   DISPLAY "Aucune definition pour l'expediteur "
                       FUNCTION TRIM(WS-SENDER)
                       " dans FEEDLAYOUTS.txt."
               ELSE
                   PERFORM VALIDATE-FEED-LAYOUT
                   IF WS-LAYOUT-ERRORS > 0
                       MOVE 6 TO FileStatusReturnCode
                       DISPLAY "*** Definition de "
                           FUNCTION TRIM(WS-SENDER) " incoherente ("
                           WS-LAYOUT-ERRORS " erreur(s)) - flux non "
                           "traduit."
                   END-IF
               END-IF
           END-IF.
           IF WS-PARTNER-FILENAME = SPACES
               MOVE "PARTNER_FEED.txt" TO WS-PARTNER-FILENAME
           END-IF.
           IF WS-ACK-FILENAME = SPACES
               MOVE "PARTNER_FEED_ACK.txt" TO WS-ACK-FILENAME
           END-IF.
           IF WS-PARTNER-TYPE NOT = SPACES
               MOVE 'Y' TO WS-FD-DEFINED(5)
               MOVE WS-PARTNER-TYPE TO WS-FD-VALUE(5)
           END-IF.

       LOAD-ONE-LAYOUT-LINE.
           EVALUATE FL-RECORD-TYPE
           WHEN 'S'
               MOVE 'Y' TO WS-SENDER-FOUND
               MOVE FL-S-HEADER-LABEL TO WS-HEADER-LABEL
               IF FL-S-RECORD-LENGTH IS NUMERIC
                   MOVE FL-S-RECORD-LENGTH TO WS-RECORD-LENGTH
               ELSE
                   MOVE 0 TO WS-RECORD-LENGTH
               END-IF
               IF WS-PARTNER-FILENAME = SPACES
                   MOVE FL-S-FEED-FILE TO WS-PARTNER-FILENAME
               END-IF
               IF WS-ACK-FILENAME = SPACES
                   MOVE FL-S-ACK-FILE TO WS-ACK-FILENAME
               END-IF
               IF FL-S-REJECT-FILE NOT = SPACES
                   MOVE FL-S-REJECT-FILE TO WS-REJECT-FILENAME
               END-IF
           WHEN 'F'
               MOVE FL-F-TARGET TO WS-LAYOUT-MESSAGE
               PERFORM FIND-TARGET
               IF WS-TGT-FOUND = 0
                   PERFORM UNKNOWN-TARGET-ERROR
               ELSE
                   PERFORM LOAD-FIELD-LINE
               END-IF
           WHEN 'C'
               MOVE FL-C-TARGET TO WS-LAYOUT-MESSAGE
               PERFORM FIND-TARGET
               IF WS-TGT-FOUND = 0
                   PERFORM UNKNOWN-TARGET-ERROR
               ELSE
                   PERFORM LOAD-CODE-LINE
               END-IF
           WHEN OTHER
               MOVE SPACES TO WS-LAYOUT-MESSAGE
               STRING "type de ligne inconnu '" DELIMITED BY SIZE
                       FL-RECORD-TYPE DELIMITED BY SIZE
                       "'" DELIMITED BY SIZE
                   INTO WS-LAYOUT-MESSAGE
               PERFORM LAYOUT-ERROR
           END-EVALUATE.

      * Zone cible nommee dans WS-LAYOUT-MESSAGE -> rang WS-TGT-FOUND
      * (0 = inconnue).
       FIND-TARGET.
           MOVE 0 TO WS-TGT-FOUND.
           PERFORM VARYING WS-TGT FROM 1 BY 1
                   UNTIL WS-TGT > 7 OR WS-TGT-FOUND > 0
               IF WS-TARGET-NAME(WS-TGT) = WS-LAYOUT-MESSAGE(1:20)
                   MOVE WS-TGT TO WS-TGT-FOUND
               END-IF
           END-PERFORM.

       UNKNOWN-TARGET-ERROR.
           MOVE SPACES TO WS-LAYOUT-MESSAGE.
           STRING "zone cible inconnue " DELIMITED BY SIZE
                   FL-F-TARGET DELIMITED BY SIZE
               INTO WS-LAYOUT-MESSAGE.
           PERFORM LAYOUT-ERROR.

       LOAD-FIELD-LINE.
           IF WS-FD-DEFINED(WS-TGT-FOUND) = 'Y'
               MOVE SPACES TO WS-LAYOUT-MESSAGE
               STRING "zone cible definie deux fois : "
                           DELIMITED BY SIZE
                       FL-F-TARGET DELIMITED BY SIZE
                   INTO WS-LAYOUT-MESSAGE
               PERFORM LAYOUT-ERROR
           ELSE
               IF FL-F-START IS NOT NUMERIC
                       OR FL-F-LENGTH IS NOT NUMERIC
                   MOVE SPACES TO WS-LAYOUT-MESSAGE
                   STRING "position ou longueur non numerique : "
                               DELIMITED BY SIZE
                           FL-F-TARGET DELIMITED BY SIZE
                       INTO WS-LAYOUT-MESSAGE
                   PERFORM LAYOUT-ERROR
               ELSE
                   MOVE 'Y' TO WS-FD-DEFINED(WS-TGT-FOUND)
                   MOVE FL-F-START TO WS-FD-START(WS-TGT-FOUND)
                   MOVE FL-F-LENGTH TO WS-FD-LENGTH(WS-TGT-FOUND)
                   MOVE FL-F-FORMAT TO WS-FD-FORMAT(WS-TGT-FOUND)
                   IF FL-F-DECIMALS IS NUMERIC
                       MOVE FL-F-DECIMALS
                           TO WS-FD-DECIMALS(WS-TGT-FOUND)
                   END-IF
                   MOVE FL-F-SIGN TO WS-FD-SIGN(WS-TGT-FOUND)
                   IF FL-F-SIGN-POS IS NUMERIC
                       MOVE FL-F-SIGN-POS
                           TO WS-FD-SIGN-POS(WS-TGT-FOUND)
                   END-IF
                   MOVE FL-F-VALUE TO WS-FD-VALUE(WS-TGT-FOUND)
               END-IF
           END-IF.

       LOAD-CODE-LINE.
           IF WS-CD-COUNT >= WS-MAX-CODES
               MOVE "table des traductions de codes pleine"
                   TO WS-LAYOUT-MESSAGE
               PERFORM LAYOUT-ERROR
           ELSE
               ADD 1 TO WS-CD-COUNT
               MOVE WS-TGT-FOUND TO WS-CD-TARGET(WS-CD-COUNT)
               MOVE FL-C-FROM TO WS-CD-FROM(WS-CD-COUNT)
               MOVE FL-C-TO TO WS-CD-TO(WS-CD-COUNT)
               ADD 1 TO WS-FD-CODES(WS-TGT-FOUND)
           END-IF.

      * Controle la definition chargee : longueur d'enregistrement,
      * zones obligatoires, zones dans l'enregistrement, modele de
      * date, format et signe du montant.
       VALIDATE-FEED-LAYOUT.
           IF WS-RECORD-LENGTH < 1 OR WS-RECORD-LENGTH > 200
               MOVE "longueur d'enregistrement hors 1-200"
                   TO WS-LAYOUT-MESSAGE
               PERFORM LAYOUT-ERROR
           END-IF.
           PERFORM VARYING WS-TGT FROM 1 BY 1 UNTIL WS-TGT > 7
               PERFORM VALIDATE-ONE-FIELD
           END-PERFORM.
           IF WS-FD-DEFINED(2) = 'Y' AND WS-FD-START(2) > 0
               PERFORM VALIDATE-DATE-PATTERN
           END-IF.
           IF WS-FD-DEFINED(3) = 'Y' AND WS-FD-START(3) > 0
               PERFORM VALIDATE-AMOUNT-FORMAT
           END-IF.

       VALIDATE-ONE-FIELD.
           IF WS-TGT <= 3
                   AND (WS-FD-DEFINED(WS-TGT) NOT = 'Y'
                        OR WS-FD-START(WS-TGT) = 0)
               MOVE SPACES TO WS-LAYOUT-MESSAGE
               STRING "zone obligatoire sans position : "
                           DELIMITED BY SIZE
                       WS-TARGET-NAME(WS-TGT) DELIMITED BY SIZE
                   INTO WS-LAYOUT-MESSAGE
               PERFORM LAYOUT-ERROR
           END-IF.
           IF WS-FD-DEFINED(WS-TGT) = 'Y' AND WS-FD-START(WS-TGT) > 0
               IF WS-FD-LENGTH(WS-TGT) < 1
                       OR WS-FD-LENGTH(WS-TGT)
                           > WS-TARGET-MAXLEN(WS-TGT)
                       OR WS-FD-START(WS-TGT) + WS-FD-LENGTH(WS-TGT)
                           - 1 > WS-RECORD-LENGTH
                   MOVE SPACES TO WS-LAYOUT-MESSAGE
                   STRING "position/longueur invalide : "
                               DELIMITED BY SIZE
                           WS-TARGET-NAME(WS-TGT) DELIMITED BY SIZE
                       INTO WS-LAYOUT-MESSAGE
                   PERFORM LAYOUT-ERROR
               END-IF
           END-IF.

      * Modele de date : JJ, MM et AAAA (ou AA), longueur egale a la
      * longueur de la zone.
       VALIDATE-DATE-PATTERN.
           MOVE 0 TO WS-DJ WS-DM WS-DA.
           MOVE 0 TO WS-PATTERN-LEN.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 8
               IF WS-FD-FORMAT(2)(WS-POS:1) NOT = SPACE
                   MOVE WS-POS TO WS-PATTERN-LEN
               END-IF
               EVALUATE WS-FD-FORMAT(2)(WS-POS:1)
                   WHEN 'J' ADD 1 TO WS-DJ
                   WHEN 'M' ADD 1 TO WS-DM
                   WHEN 'A' ADD 1 TO WS-DA
               END-EVALUATE
           END-PERFORM.
           IF WS-DJ NOT = 2 OR WS-DM NOT = 2
                   OR (WS-DA NOT = 4 AND WS-DA NOT = 2)
                   OR WS-PATTERN-LEN NOT = WS-FD-LENGTH(2)
               MOVE SPACES TO WS-LAYOUT-MESSAGE
               STRING "modele de date invalide : " DELIMITED BY SIZE
                       WS-FD-FORMAT(2) DELIMITED BY SIZE
                   INTO WS-LAYOUT-MESSAGE
               PERFORM LAYOUT-ERROR
           END-IF.

       VALIDATE-AMOUNT-FORMAT.
           IF WS-FD-FORMAT(3)(1:1) NOT = 'E'
                   AND WS-FD-FORMAT(3)(1:1) NOT = 'I'
               MOVE "format de montant autre que E ou I"
                   TO WS-LAYOUT-MESSAGE
               PERFORM LAYOUT-ERROR
           END-IF.
           EVALUATE WS-FD-SIGN(3)
           WHEN SPACE
               CONTINUE
           WHEN 'S'
               IF WS-FD-SIGN-POS(3) < 1
                       OR WS-FD-SIGN-POS(3) > WS-RECORD-LENGTH
                   MOVE "position du signe separe invalide"
                       TO WS-LAYOUT-MESSAGE
                   PERFORM LAYOUT-ERROR
               END-IF
           WHEN 'Z'
               IF WS-FD-FORMAT(3)(1:1) NOT = 'I'
                   MOVE "signe incruste sans decimales implicites"
                       TO WS-LAYOUT-MESSAGE
                   PERFORM LAYOUT-ERROR
               END-IF
           WHEN OTHER
               MOVE "convention de signe autre que S ou Z"
                   TO WS-LAYOUT-MESSAGE
               PERFORM LAYOUT-ERROR
           END-EVALUATE.

       LAYOUT-ERROR.
           ADD 1 TO WS-LAYOUT-ERRORS.
           DISPLAY "*** Definition " FUNCTION TRIM(WS-SENDER) " : "
               FUNCTION TRIM(WS-LAYOUT-MESSAGE).

      * Controle puis convertit un enregistrement expediteur zone par
      * zone selon sa definition. Tout echec part en rejet avec
      * l'enregistrement original et le motif.
       TRANSLATE-ONE-RECORD.
           MOVE 'Y' TO EditValid.
           MOVE SPACES TO EditReason.
           MOVE SPACES TO WS-REASON-CODE.
           MOVE SPACES TO TranslatedRecord.
           PERFORM VARYING WS-TGT FROM 1 BY 1
                   UNTIL WS-TGT > 7 OR EditValid = 'N'
               IF WS-FD-DEFINED(WS-TGT) = 'Y'
                   PERFORM TRANSLATE-ONE-FIELD
               END-IF
           END-PERFORM.
           IF EditValid = 'Y'
               WRITE TranslatedRecord
               ADD 1 TO RecordsTranslated
               ADD WS-AMOUNT TO WS-TRANSLATED-TOTAL
           ELSE
               MOVE SPACES TO PartnerRejectRecord
               MOVE PartnerFeedRecord(1:WS-RECORD-LENGTH)
                   TO PartnerRejectRecord(1:WS-RECORD-LENGTH)
               MOVE EditReason
                   TO PartnerRejectRecord(WS-RECORD-LENGTH + 2:40)
               WRITE PartnerRejectRecord
               PERFORM WRITE-ACK-REJECT
               ADD 1 TO RecordsRejected
           END-IF.

       TRANSLATE-ONE-FIELD.
           PERFORM GET-FIELD-VALUE.
           IF EditValid = 'Y'
               EVALUATE WS-TGT
               WHEN 1
                   PERFORM EDIT-TRAN-ID
               WHEN 2
                   PERFORM EDIT-TRAN-DATE
               WHEN 3
                   PERFORM EDIT-TRAN-AMOUNT
               WHEN 4
                   MOVE WS-FIELD-RAW TO TRAN-DESCRIPTION
               WHEN 5
                   MOVE WS-FIELD-RAW TO TRAN-TYPE-CODE
               WHEN 6
                   MOVE WS-FIELD-RAW TO TRAN-CURRENCY-CODE
               WHEN 7
                   MOVE WS-FIELD-RAW TO TRAN-ACCOUNT-ID
               END-EVALUATE
           END-IF.

      * Valeur de la zone : extraite a sa position, a defaut valeur
      * fixe/par defaut de la definition, puis traduite si la zone a
      * des traductions de codes.
       GET-FIELD-VALUE.
           MOVE SPACES TO WS-FIELD-RAW.
           IF WS-FD-START(WS-TGT) > 0
               MOVE WS-FD-LENGTH(WS-TGT) TO WS-FIELD-LEN
               MOVE PartnerFeedRecord(WS-FD-START(WS-TGT):
                   WS-FIELD-LEN) TO WS-FIELD-RAW
           ELSE
               MOVE 20 TO WS-FIELD-LEN
           END-IF.
           IF WS-FIELD-RAW = SPACES
               MOVE WS-FD-VALUE(WS-TGT) TO WS-FIELD-RAW
           END-IF.
           IF WS-FD-CODES(WS-TGT) > 0
               PERFORM TRANSLATE-CODE
           END-IF.

       TRANSLATE-CODE.
           MOVE 0 TO WS-CD-FOUND.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-COUNT OR WS-CD-FOUND > 0
               IF WS-CD-TARGET(WS-CD-IDX) = WS-TGT
                       AND FUNCTION TRIM(WS-CD-FROM(WS-CD-IDX))
                           = FUNCTION TRIM(WS-FIELD-RAW)
                   MOVE WS-CD-IDX TO WS-CD-FOUND
               END-IF
           END-PERFORM.
           IF WS-CD-FOUND > 0
               MOVE WS-CD-TO(WS-CD-FOUND) TO WS-FIELD-RAW
           ELSE
               MOVE 'N' TO EditValid
               MOVE SPACES TO EditReason
               STRING "Code non traduit pour " DELIMITED BY SIZE
                       WS-TARGET-NAME(WS-TGT) DELIMITED BY SIZE
                   INTO EditReason
               MOVE "06" TO WS-REASON-CODE
           END-IF.

       EDIT-TRAN-ID.
           IF WS-FIELD-RAW(1:WS-FIELD-LEN) IS NOT NUMERIC
               MOVE 'N' TO EditValid
               MOVE "Identifiant partenaire non numerique"
                   TO EditReason
               MOVE "01" TO WS-REASON-CODE
           ELSE
               COMPUTE TRAN-ID =
                   FUNCTION NUMVAL(WS-FIELD-RAW(1:WS-FIELD-LEN))
           END-IF.

      * Decoupe la date selon le modele de l'expediteur, verifie sa
      * plausibilite et la reassemble en AAAAMMJJ pour TRAN-DATE.
       EDIT-TRAN-DATE.
           MOVE 0 TO WS-DJ WS-DM WS-DA.
           MOVE SPACES TO WS-DATE-DAY-X WS-DATE-MONTH-X WS-DATE-YEAR-X.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-FIELD-LEN
               EVALUATE WS-FD-FORMAT(2)(WS-POS:1)
               WHEN 'J'
                   ADD 1 TO WS-DJ
                   MOVE WS-FIELD-RAW(WS-POS:1)
                       TO WS-DATE-DAY-X(WS-DJ:1)
               WHEN 'M'
                   ADD 1 TO WS-DM
                   MOVE WS-FIELD-RAW(WS-POS:1)
                       TO WS-DATE-MONTH-X(WS-DM:1)
               WHEN 'A'
                   ADD 1 TO WS-DA
                   MOVE WS-FIELD-RAW(WS-POS:1)
                       TO WS-DATE-YEAR-X(WS-DA:1)
               END-EVALUATE
           END-PERFORM.
           IF WS-DATE-DAY-X IS NOT NUMERIC
                   OR WS-DATE-MONTH-X IS NOT NUMERIC
                   OR WS-DATE-YEAR-X(1:WS-DA) IS NOT NUMERIC
               MOVE 'N' TO EditValid
               MOVE "Date partenaire non numerique" TO EditReason
               MOVE "02" TO WS-REASON-CODE
           ELSE
               MOVE WS-DATE-DAY-X TO WS-DAY-NUM
               MOVE WS-DATE-MONTH-X TO WS-MONTH-NUM
               IF WS-DAY-NUM < 1 OR WS-DAY-NUM > 31
                       OR WS-MONTH-NUM < 1 OR WS-MONTH-NUM > 12
                   MOVE 'N' TO EditValid
                   MOVE SPACES TO EditReason
                   STRING "Date partenaire hors plage ("
                               DELIMITED BY SIZE
                           WS-FD-FORMAT(2) DELIMITED BY SPACE
                           ")" DELIMITED BY SIZE
                       INTO EditReason
                   MOVE "03" TO WS-REASON-CODE
               ELSE
                   IF WS-DA = 2
                       MOVE "20" TO WS-D-YEAR(1:2)
                       MOVE WS-DATE-YEAR-X(1:2) TO WS-D-YEAR(3:2)
                   ELSE
                       MOVE WS-DATE-YEAR-X TO WS-D-YEAR
                   END-IF
                   MOVE WS-DATE-MONTH-X TO WS-D-MONTH
                   MOVE WS-DATE-DAY-X TO WS-D-DAY
                   MOVE WS-DATE-YYYYMMDD TO TRAN-DATE
               END-IF
           END-IF.

      * Convertit le montant : decimales explicites ou implicites,
      * signe dans la zone, separe ou incruste dans le dernier
      * chiffre.
       EDIT-TRAN-AMOUNT.
           MOVE 'N' TO WS-OP-NEGATIVE.
           IF WS-FD-SIGN(3) = 'Z'
               PERFORM DECODE-OVERPUNCH
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-FIELD-RAW(1:WS-FIELD-LEN)) = 0
               MOVE FUNCTION NUMVAL(WS-FIELD-RAW(1:WS-FIELD-LEN))
                   TO WS-AMOUNT-WIDE
               IF WS-FD-FORMAT(3)(1:1) = 'I'
                       AND WS-FD-DECIMALS(3) > 0
                   COMPUTE WS-AMOUNT-WIDE =
                       WS-AMOUNT-WIDE / (10 ** WS-FD-DECIMALS(3))
               END-IF
               IF WS-OP-NEGATIVE = 'Y'
                   COMPUTE WS-AMOUNT-WIDE = 0 - WS-AMOUNT-WIDE
               END-IF
               IF WS-FD-SIGN(3) = 'S'
                   IF PartnerFeedRecord(WS-FD-SIGN-POS(3):1) = '-'
                       COMPUTE WS-AMOUNT-WIDE = 0 - WS-AMOUNT-WIDE
                   END-IF
               END-IF
               IF WS-AMOUNT-WIDE > WS-MAX-AMOUNT
                       OR WS-AMOUNT-WIDE < - WS-MAX-AMOUNT
                   MOVE 'N' TO EditValid
                   MOVE "Montant partenaire hors capacite"
                       TO EditReason
                   MOVE "05" TO WS-REASON-CODE
               ELSE
                   MOVE WS-AMOUNT-WIDE TO WS-AMOUNT
                   MOVE WS-AMOUNT TO TRAN-AMOUNT
               END-IF
           ELSE
               MOVE 'N' TO EditValid
               MOVE "Montant partenaire inconvertible"
                   TO EditReason
               MOVE "04" TO WS-REASON-CODE
           END-IF.

      * Dernier caractere surfrappe : remplace par son chiffre, le
      * signe est retenu dans WS-OP-NEGATIVE (un chiffre ordinaire
      * reste positif).
       DECODE-OVERPUNCH.
           MOVE 0 TO WS-OP-FOUND.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > 20 OR WS-OP-FOUND > 0
               IF WS-OVERPUNCH-CHARS(WS-OP-IDX:1)
                       = WS-FIELD-RAW(WS-FIELD-LEN:1)
                   MOVE WS-OP-IDX TO WS-OP-FOUND
               END-IF
           END-PERFORM.
           IF WS-OP-FOUND > 0
               IF WS-OP-FOUND > 10
                   MOVE 'Y' TO WS-OP-NEGATIVE
               END-IF
               MOVE FUNCTION MOD(WS-OP-FOUND - 1, 10)
                   TO WS-FIELD-RAW(WS-FIELD-LEN:1)
           END-IF.

      * En-tete expediteur du flux traduit : source et date de
           MOVE WS-SYS-TIMESTAMP(1:8) TO TRAN-DATE.
           MOVE 0 TO TRAN-ID.
           MOVE 0 TO TRAN-AMOUNT.
           MOVE WS-HEADER-LABEL TO TRAN-DESCRIPTION.
           WRITE TranslatedRecord.

      * Trailer expediteur du flux traduit : nombre d'enregistrements
           MOVE "SENDER TRAILER" TO TRAN-DESCRIPTION.
           WRITE TranslatedRecord.

      * Date de creation au modele de date de l'expediteur (celui de
      * sa zone TRAN-DATE), pour l'en-tete et le trailer de l'accuse.
       FORMAT-ACK-DATE.
           MOVE SPACES TO WS-ACK-DATE.
           MOVE 0 TO WS-DJ WS-DM WS-DA.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-FD-LENGTH(2)
               EVALUATE WS-FD-FORMAT(2)(WS-POS:1)
               WHEN 'J'
                   ADD 1 TO WS-DJ
                   MOVE WS-SYS-TIMESTAMP(6 + WS-DJ:1)
                       TO WS-ACK-DATE(WS-POS:1)
               WHEN 'M'
                   ADD 1 TO WS-DM
                   MOVE WS-SYS-TIMESTAMP(4 + WS-DM:1)
                       TO WS-ACK-DATE(WS-POS:1)
               WHEN 'A'
                   ADD 1 TO WS-DA
               WHEN OTHER
                   MOVE WS-FD-FORMAT(2)(WS-POS:1)
                       TO WS-ACK-DATE(WS-POS:1)
               END-EVALUATE
           END-PERFORM.
      * Annee : quatre chiffres, ou les deux derniers pour AA.
           MOVE 0 TO WS-DJ.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-FD-LENGTH(2)
               IF WS-FD-FORMAT(2)(WS-POS:1) = 'A'
                   ADD 1 TO WS-DJ
                   MOVE WS-SYS-TIMESTAMP(4 - WS-DA + WS-DJ:1)
                       TO WS-ACK-DATE(WS-POS:1)
               END-IF
           END-PERFORM.

      * En-tete de l'accuse de reception : date de creation au
      * modele de date de l'expediteur.
       WRITE-ACK-HEADER.
           PERFORM FORMAT-ACK-DATE.
           MOVE SPACES TO AckRecord.
           MOVE 'H' TO AK-RECORD-TYPE.
           MOVE WS-ACK-DATE TO AK-TRAN-DATE-X.
           MOVE 0 TO AK-COUNT.
           MOVE 0 TO AK-COUNT-2.
           WRITE AckRecord.

      * Renvoie l'enregistrement rejete avec ses zones expediteur
      * brutes (identifiant, date, montant) et son code motif.
       WRITE-ACK-REJECT.
           MOVE SPACES TO AckRecord.
           MOVE 'R' TO AK-RECORD-TYPE.
           MOVE PartnerFeedRecord(WS-FD-START(1):WS-FD-LENGTH(1))
               TO AK-TRAN-ID.
           MOVE PartnerFeedRecord(WS-FD-START(2):WS-FD-LENGTH(2))
               TO AK-TRAN-DATE-X.
           MOVE PartnerFeedRecord(WS-FD-START(3):WS-FD-LENGTH(3))
               TO AK-TRAN-AMOUNT-X.
           MOVE WS-REASON-CODE TO AK-REASON-CODE.
           MOVE 0 TO AK-COUNT.
           MOVE 0 TO AK-COUNT-2.
           WRITE AckRecord.

      * Trailer de l'accuse de reception : nombre de rejets renvoyes
      * et nombre d'enregistrements acceptes, que le systeme de
      * l'expediteur peut verifier contre le contenu.
       WRITE-ACK-TRAILER.
           MOVE SPACES TO AckRecord.
           MOVE 'T' TO AK-RECORD-TYPE.
           MOVE WS-ACK-DATE TO AK-TRAN-DATE-X.
           MOVE RecordsRejected TO AK-COUNT.
           MOVE RecordsTranslated TO AK-COUNT-2.
           WRITE AckRecord.

      * Ajoute une ligne a la piste d'audit commune (AUDITTRAIL.txt) :
      * nom du programme, horodatage, statut fichier, nb enreg.,
      * expediteur traduit.
       WRITE-AUDIT-TRAIL.
           OPEN EXTEND AuditTrailFile.
           IF StatutAuditTrailFile = "35"
           MOVE WS-SYS-TIMESTAMP      TO AUD-TIMESTAMP
           MOVE StatutPartnerFeedFile TO AUD-FILE-STATUS
           MOVE RecordsTranslated     TO AUD-RECORD-COUNT
           MOVE WS-SENDER             TO AUD-NOTE
           WRITE AuditTrailRecord.
           CLOSE AuditTrailFile.
