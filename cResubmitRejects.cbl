       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutRangeFile.
      * Piste d'audit commune a tous les programmes du batch
      * Registre des statuts de periode (voir
      * copybooks/PERIODREC.cpy) : un rejet date d'un mois clos ou
      * verrouille n'est ni marque, ni corrige, ni resoumis.
       SELECT PeriodStatusFile ASSIGN TO "PERIOD_STATUS.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutPeriodStatusFile.
       SELECT AuditTrailFile ASSIGN TO "AUDITTRAIL.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS is StatutAuditTrailFile.
           01  AuditTrailRecord.
               COPY AUDITREC.

           FD  PeriodStatusFile.
           01  PeriodStatusRecord.
      * Gisement du registre des statuts de periode (voir
      * copybooks/PERIODREC.cpy).
               COPY PERIODREC.

      * !!!! Déclaration des variables:
       WORKING-STORAGE SECTION.
           01  StatutRejectFile PIC X(2) VALUE '00'.
           01  WS-SYS-DATETIME.
               05 WS-SYS-TIMESTAMP PIC 9(14).
               05 FILLER           PIC X(7).
      * Date de traitement sous laquelle modifCreated rechargera la
      * resoumission (BATCH_DATE, a defaut la date systeme) : les
      * tables de reference sont lues dans leur version en vigueur a
      * cette date.
           01  WS-BATCH-DATE-X PIC X(8) VALUE SPACES.
           01  WS-PROC-DATE PIC 9(8) VALUE 0.
      * Saisies de l'operateur : mode (M = marquer corrige,
      * R = resoumettre les corriges), et pour le mode M le TRAN-ID
      * du rejet a marquer.
      * (en-tete "SENDER HEADER RESOUMISSION", trailer avec nombre et
      * total de controle), exiges par modifCreated avant chargement.
           01  WS-RESUBMIT-TOTAL PIC S9(9)V99 VALUE 0.
      * Registre des statuts de periode (PERIOD_STATUS.txt) : statut
      * courant de chaque mois present (la derniere ligne d'un mois
      * l'emporte, un mois absent est ouvert), et resultat du
      * controle d'une date (mois, periode close ou non, motif).
           01  StatutPeriodStatusFile PIC X(2) VALUE '00'.
           01  WS-PERIOD-COUNT PIC 9(3) COMP VALUE 0.
           01  WS-MAX-PERIODS PIC 9(3) COMP VALUE 600.
           01  WS-PERIOD-TABLE.
               05 WS-PERIOD-ENTRY OCCURS 600 TIMES.
                   10 WS-PT-PERIOD PIC 9(6).
                   10 WS-PT-STATUS PIC X(1).
           01  WS-PERIOD-IDX PIC 9(3) COMP VALUE 0.
           01  WS-PERIOD-FOUND PIC X(1) VALUE 'N'.
           01  WS-PERIOD-EOF PIC X(1) VALUE 'N'.
           01  WS-CHECK-DATE PIC 9(8) VALUE 0.
           01  WS-CHECK-PERIOD PIC 9(6) VALUE 0.
           01  WS-CHECK-STATUS PIC X(1) VALUE 'O'.
           01  WS-PERIOD-CLOSED PIC X(1) VALUE 'N'.
           01  WS-PERIOD-REASON PIC X(40) VALUE SPACES.
      * Rejets retenus parce que dates d'une periode close, et le
      * premier motif rencontre (nommant la periode).
           01  WS-HELD-COUNT PIC 9(7) VALUE 0.
           01  WS-HELD-REASON PIC X(40) VALUE SPACES.
      * Code retour distinguant les classes d'echec/de resultat :
      *   0 = intervention appliquee, 2 = liste de rejets absente,
      *   4 = rien a faire (saisie invalide, rejet introuvable,
      *   rejet date d'une periode close ou aucun rejet corrige a
      *   resoumettre),
      *   8 = erreur d'E/S irrecuperable
           01  FileStatusReturnCode PIC 9(1) VALUE 0.

                   MOVE "MODIFCREATED_RESUBMIT.txt"
                       TO WS-RESUBMIT-FILENAME
           END-ACCEPT.
           ACCEPT WS-BATCH-DATE-X FROM ENVIRONMENT "BATCH_DATE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BATCH-DATE-X
           END-ACCEPT.
           IF WS-BATCH-DATE-X = SPACES
                   OR WS-BATCH-DATE-X IS NOT NUMERIC
               MOVE WS-SYS-TIMESTAMP(1:8) TO WS-PROC-DATE
           ELSE
               MOVE WS-BATCH-DATE-X TO WS-PROC-DATE
           END-IF.

           PERFORM ACCEPT-OPERATOR-INPUT.
           IF EditValid = 'Y'
               PERFORM LOAD-PERIOD-STATUS
           END-IF.
           IF EditValid = 'Y' AND MaintAction = 'C'
      * Les tables de reference ne servent qu'a la correction guidee.
               PERFORM LOAD-TYPE-TABLE
               DISPLAY "Rejets resoumis  . . . . : "
                   WS-RESUBMITTED-COUNT
               DISPLAY "Rejets encore en attente : " WS-PENDING-COUNT
               IF WS-HELD-COUNT > 0
                   DISPLAY "Rejets retenus (periode close) : "
                       WS-HELD-COUNT " - "
                       FUNCTION TRIM(WS-HELD-REASON)
               END-IF
           ELSE
               IF FileStatusReturnCode = 0
                   MOVE 4 TO FileStatusReturnCode
           MOVE RJ-ORIGINAL TO WS-ORIGINAL-VIEW.
           EVALUATE TRUE
      * Mode M : marque corrigee la premiere entree non traitee
      * portant le TRAN-ID demande, sauf si elle est datee d'une
      * periode close.
           WHEN MaintAction = 'M'
                   AND RJ-STATUS = SPACE
                   AND OV-TRAN-ID IS NUMERIC
                   AND FUNCTION NUMVAL(OV-TRAN-ID) = MaintTranId
                   AND WS-MARKED-COUNT = 0
                   AND WS-HELD-COUNT = 0
               PERFORM MARK-ONE-REJECT
      * Mode C : decompose les champs du premier rejet non traite
      * portant le TRAN-ID demande, accepte les nouvelles valeurs,
      * rejoue les controles de modifCreated, et ne marque 'C' que
                   AND WS-CORRECTED-COUNT = 0
               PERFORM CORRECT-ONE-REJECT
      * Mode R : resoumet chaque entree corrigee, compteur de cycles
      * incremente, et la marque traitee ; une entree datee d'une
      * periode close est retenue (laissee corrigee) et signalee.
           WHEN MaintAction = 'R' AND RJ-STATUS = 'C'
               PERFORM RESUBMIT-ONE-REJECT
           END-EVALUATE.
           IF RJ-STATUS = SPACE OR RJ-STATUS = 'C'
               ADD 1 TO WS-PENDING-COUNT
       CHECK-SOMETHING-DONE.
           IF MaintAction = 'M' AND WS-MARKED-COUNT = 0
               MOVE 'N' TO EditValid
               IF WS-HELD-COUNT > 0
                   MOVE WS-HELD-REASON TO EditReason
               ELSE
                   MOVE "Rejet introuvable pour ce TRAN-ID"
                       TO EditReason
               END-IF
           END-IF.
           IF MaintAction = 'C' AND WS-CORRECTED-COUNT = 0
               MOVE 'N' TO EditValid
           END-IF.
           IF MaintAction = 'R' AND WS-RESUBMITTED-COUNT = 0
               MOVE 'N' TO EditValid
               IF WS-HELD-COUNT > 0
                   MOVE WS-HELD-REASON TO EditReason
               ELSE
                   MOVE "Aucun rejet corrige a resoumettre"
                       TO EditReason
               END-IF
           END-IF.

      * Mode M : marque corrige le rejet vise, sauf s'il est date
      * d'une periode close (retenu, la periode est nommee).
       MARK-ONE-REJECT.
           PERFORM CHECK-REJECT-PERIOD.
           IF WS-PERIOD-CLOSED = 'Y'
               ADD 1 TO WS-HELD-COUNT
           ELSE
               MOVE 'C' TO RJ-STATUS
               ADD 1 TO WS-MARKED-COUNT
           END-IF.

      * Mode R : resoumet le rejet corrige, sauf s'il est date d'une
      * periode close (retenu, la periode est nommee).
       RESUBMIT-ONE-REJECT.
           PERFORM CHECK-REJECT-PERIOD.
           IF WS-PERIOD-CLOSED = 'Y'
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "Rejet " OV-TRAN-ID " retenu : "
                   FUNCTION TRIM(WS-PERIOD-REASON) "."
           ELSE
               MOVE RJ-ORIGINAL TO WS-RESUBMIT-RECORD
               IF TRAN-RESUBMIT-COUNT IS NUMERIC
                   ADD 1 TO TRAN-RESUBMIT-COUNT
               ELSE
                   MOVE 1 TO TRAN-RESUBMIT-COUNT
               END-IF
               MOVE WS-RESUBMIT-RECORD TO ResubmitRecord
               WRITE ResubmitRecord
               MOVE 'T' TO RJ-STATUS
               ADD 1 TO WS-RESUBMITTED-COUNT
               IF TRAN-AMOUNT IS NUMERIC
                   ADD TRAN-AMOUNT TO WS-RESUBMIT-TOTAL
               END-IF
           END-IF.

      * Controle la periode de la date portee par l'image du rejet
      * courant ; retient le premier motif de refus rencontre.
       CHECK-REJECT-PERIOD.
           MOVE 'N' TO WS-PERIOD-CLOSED.
           IF OV-TRAN-DATE IS NUMERIC
               MOVE OV-TRAN-DATE TO WS-CHECK-DATE
               PERFORM CHECK-PERIOD-CLOSED
           END-IF.
           IF WS-PERIOD-CLOSED = 'Y' AND WS-HELD-REASON = SPACES
               MOVE WS-PERIOD-REASON TO WS-HELD-REASON
           END-IF.

      * Correction guidee d'un rejet : champs decomposes affiches,
           IF CorrectionValid = 'Y'
               PERFORM REVALIDATE-TRAN-DATE
           END-IF.
           IF CorrectionValid = 'Y'
               PERFORM REVALIDATE-TRAN-PERIOD
           END-IF.
           IF CorrectionValid = 'Y'
               PERFORM WARN-TRAN-ID-RANGE
           END-IF.
               END-IF
           END-IF.

      * Une image corrigee datee d'une periode close ne peut pas
      * etre resoumise : la correction est refusee, la periode est
      * nommee (saisir une date d'une periode ouverte).
       REVALIDATE-TRAN-PERIOD.
           MOVE OV-TRAN-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-PERIOD-CLOSED.
           IF WS-PERIOD-CLOSED = 'Y'
               MOVE 'N' TO CorrectionValid
               MOVE WS-PERIOD-REASON TO CorrectionReason
           END-IF.

      * Avertissement sur les plages de numerotation : un identifiant
      * corrige hors de TOUTE plage active sera rejete par
      * modifCreated si le flux de resoumission porte une plage -
               END-IF
           END-IF.

      * Releve le statut courant de chaque mois present au registre
      * des periodes. Registre absent : tous les mois sont ouverts.
       LOAD-PERIOD-STATUS.
           MOVE 0 TO WS-PERIOD-COUNT.
           OPEN INPUT PeriodStatusFile.
           IF StatutPeriodStatusFile = "00"
               MOVE 'N' TO WS-PERIOD-EOF
               PERFORM UNTIL WS-PERIOD-EOF = 'Y'
                   READ PeriodStatusFile
                       AT END
                           MOVE 'Y' TO WS-PERIOD-EOF
                       NOT AT END
                           PERFORM NOTE-ONE-PERIOD
                   END-READ
               END-PERFORM
               CLOSE PeriodStatusFile
           ELSE
               IF StatutPeriodStatusFile NOT = "35"
                   DISPLAY "*** ATTENTION : PERIOD_STATUS.txt "
                       "illisible (statut " StatutPeriodStatusFile
                       ") - aucune periode close reconnue."
               END-IF
           END-IF.

      * Retient la ligne du registre comme statut courant du mois
      * qu'elle designe (la derniere ligne d'un mois l'emporte).
       NOTE-ONE-PERIOD.
           IF PS-PERIOD IS NUMERIC
               MOVE 'N' TO WS-PERIOD-FOUND
               PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                       UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
                           OR WS-PERIOD-FOUND = 'Y'
                   IF WS-PT-PERIOD(WS-PERIOD-IDX) = PS-PERIOD
                       MOVE 'Y' TO WS-PERIOD-FOUND
                       MOVE PS-STATUS
                           TO WS-PT-STATUS(WS-PERIOD-IDX)
                   END-IF
               END-PERFORM
               IF WS-PERIOD-FOUND = 'N'
                       AND WS-PERIOD-COUNT < WS-MAX-PERIODS
                   ADD 1 TO WS-PERIOD-COUNT
                   MOVE PS-PERIOD TO WS-PT-PERIOD(WS-PERIOD-COUNT)
                   MOVE PS-STATUS TO WS-PT-STATUS(WS-PERIOD-COUNT)
               END-IF
           END-IF.

      * Controle la date WS-CHECK-DATE contre le registre des
      * periodes : mois clos ('C') ou verrouille ('L') = periode
      * close, avec un motif qui nomme la periode.
       CHECK-PERIOD-CLOSED.
           MOVE 'N' TO WS-PERIOD-CLOSED.
           MOVE SPACES TO WS-PERIOD-REASON.
           MOVE WS-CHECK-DATE(1:6) TO WS-CHECK-PERIOD.
           MOVE 'O' TO WS-CHECK-STATUS.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
               IF WS-PT-PERIOD(WS-PERIOD-IDX) = WS-CHECK-PERIOD
                   MOVE WS-PT-STATUS(WS-PERIOD-IDX)
                       TO WS-CHECK-STATUS
               END-IF
           END-PERFORM.
           EVALUATE WS-CHECK-STATUS
           WHEN 'C'
               MOVE 'Y' TO WS-PERIOD-CLOSED
               STRING "Periode " DELIMITED BY SIZE
                       WS-CHECK-PERIOD DELIMITED BY SIZE
                       " close - refus" DELIMITED BY SIZE
                   INTO WS-PERIOD-REASON
           WHEN 'L'
               MOVE 'Y' TO WS-PERIOD-CLOSED
               STRING "Periode " DELIMITED BY SIZE
                       WS-CHECK-PERIOD DELIMITED BY SIZE
                       " verrouillee - refus" DELIMITED BY SIZE
                   INTO WS-PERIOD-REASON
           END-EVALUATE.

      * Charge les dates non ouvrees du calendrier d'ouvrage
      * (CALENDAR.txt, types F et W) avec leur politique, meme
      * mecanique que modifCreated. Calendrier absent : validation
           END-IF.

      * Charge la table des types de transaction (TRANTYPES.txt) en
      * memoire, meme mecanique que modifCreated (versions en vigueur
      * a la date de traitement seulement). Table absente :
      * validation neutralisee, signalee a la console.
       LOAD-TYPE-TABLE.
           MOVE 0 TO WS-TYPE-COUNT.
                           MOVE 'Y' TO WS-TYPE-EOF
                       NOT AT END
                           IF WS-TYPE-COUNT < WS-MAX-TYPES
                                   AND (TT-VALID-FROM = SPACES
                                   OR TT-VALID-FROM <= WS-PROC-DATE)
                                   AND (TT-VALID-TO = SPACES
                                   OR TT-VALID-TO >= WS-PROC-DATE)
                               ADD 1 TO WS-TYPE-COUNT
                               MOVE TT-CODE
                                   TO WS-TT-CODE(WS-TYPE-COUNT)
           END-IF.

      * Charge la table des comptes (ACCOUNTS.txt) en memoire, meme
      * mecanique que modifCreated (versions en vigueur a la date de
      * traitement seulement).
       LOAD-ACCOUNT-TABLE.
           MOVE 0 TO WS-ACCT-COUNT.
           MOVE 'N' TO WS-ACCT-TABLE-LOADED.
                           MOVE 'Y' TO WS-ACCT-EOF
                       NOT AT END
                           IF WS-ACCT-COUNT < WS-MAX-ACCTS
                                   AND (ACC-VALID-FROM = SPACES
                                   OR ACC-VALID-FROM <= WS-PROC-DATE)
                                   AND (ACC-VALID-TO = SPACES
                                   OR ACC-VALID-TO >= WS-PROC-DATE)
                               ADD 1 TO WS-ACCT-COUNT
                               MOVE ACC-ID
                                   TO WS-AC-ID(WS-ACCT-COUNT)
