
      * !!!! Section déclarant les fichiers utilisés par le programme
       FILE SECTION.
      * Lignes brutes : 102 octets couvrent les deux gisements
      * possibles (maitre 102, NOUVEAU_FICHIER 85).
           FD  SideAFile.
           01  SideARecord PIC X(102).

           FD  SideBFile.
           01  SideBRecord PIC X(102).

           FD  AuditTrailFile.
           01  AuditTrailRecord.
       NORMALIZE-CURRENT-RECORD.
           MOVE 'N' TO WS-CUR-TECHNICAL.
           IF CompareLayout = "MASTER"
               MOVE SideARecord(1:102) TO WS-MASTER-RECORD
               MOVE MASTER-TRAN-ID TO WS-CUR-ID
               MOVE MASTER-TRAN-DATE TO WS-CUR-DATE
               MOVE MASTER-TRAN-AMOUNT TO WS-CUR-AMOUNT
