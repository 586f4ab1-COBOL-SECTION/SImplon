      * ceux de CreateFile, qui n'en portent pas). Ventile par le
      * rapport de sous-grand-livre cSubledgerReport.cbl.
           05  MASTER-ACCOUNT-ID      PIC X(5).
      * Expediteur (contrepartie) de la transaction : DL-SENDER-ID de
      * la delivery d'ou elle vient, retrouve par ConsolidateMaster
      * dans le registre des deliveries (MODIFCREATED_DELIVERIES.txt)
      * par le couple numero de run / rang du flux. Zeros pour les
      * enregistrements de CreateFile et ceux dont la delivery n'est
      * pas identifiee. Sert au reglement net par contrepartie
      * (cSettlement.cbl).
           05  MASTER-SENDER-ID       PIC 9(7).
