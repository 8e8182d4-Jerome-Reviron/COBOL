      *> Factures des clients en compte - GCBFacturesClientsFile
      *> (indexé sur NumFactureCli, séquence GCBFactureCliSeqFile,
      *> clé secondaire ClientFactureCli). Une facture par client et
      *> par passage de GCB_FACTURATION_CLIENTS, regroupant ses
      *> ventes en compte du mois. GCB_AFFECTER_REGLEMENT impute les
      *> règlements reçus de la plus ancienne à la plus récente ;
      *> une facture entièrement réglée passe "S".
       01 FactureCliRecord.
          05 NumFactureCli PIC 9(6).
          05 ClientFactureCli PIC 9(6).
          05 DateFactureCli PIC 9(8).
          05 DateEcheanceCli PIC 9(8).
          05 MontantFactureCli PIC 9(7)V99.
          05 MontantRegleCli PIC 9(7)V99.
          05 NbVentesFactureCli PIC 9(4).
          05 StatutFactureCli PIC X(1).
             *> "O" ouverte (reste dû), "S" soldée.
          05 DateSoldeCli PIC 9(8).
