      *> Lignes de rapprochement des factures fournisseurs -
      *> GCBLignesFactureFrnFile. Une ligne par réception couverte :
      *> quantité et prix facturés en regard du reçu et du prix
      *> attendu. EcartLigneFrn : espace = conforme, "P" prix,
      *> "Q" quantité, "D" prix et quantité.
       01 LigneFactureFrnRecord.
          05 NumFactureLigneFrn PIC 9(6).
          05 NumReceptionLigneFrn PIC 9(6).
          05 QuantiteFactureeLigneFrn PIC 9(5).
          05 PrixFactureLigneFrn PIC 9(5)V99.
          05 QuantiteRecueLigneFrn PIC 9(5).
          05 PrixAttenduLigneFrn PIC 9(5)V99.
          05 EcartLigneFrn PIC X(1).
