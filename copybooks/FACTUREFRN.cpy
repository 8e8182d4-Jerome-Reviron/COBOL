      *> Registre des factures fournisseurs - GCBFacturesFrnFile
      *> (indexé sur NumFactureFrn). Chaque facture est rapprochée
      *> des réceptions qu'elle couvre (GCBLignesFactureFrnFile) ;
      *> un écart de prix, de quantité ou de total la met en attente
      *> d'approbation. Une facture approuvée est réglée à son
      *> échéance par GCB_REGLEMENTS_FOURNISSEURS depuis le compte
      *> de la boutique. Le montant est borné à 99999.99 comme tout
      *> mouvement de GCB_WRITE : une facture plus lourde est saisie
      *> en plusieurs parties.
       01 FactureFrnRecord.
          05 NumFactureFrn PIC 9(6).
          05 FournisseurFactureFrn PIC X(20).
          05 RefFactureFrn PIC X(15).
             *> Numéro de la facture chez le fournisseur.
          05 ActiviteFactureFrn PIC X(1).
             *> Activité des réceptions couvertes (B, M ou C).
          05 DateFactureFrn PIC 9(8).
          05 DateEcheanceFrn PIC 9(8).
          05 MontantFactureFrn PIC 9(5)V99.
          05 MontantAttenduFrn PIC 9(7)V99.
             *> Réceptions couvertes valorisées au prix attendu.
          05 EcartPrixFrn PIC X(1).
          05 EcartQuantiteFrn PIC X(1).
          05 EcartTotalFrn PIC X(1).
             *> "O" quand l'écart correspondant est relevé.
          05 StatutFactureFrn PIC X(1).
             *> "E" en écart (à approuver), "A" approuvée (bonne à
             *> payer), "R" rejetée, "P" payée.
          05 DateApprobationFrn PIC 9(8).
          05 DatePaiementFrn PIC 9(8).
          05 NumEmissionFrn PIC 9(6).
             *> Numéro d'émission du virement sortant de règlement.
