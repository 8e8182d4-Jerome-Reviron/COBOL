      *> a un compte chez nous, directement sur le compte de la
      *> boutique via GCB_WRITE comme la remise des recettes.
      *> StatutFacture : "O" ouverte, "S" soldée.
      *> MontantFacture est le montant TTC dû ; le devis (hors taxe)
      *> et la TVA au taux de la catégorie CLOTURES en vigueur à la
      *> date de facture sont conservés pour la déclaration de TVA.
      *> Les factures de l'ancien dessin relisent zéro.
      *> TypeFactureChantier : "A" acompte à la signature, "E" étape
      *> intermédiaire, "S" solde à l'achèvement (déduction faite
      *> des acomptes et étapes déjà facturés) ; une facture de
      *> l'ancien dessin relit un blanc et vaut facture de solde.
       01 FactureChantierRecord.
          05 NumFactureEmise PIC 9(6).
          05 NumChantierFacture PIC 9(6).
          05 DateFacture PIC 9(8).
          05 MontantRegleFacture PIC 9(9)V99.
          05 StatutFacture PIC X(1).
          05 MontantHTFacture PIC 9(9)V99.
          05 TauxTVAFacture PIC 9(2)V99.
          05 MontantTVAFacture PIC 9(9)V99.
          05 TypeFactureChantier PIC X(1).
