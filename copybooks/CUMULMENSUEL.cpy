          05 TotalDebitsCumul PIC 9(9)V99.
          05 TotalInteretsCumul PIC S9(9)V99.
          05 SoldeClotureCumul PIC S9(9)V99.
             *> Produits du mois pour la banque (FRAIS, AGIOS,
             *> commission de change COMM-CHG, intérêts d'échéance de
             *> prêt ECH-PRET-I) et intérêts servis sur les dépôts à
             *> terme (ET-INTERET), les intérêts créditeurs restant dans
             *> TotalInteretsCumul : source de GCB_RENTABILITE. Ajoutés
             *> en fin d'enregistrement, les lignes écrites sous
             *> l'ancien dessin relisent zéro.
          05 TotalProduitsCumul PIC S9(9)V99.
          05 TotalChargesTermeCumul PIC S9(9)V99.
