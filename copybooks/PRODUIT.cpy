          05 TauxInteretProduit PIC 9V9999.
          05 DecouvertProduit PIC X(1).
          05 RetraitsLibresProduit PIC X(1).
             *> Dépôt couvert par la garantie des dépôts (FGDR) : "O"
             *> ou "N" (support de prêt). Ajouté en fin
             *> d'enregistrement ; un espace (catalogue de l'ancien
             *> dessin) se lit "O" sauf pour le support de prêt "PR".
          05 GarantieDepotsProduit PIC X(1).
