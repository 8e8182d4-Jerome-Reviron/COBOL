      *> commande ; rapprochée par GCB_IMPORT_LIVRAISON à la
      *> réception, QuantiteRecue suivant les livraisons successives.
      *> StatutLigneCommande : "O" ouverte, "P" partiellement reçue,
      *> "R" soldée, "X" annulée (l'engagement restant est libéré),
      *> "B" brouillon issu d'une suggestion d'achat acceptée (aucun
      *> engagement tant qu'il n'est pas validé).
       01 CommandeRecord.
          05 NumCommande PIC 9(6).
          05 FournisseurCommande PIC X(20).
