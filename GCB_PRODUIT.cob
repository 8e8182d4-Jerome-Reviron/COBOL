      MOVE 0.0200 TO TauxInteretProduit
      MOVE "O" TO DecouvertProduit
      MOVE "O" TO RetraitsLibresProduit
      MOVE "O" TO GarantieDepotsProduit
      WRITE ProduitRecord
      MOVE "EP" TO CodeProduitCatalogue
      MOVE "LIVRET EPARGNE" TO LibelleProduit
      MOVE 0.0300 TO TauxInteretProduit
      MOVE "N" TO DecouvertProduit
      MOVE "O" TO RetraitsLibresProduit
      MOVE "O" TO GarantieDepotsProduit
      WRITE ProduitRecord
      MOVE "ET" TO CodeProduitCatalogue
      MOVE "EPARGNE A TERME" TO LibelleProduit
      MOVE 0.0400 TO TauxInteretProduit
      MOVE "N" TO DecouvertProduit
      MOVE "N" TO RetraitsLibresProduit
      MOVE "O" TO GarantieDepotsProduit
      WRITE ProduitRecord
         *> Produit support des dossiers de prêt (GCBPretsFile via
         *> GCB_PRETS) : pas d'intérêts créditeurs, les échéances
      MOVE 0.0000 TO TauxInteretProduit
      MOVE "N" TO DecouvertProduit
      MOVE "O" TO RetraitsLibresProduit
      MOVE "N" TO GarantieDepotsProduit
      WRITE ProduitRecord
      CLOSE GCBProduitsFile
   END-IF.
