      *> Une ligne par coupure (billets et pièces) avec le nombre en
      *> réserve ; semé avec les coupures EUR à zéro au premier
      *> lancement. Mouvementé par les transferts coffre/caisse de
      *> GCB_COFFRE (y compris les envois entre agences, suivis dans
      *> GCBTransitFile), chaque transfert laissant sa trace dans
      *> GCBCoffreJournalFile ; le rapport de position dit au
      *> responsable quoi commander ou retourner avant la panne de
      *> petites coupures.
          05 TypeCoupure PIC X(1).
             *> "B" = billet, "P" = pièce.
          05 NbCoupures PIC 9(6).
             *> Agence propriétaire du coffre (GCBAgencesFile) : le
             *> fichier porte un jeu de coupures par agence, semé à
             *> zéro au premier passage de l'agence dans GCB_COFFRE.
             *> Les lignes de l'ancien dessin relisent des espaces et
             *> se lisent comme l'agence "001".
          05 CodeAgenceCoffre PIC X(3).
