      *> Registre des réceptions fournisseurs - GCBReceptionsFile
      *> (indexé sur NumReception). Une ligne par article reçu, posée
      *> par GCB_RECEPTION à l'entrée en stock : livraisons de la
      *> bibliothèque (GCB_IMPORT_LIVRAISON), entrées de marchandises
      *> du magasin (CalculReductions) et de la cour (GCB_MATERIAUX).
      *> Le prix attendu est le prix convenu à la commande, ou le
      *> coût connu de l'article ; la facture du fournisseur lui est
      *> confrontée par GCB_FACTURES_FOURNISSEURS, qui y note le
      *> numéro de la facture qui couvre la réception.
       01 ReceptionRecord.
          05 NumReception PIC 9(6).
          05 DateReception PIC 9(8).
          05 ActiviteReception PIC X(1).
             *> "B" bibliothèque, "M" magasin, "C" clôtures (cour).
          05 FournisseurReception PIC X(20).
          05 ReferenceReception PIC X(13).
             *> ISBN, code article ou code matériau.
          05 LibelleReception PIC X(30).
          05 QuantiteReception PIC 9(5).
          05 PrixAttenduReception PIC 9(5)V99.
          05 NumFactureReception PIC 9(6).
             *> Zéro tant que la réception n'est pas facturée.
