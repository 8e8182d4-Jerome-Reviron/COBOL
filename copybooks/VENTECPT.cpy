      *> Ventes en compte - GCBVentesCompteFile (indexé sur
      *> NumVenteCpt, le NumVenteJournal de la vente au comptoir,
      *> clé secondaire ClientVenteCpt). Une ligne par vente réglée
      *> (en tout ou partie) par le tender "COMPTE" : la créance
      *> ouverte reste sans facture jusqu'à la facturation de fin de
      *> mois (GCB_FACTURATION_CLIENTS), qui y note son numéro.
       01 VenteCompteRecord.
          05 NumVenteCpt PIC 9(6).
          05 ClientVenteCpt PIC 9(6).
          05 DateVenteCpt PIC 9(8).
          05 MontantVenteCpt PIC 9(6)V99.
          05 NumFactureVenteCpt PIC 9(6).
             *> 0 tant que la vente n'est pas facturée.
