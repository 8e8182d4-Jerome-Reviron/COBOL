      *> Stock de billets étrangers du coffre - GCBBilletsDevisesFile.
      *> Une ligne par (agence, devise, coupure) avec le nombre de
      *> billets en réserve, à côté des coupures EUR de GCB_COFFRE.
      *> Mouvementé par les ventes et achats de billets au guichet et
      *> par les approvisionnements / retours au correspondant
      *> (GCB_BILLETS_DEVISES) ; la position valorisée en EUR sort à
      *> la clôture de journée (GCB_BILLETS_POSITION).
       01 BilletDeviseRecord.
          05 CodeAgenceBillet PIC X(3).
          05 DeviseBillet PIC X(3).
          05 ValeurBillet PIC 9(5).
             *> Valeur faciale en unités de la devise (billets
             *> seulement, les pièces étrangères ne sont pas reprises).
          05 NbBillets PIC 9(6).
             *> En dessous du seuil, la coupure entre dans la liste
             *> de commande, pour la quantité qui la ramène au stock
             *> cible.
          05 SeuilBillet PIC 9(6).
          05 CibleBillet PIC 9(6).
