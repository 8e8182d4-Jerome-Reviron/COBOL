      *> Clients en compte du magasin - GCBClientsCompteFile (indexé
      *> sur NumClientCpt, séquence GCBClientCptSeqFile) : écoles,
      *> garages, mairie qui achètent au comptoir tout le mois et
      *> reçoivent une seule facture en fin de mois. Le plafond borne
      *> l'encours (ventes en compte non encore réglées, facturées ou
      *> non) ; le délai de paiement donne l'échéance des factures.
      *> Un client bloqué ("B", facture échue impayée) ne peut plus
      *> acheter en compte tant que l'arriéré n'est pas réglé.
      *> Entretenu par GCB_CLIENTS_COMPTE.
       01 ClientCompteRecord.
          05 NumClientCpt PIC 9(6).
          05 RaisonSocialeClientCpt PIC X(30).
          05 AdresseClientCpt PIC X(40).
          05 ContactClientCpt PIC X(30).
          05 PlafondCreditCpt PIC 9(7)V99.
          05 DelaiPaiementCpt PIC 9(3).
             *> Jours entre la date de facture et son échéance.
          05 EncoursClientCpt PIC 9(7)V99.
          05 StatutClientCpt PIC X(1).
             *> "A" actif, "B" bloqué pour retard de paiement,
             *> "S" suspendu à la main.
          05 NiveauRelanceCpt PIC 9(1).
             *> 0 à 3, remis à 0 quand plus rien n'est échu.
          05 DateRelanceCpt PIC 9(8).
          05 DateCreationClientCpt PIC 9(8).
