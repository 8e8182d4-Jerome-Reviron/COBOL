      *> Autorisations de paiement par carte chez les commerçants -
      *> GCBAutorisationsCBFile. Une ligne par achat autorisé par
      *> GCB_CB : tant qu'elle est active ("A") et non échue, son
      *> montant est retenu sur le compte comme un blocage de fonds
      *> (GCB_BLOCAGE l'ajoute au total des blocages, donc au
      *> plancher de retrait et de virement). La compensation
      *> quotidienne du réseau carte la rapproche sur son numéro et
      *> la remplace par un mouvement ACHAT-CB du montant compensé ;
      *> une autorisation jamais compensée tombe à son échéance
      *> (DELAI-AUTOR-CB jours, GCBParametresFile).
       01 AutorisationCBRecord.
          05 NumAutorisationCB PIC 9(6).
          05 NumCarteAutorisation PIC 9(8).
          05 NumeroCompteAutorisation PIC 9(6).
          05 CommercantAutorisation PIC X(20).
          05 MontantAutorise PIC 9(5)V99.
          05 DateAutorisation PIC 9(8).
          05 DateExpirationAutorisation PIC 9(8).
          05 StatutAutorisation PIC X(1).
             *> "A" = active (fonds retenus), "C" = compensée,
             *> "X" = expirée sans compensation.
          05 MontantCompenseAutorisation PIC 9(5)V99.
          05 DateSortieAutorisation PIC 9(8).
             *> Date de compensation ou d'expiration ; 0 tant que
             *> l'autorisation est active.
