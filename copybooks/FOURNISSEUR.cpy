      *> Fichier des fournisseurs - GCBFournisseursFile (indexé sur
      *> CodeFournisseur). Le code est le nom court déjà porté par
      *> les commandes de la bibliothèque (FournisseurCommande) et
      *> saisi à chaque réception, de la librairie, du magasin ou de
      *> la cour. Les coordonnées bancaires servent au règlement des
      *> factures par GCBInterbancaireSortantFile ; le délai de
      *> paiement donne l'échéance d'une facture à partir de sa date.
      *> Entretenu par GCB_FOURNISSEURS.
       01 FournisseurRecord.
          05 CodeFournisseur PIC X(20).
          05 RaisonSocialeFournisseur PIC X(30).
          05 AdresseFournisseur PIC X(40).
          05 BanqueFournisseur PIC X(11).
          05 RefCompteFournisseur PIC X(23).
          05 DelaiPaiementFournisseur PIC 9(3).
             *> Jours entre la date de facture et son échéance.
          05 StatutFournisseur PIC X(1).
             *> "A" actif, "S" suspendu (ni facture ni règlement).
          05 DateCreationFournisseur PIC 9(8).
