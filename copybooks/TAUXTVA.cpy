      *> Table des taux de TVA datés par catégorie - GCBTauxTVAFile.
      *> Une ligne par (catégorie d'article, date d'effet) : le taux
      *> en pour cent. Entretenu par GCB_TAUX_TVA (avec journal
      *> d'audit) ; GCB_TVA_CATEGORIE retient pour une catégorie le
      *> taux dont la date d'effet est la plus récente sans dépasser
      *> la date de l'opération. La catégorie DEFAUT couvre les
      *> catégories sans taux propre et les ventes saisies au seul
      *> montant ; CLOTURES sert aux factures de chantier.
       01 TauxTVARecord.
          05 CategorieTVA PIC X(12).
          05 DateEffetTVA PIC 9(8).
          05 TauxTVA PIC 9(2)V99.
