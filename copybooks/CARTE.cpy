      *> GCB_CARTE_CONTROLE avant tout retrait par carte dans GCB2.
      *> Une carte bloquée ou expirée est refusée même si le compte
      *> est parfaitement sain.
      *> Fichier INDEXE (GCBCartesFile.dat) sur NumCarte, avec la clé
      *> alternative NumeroCompteCarte (doublons admis) pour les
      *> cartes d'un compte ; l'ancien fichier ligne séquentielle est
      *> converti une fois par GCB_MIGRATION_CARTES.
       01 CarteRecord.
          05 NumCarte PIC 9(8).
          05 NumeroCompteCarte PIC 9(6).
