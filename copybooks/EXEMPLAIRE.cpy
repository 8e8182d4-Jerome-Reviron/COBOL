      *> CleExemplaire (titre, numéro de copie), comme le catalogue :
      *> plus de table bornée chargée au démarrage ni de réécriture
      *> en bloc qui écrasait les mises à jour d'un autre poste.
      *> L'ancien fichier ligne séquentielle, comme un fichier indexé
      *> d'avant le code-barre et les sites, est converti une fois
      *> par GCB_MIGRATION_EXEMPLAIRES, appelée au démarrage de
      *> chaque programme qui ouvre le fichier.
       01 ExemplaireRecord.
          05 CleExemplaire.
             10 TitreExemplaire PIC X(30).
             *> (réservation), "D" = perdu, "E" = en réparation,
             *> "S" = sorti du fonds (désherbage visé superviseur,
             *> tracé au registre GCBDesherbageFile avec sa
             *> destination et le produit de cession éventuel),
             *> "B" = chez le relieur (lot de GCBReliuresFile, rentré
             *> par GCB_RELIURE), "T" = en transit par la navette vers
             *> SiteDestinationExemplaire (retour à son site
             *> d'attache ou réservation à retirer ailleurs), rangé
             *> à la réception au site d'arrivée.
             *> Code-barre de l'étiquette collée sur la copie, clé
             *> secondaire du fichier : "3" suivi d'un numéro d'ordre
             *> sur neuf chiffres (GCBCodeBarreSeqFile), attribué et
             *> imprimé par GCB_ETIQUETTES. 0 = copie pas encore
             *> étiquetée (copie de l'ancien dessin ou entrée depuis le
             *> dernier passage du lot) - d'où les doublons admis sur
             *> la clé. Les cartes de membre portent "2" suivi de
             *> IdMembre : GCB_CODE_BARRE reconnaît l'un et l'autre.
          05 CodeBarreExemplaire PIC 9(10).
             *> Sites (GCBSitesFile, servis par GCB_SITE) : site
             *> d'attache de la copie, site où elle se trouve (où elle
             *> a été rendue, où elle attend en rayon ou mise de
             *> côté), et destination de la navette tant qu'elle est
             *> en transit. A blanc sur une copie de l'ancien dessin :
             *> attachée à la centrale "CEN" et présente à son site
             *> d'attache.
          05 SiteAttacheExemplaire PIC X(3).
          05 SiteCourantExemplaire PIC X(3).
          05 SiteDestinationExemplaire PIC X(3).
