          05 SoldeAmendes PIC S9(5)V99 VALUE 0.
             *> Catégorie du membre (copybooks/CATEGMEMBRE.cpy dans
             *> GCBCategoriesMembresFile) : "E" enfant, "A" adulte,
             *> "S" senior, "P" personnel, "I" institution. Les
             *> règles de prêt (nombre d'emprunts, durée, taux
             *> d'amende, réservations) sont servies par
             *> GCB_CATEGORIE_MEMBRE. Ajouté en fin
             *> d'enregistrement : un membre de l'ancien dessin relit
             *> un espace et se lit comme un adulte.
          05 CategorieMembre PIC X(1) VALUE "A".
             *> 0 = jamais posé : le libre-service est fermé au
             *> membre tant que le bureau ne lui a pas posé un PIN.
          05 PinMembre PIC 9(4) VALUE 0.
             *> Adresse postale du membre, pour le courrier déposé dans
             *> GCBCourrierFile (relances, renouvellements). Ajoutée en
             *> fin d'enregistrement : un membre de l'ancien dessin
             *> relit des espaces et son courrier retombe sur
             *> ContactMembre ; corrigée depuis GCB_COURRIERS après un
             *> retour "N'habite pas à l'adresse indiquée".
          05 AdresseMembre PIC X(40) VALUE SPACES.
             *> Membre adulte responsable d'une institution (catégorie
             *> "I" : école, centre de loisirs...), nommé sur chaque
             *> prêt de groupe GCB_PRETS_GROUPES. Les prêts, amendes
             *> et pertes restent au compte de l'institution, dont
             *> ContactMembre et AdresseMembre reçoivent les relances.
             *> Zéro pour les autres catégories et l'ancien dessin.
          05 IdResponsableMembre PIC 9(6) VALUE 0.
