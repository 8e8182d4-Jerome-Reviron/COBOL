          05 CanalEmprunt PIC X(1) VALUE "G".
             *> Canal de la sortie : "G" = guichet
             *> (GestionInventaireLivres), "S" = borne libre-service
             *> (GCB_MEMBRE), "N" = pret numerique sous licence
             *> (GCB_PRETS_NUMERIQUES, sans copie, rendu
             *> automatiquement a echeance). Ajoute en fin d'enregistrement, les
             *> emprunts de l'ancien dessin relisent un espace et se
             *> lisent comme des sorties guichet.
          05 SiteEmprunt PIC X(3) VALUE SPACES.
          05 SiteRetour PIC X(3) VALUE SPACES.
             *> Site de la sortie et site du retour (GCB_SITE) : un
             *> membre peut rendre à un autre site que celui de
             *> l'emprunt. A blanc sur l'ancien dessin = centrale
             *> "CEN" ; SiteRetour reste à blanc tant que le livre
             *> n'est pas rendu.
          05 NumPretGroupeEmprunt PIC 9(6) VALUE 0.
             *> Lot de prêt de groupe (copybooks/PRETGROUPE.cpy dans
             *> GCBPretsGroupesFile) auquel appartient cette copie ;
             *> zéro pour un emprunt individuel et l'ancien dessin.
