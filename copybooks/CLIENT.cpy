          05 DateExpirationDocument PIC 9(8) VALUE 0.
          05 NiveauRisqueClient PIC X(1) VALUE "M".
          05 DateRevueClient PIC 9(8) VALUE 0.
             *> Dossier de succession ouvert au décès du client par
             *> GCB_SUCCESSIONS : date du décès (arrêté du certificat
             *> de soldes remis au notaire), notaire chargé de la
             *> succession et état du dossier - "O" = ouvert, tous les
             *> comptes en statut "S" et les produits gelés ; "C" =
             *> clos, avoirs versés aux héritiers et comptes clôturés.
             *> Espace/zéro, y compris sur l'ancien dessin = pas de
             *> succession.
          05 DateDecesClient PIC 9(8) VALUE 0.
          05 NotaireSuccessionClient PIC X(30) VALUE SPACES.
          05 StatutSuccessionClient PIC X(1) VALUE SPACE.
             *> Date de naissance (AAAAMMJJ) saisie à la création, pour
             *> départager les homonymes au filtrage des listes de
             *> surveillance (GCB_FILTRAGE). Zéro = inconnue, y compris
             *> sur l'ancien dessin : le nom seul décide alors.
          05 DateNaissanceClient PIC 9(8) VALUE 0.
             *> Régime du mineur : "M" = client mineur sous le contrôle
             *> de son représentant légal (NumTuteurClient, un autre
             *> client du référentiel). GCB2 applique alors à ses
             *> comptes un plafond de retrait réduit, aucun découvert
             *> et la co-autorisation du représentant légal pour tout
             *> virement externe (voir GCB_MINEUR). Levé à la majorité
             *> par GCB_MAJORITE. Espace/zéro, y compris sur l'ancien
             *> dessin = client majeur, sans représentant légal.
          05 NumTuteurClient PIC 9(6) VALUE 0.
          05 RegimeMineurClient PIC X(1) VALUE SPACE.
