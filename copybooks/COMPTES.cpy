             *> (déblocage par un superviseur via GCB_DEBLOCAGE),
             *> "D" = compte dormant, marqué par le batch GCB_DORMANCE
             *> faute de mouvement récent ; GCB2 refuse toute
             *> transaction jusqu'à réactivation superviseur,
             *> "S" = compte en succession (titulaire décédé), gelé
             *> par GCB_SUCCESSIONS jusqu'à la fermeture du dossier.
          05 PinCompteFile PIC 9(4) VALUE 0.
          05 DeviseCompteFile PIC X(3) VALUE "EUR".
          05 NomTitulaireFile PIC X(30) VALUE SPACES.
