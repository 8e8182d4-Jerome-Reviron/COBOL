             *> ordres de l'ancien dessin relisent un espace et sont
             *> migrés au passage suivant.
          05 PinOrdreHache PIC X(1).
             *> "S" = ordre suspendu (compte source ou destination
             *> en succession, GCB_SUCCESSIONS) : les deux exécuteurs
             *> le sautent sans le supprimer. Toute autre valeur, y
             *> compris l'espace relu sur l'ancien dessin = actif.
          05 StatutOrdre PIC X(1).
