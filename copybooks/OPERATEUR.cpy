          05 NomOperateur PIC X(30).
          05 CodeOperateurHache PIC 9(4).
          05 RoleOperateur PIC X(1).
             *> "G" = guichetier, "S" = superviseur, "A" =
             *> administrateur. Le rôle est la ligne de la matrice
             *> des habilitations (HABILITATION.cpy) appliquée à
             *> l'opérateur.
          05 StatutOperateur PIC X(1).
             *> "A" = actif, "R" = révoqué.
             *> Dossier client personnel de l'opérateur dans
             *> GCBClientsFile (0 = non client de la banque), déclaré
             *> dans GCB_OPERATEURS : sert à repérer dans le journal des
             *> consultations (GCB_CONSULTATIONS) la consultation de ses
             *> propres comptes ou de ceux de son foyer. Ajouté en fin
             *> d'enregistrement, l'ancien dessin relit des espaces.
          05 NumClientOperateur PIC 9(6) VALUE 0.
