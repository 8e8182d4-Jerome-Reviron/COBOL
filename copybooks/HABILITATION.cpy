      *> Matrice des habilitations - GCBHabilitationsFile. Une ligne
      *> par rôle d'opérateur (RoleOperateur de OPERATEUR.cpy) et par
      *> objet protégé : option d'un menu (clé de la ligne de menu,
      *> "MP-01", "MENU-06", "LIVRES-12", "BOUTIQUE-03"...) ou
      *> programme d'administration (son PROGRAM-ID). L'objet "*"
      *> donne le droit par défaut du rôle pour tout objet non cité.
      *> Contrôlée par GCB_HABILITATION, entretenue par
      *> GCB_HABILITATIONS (réservé aux administrateurs).
       01 HabilitationRecord.
          05 RoleHabilitation PIC X(1).
          05 ObjetHabilitation PIC X(24).
          05 DroitHabilitation PIC X(1).
             *> "O" = autorisé, "N" = refusé.
