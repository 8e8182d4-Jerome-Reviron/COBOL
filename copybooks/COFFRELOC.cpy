      *> Coffres-forts loués à la clientèle - GCBCoffresLocationFile.
      *> Une ligne par coffre du mur de l'agence (à ne pas confondre
      *> avec le coffre des espèces de GCB_COFFRE). Entretenu dans
      *> GCB_COFFRES_LOCATION.
       01 CoffreLocationRecord.
          05 NumCoffreLoc PIC 9(4).
          05 TailleCoffreLoc PIC X(1).
             *> "P" petit, "M" moyen, "G" grand.
          05 AgenceCoffreLoc PIC X(3).
          05 StatutCoffreLoc PIC X(1).
             *> "L" libre, "O" occupé (location en cours ou coffre
             *> pas encore vidé après résiliation).
