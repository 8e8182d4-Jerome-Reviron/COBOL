      *> État du filtrage - GCBFiltrageEtatFile, un seul
      *> enregistrement. GCB_LISTES_SURV y note la date de la liste
      *> chargée et demande un refiltrage complet ; la clôture de
      *> journée (GCB_JOURNEE) passe alors GCB_FILTRAGE_LOT sur tous
      *> les clients et bénéficiaires, qui remet la demande à "N".
       01 FiltrageEtatRecord.
          05 DateListeEtat PIC 9(8).
          05 NbEntreesListeEtat PIC 9(6).
          05 RefiltragePendantEtat PIC X(1).
             *> "O" = liste changée depuis le dernier refiltrage.
          05 DateRefiltrageEtat PIC 9(8).
