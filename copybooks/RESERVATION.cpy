          05 DatePlaceeReservation PIC 9(8).
          05 StatutReservation PIC X(1).
             *> "A" = en attente, "H" = copie mise de côté,
             *> "X" = servie (emprunt réalisé), "E" = expirée,
             *> "T" = copie attribuée, en route par la navette vers
             *> le site de retrait (mise de côté à sa réception).
          05 DateLimiteRetrait PIC 9(8).
             *> Renseignée quand la copie est mise de côté.
          05 SiteRetraitReservation PIC X(3).
             *> Site où le membre retire sa copie (GCB_SITE), choisi
             *> en réservant ; à blanc sur l'ancien dessin = "CEN".
