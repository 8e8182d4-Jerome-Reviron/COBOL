      *> Sites du réseau de lecture publique - GCBSitesFile. Une ligne
      *> par bâtiment : code court porté par les exemplaires, les
      *> emprunts et les réservations, et libellé affiché au public.
      *> Semé au premier appel par GCB_SITE (bibliothèque centrale
      *> "CEN" et annexe du village "ANX") ; un code à blanc sur un
      *> enregistrement de l'ancien dessin se lit "CEN".
       01 SiteRecord.
          05 CodeSite PIC X(3).
          05 LibelleSite PIC X(30).
