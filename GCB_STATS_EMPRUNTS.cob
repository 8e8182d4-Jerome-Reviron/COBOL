      05 CategorieStat PIC X(1).
      05 NbEmpruntsCategorie PIC 9(4).

      *> Emprunts par site de prêt et retours par site de retour ;
      *> un site à blanc (ancien dessin) est la centrale "CEN". Les
      *> retours faits ailleurs qu'au site de prêt sont ceux que la
      *> navette ramène.
   01 WS-SiteCourant PIC X(3).
   01 WS-SiteRetourCourant PIC X(3).
   01 WS-NbSites PIC 9(2) VALUE 0.
   01 IdxSite PIC 9(2).
   01 TableSites OCCURS 10 TIMES.
      05 SiteStat PIC X(3).
      05 NbEmpruntsSite PIC 9(4).
      05 NbRetoursSite PIC 9(4).
   01 WS-NbRetoursAilleurs PIC 9(4) VALUE 0.

   01 WS-Bande1 PIC 9(3) VALUE 0.
   01 WS-Bande2a5 PIC 9(3) VALUE 0.
   01 WS-Bande6Plus PIC 9(3) VALUE 0.
         PERFORM AFFICHER-PALMARES
         PERFORM AFFICHER-GENRES
         PERFORM AFFICHER-CATEGORIES
         PERFORM AFFICHER-SITES
         PERFORM AFFICHER-DUREES
         PERFORM AFFICHER-BANDES-MEMBRES
      END-IF
   END-IF.
   PERFORM CUMULER-GENRE-EMPRUNT.
   PERFORM CUMULER-CATEGORIE-EMPRUNT.
   PERFORM CUMULER-SITES-EMPRUNT.
   PERFORM VARYING IdxMembre FROM 1 BY 1
       UNTIL IdxMembre > WS-NbMembres
       OR MembreStat(IdxMembre) = IdMembreEmprunt
      ADD 1 TO NbEmpruntsCategorie(IdxCategorie)
   END-IF.

CUMULER-SITES-EMPRUNT.
   MOVE SiteEmprunt TO WS-SiteCourant.
   IF WS-SiteCourant = SPACES
      MOVE "CEN" TO WS-SiteCourant
   END-IF.
   PERFORM CHERCHER-SITE-STAT.
   IF IdxSite <= WS-NbSites
      ADD 1 TO NbEmpruntsSite(IdxSite)
   END-IF.
   IF DateRetourEffective NOT = 0
      MOVE SiteRetour TO WS-SiteRetourCourant
      IF WS-SiteRetourCourant = SPACES
         MOVE "CEN" TO WS-SiteRetourCourant
      END-IF
      IF WS-SiteRetourCourant NOT = WS-SiteCourant
         ADD 1 TO WS-NbRetoursAilleurs
      END-IF
      MOVE WS-SiteRetourCourant TO WS-SiteCourant
      PERFORM CHERCHER-SITE-STAT
      IF IdxSite <= WS-NbSites
         ADD 1 TO NbRetoursSite(IdxSite)
      END-IF
   END-IF.

CHERCHER-SITE-STAT.
   PERFORM VARYING IdxSite FROM 1 BY 1
       UNTIL IdxSite > WS-NbSites
       OR SiteStat(IdxSite) = WS-SiteCourant
      CONTINUE
   END-PERFORM.
   IF IdxSite > WS-NbSites AND WS-NbSites < 10
      ADD 1 TO WS-NbSites
      MOVE WS-SiteCourant TO SiteStat(WS-NbSites)
      MOVE 0 TO NbEmpruntsSite(WS-NbSites)
      MOVE 0 TO NbRetoursSite(WS-NbSites)
      MOVE WS-NbSites TO IdxSite
   END-IF.

AFFICHER-PALMARES.
      *> Tri à bulles décroissant, comme TRIER-PAR-AUTEUR dans
      *> GestionInventaireLivres.
          NbEmpruntsCategorie(IdxCategorie) " emprunt(s)"
   END-PERFORM.

AFFICHER-SITES.
   DISPLAY "--- Emprunts et retours par site ---".
   PERFORM VARYING IdxSite FROM 1 BY 1
       UNTIL IdxSite > WS-NbSites
      DISPLAY "Site " SiteStat(IdxSite) " : "
          NbEmpruntsSite(IdxSite) " emprunt(s), "
          NbRetoursSite(IdxSite) " retour(s)"
   END-PERFORM.
   DISPLAY "Retours à un autre site que le site de prêt : "
       WS-NbRetoursAilleurs.

AFFICHER-DUREES.
   DISPLAY "--- Durées et retards ---".
   IF WS-NbRendus > 0
