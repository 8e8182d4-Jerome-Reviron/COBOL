        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleExemplaire
        ALTERNATE RECORD KEY IS CodeBarreExemplaire
            WITH DUPLICATES
        ASSIGN TO "GCBExemplairesFile.dat".
    SELECT GCBEmpruntsFile
        FILE STATUS IS WS-EMP-STATUS
   01 WS-NbMisDeCote PIC 9(3).
   01 WS-ProchainRetour PIC 9(8).

      *> Copies en rayon ventilées par site du réseau (site courant
      *> de la copie, son site d'attache ou la centrale à défaut).
   01 WS-SiteCopie PIC X(3).
   01 WS-NbSitesRayon PIC 9(2).
   01 IdxSiteRayon PIC 9(2).
   01 WS-SiteRayonTrouve PIC X(1).
   01 TableSitesRayon.
      05 SiteRayonEntree OCCURS 10 TIMES.
         10 CodeSiteRayon PIC X(3).
         10 NbRayonSite PIC 9(3).

      *> Site du terminal public et site de retrait choisi pour une
      *> réservation (GCB_SITE).
   01 WS-SitePoste PIC X(3) VALUE SPACES.
   01 WS-LibelleSitePoste PIC X(30).
   01 WS-SiteSaisi PIC X(3).
   01 WS-LibelleSiteSaisi PIC X(30).
   01 WS-SiteTrouve PIC X(1).

      *> Réservation depuis la ligne de résultat : mêmes règles que
      *> le guichet (limite de réservations de la catégorie servie
      *> par GCB_CATEGORIE_MEMBRE).
      *> réservation possible directement depuis le résultat.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_EXEMPLAIRES'.
   CALL 'GCB_SITE' USING WS-SitePoste WS-LibelleSitePoste
       WS-SiteTrouve.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== CATALOGUE PUBLIC - RECHERCHE ET "
   DISPLAY Titre OF LivreRecord " - " Auteur OF LivreRecord
       " (" AnneePublication ", " Genre OF LivreRecord ")".
   EVALUATE TRUE
      WHEN Genre OF LivreRecord = "NUMERIQUE"
         DISPLAY "   LIVRE NUMERIQUE : prêt au bureau sous licence "
             "(réservation possible)"
      WHEN WS-NbEnRayon > 0
         DISPLAY "   DISPONIBLE : " WS-NbEnRayon
             " copie(s) en rayon"
         PERFORM AFFICHER-RAYON-SITE VARYING IdxSiteRayon
             FROM 1 BY 1 UNTIL IdxSiteRayon > WS-NbSitesRayon
      WHEN WS-NbPretes > 0 AND WS-ProchainRetour NOT = 0
         DISPLAY "   TOUT PRETE : prochain retour prévu le "
             WS-ProchainRetour
             "possible)"
   END-EVALUATE.

AFFICHER-RAYON-SITE.
   CALL 'GCB_SITE' USING CodeSiteRayon(IdxSiteRayon)
       WS-LibelleSiteSaisi WS-SiteTrouve.
   IF WS-SiteTrouve NOT = "O"
      MOVE CodeSiteRayon(IdxSiteRayon) TO WS-LibelleSiteSaisi
   END-IF.
   DISPLAY "      " NbRayonSite(IdxSiteRayon) " en rayon - "
       FUNCTION TRIM(WS-LibelleSiteSaisi).

CALCULER-DISPONIBILITE.
   MOVE 0 TO WS-NbEnRayon.
   MOVE 0 TO WS-NbSitesRayon.
   MOVE 0 TO WS-NbPretes.
   MOVE 0 TO WS-NbMisDeCote.
   MOVE 0 TO WS-ProchainRetour.
                  MOVE "Y" TO WS-EOF-EXE
               ELSE
                  EVALUATE StatutExemplaire
                     WHEN "R"
                        ADD 1 TO WS-NbEnRayon
                        PERFORM COMPTER-RAYON-SITE
                     WHEN "P" ADD 1 TO WS-NbPretes
                     WHEN "H" ADD 1 TO WS-NbMisDeCote
                     WHEN OTHER CONTINUE
      END-PERFORM
   END-IF.

COMPTER-RAYON-SITE.
   MOVE SiteCourantExemplaire TO WS-SiteCopie.
   IF WS-SiteCopie = SPACES
      MOVE SiteAttacheExemplaire TO WS-SiteCopie
   END-IF.
   IF WS-SiteCopie = SPACES
      MOVE "CEN" TO WS-SiteCopie
   END-IF.
   MOVE "N" TO WS-SiteRayonTrouve.
   PERFORM VARYING IdxSiteRayon FROM 1 BY 1
       UNTIL IdxSiteRayon > WS-NbSitesRayon
       OR WS-SiteRayonTrouve = "O"
      IF CodeSiteRayon(IdxSiteRayon) = WS-SiteCopie
         MOVE "O" TO WS-SiteRayonTrouve
         ADD 1 TO NbRayonSite(IdxSiteRayon)
      END-IF
   END-PERFORM.
   IF WS-SiteRayonTrouve = "N" AND WS-NbSitesRayon < 10
      ADD 1 TO WS-NbSitesRayon
      MOVE WS-SiteCopie TO CodeSiteRayon(WS-NbSitesRayon)
      MOVE 1 TO NbRayonSite(WS-NbSitesRayon)
   END-IF.

RESERVER-DEPUIS-RESULTAT.
   DISPLAY "Titre à réserver (tel qu'affiché) : ".
   ACCEPT WS-TitreReservation.
            DISPLAY "Réservation refusée : maximum de "
                WS-MaxReservationsLues " pour votre catégorie."
         ELSE
            PERFORM CHOISIR-SITE-RETRAIT
            PERFORM ECRIRE-RESERVATION
         END-IF
      END-IF
         NOT AT END
            IF IdMembreReservation = WS-IdMembreSaisi
               AND (StatutReservation = "A"
                    OR StatutReservation = "H"
                    OR StatutReservation = "T")
               ADD 1 TO WS-NbResasMembre
            END-IF
      END-READ
      CLOSE GCBReservationsFile
   END-IF.

CHOISIR-SITE-RETRAIT.
      *> Retrait au site du terminal par défaut ; la navette amène
      *> la copie au site choisi.
   DISPLAY "Site de retrait (vide = " WS-SitePoste ") : ".
   ACCEPT WS-SiteSaisi.
   IF WS-SiteSaisi = SPACES
      MOVE WS-SitePoste TO WS-SiteSaisi
   END-IF.
   CALL 'GCB_SITE' USING WS-SiteSaisi WS-LibelleSiteSaisi
       WS-SiteTrouve.
   IF WS-SiteTrouve NOT = "O"
      DISPLAY "Site inconnu : retrait au site du terminal."
      MOVE WS-SitePoste TO WS-SiteSaisi
   END-IF.

ECRIRE-RESERVATION.
      *> Même mécanique que RESERVER-TITRE au guichet : séquence
      *> monotone puis ligne "A" en attente.
      ACCEPT DatePlaceeReservation FROM DATE YYYYMMDD
      MOVE "A" TO StatutReservation
      MOVE 0 TO DateLimiteRetrait
      MOVE WS-SiteSaisi TO SiteRetraitReservation
      WRITE ReservationRecord
      CLOSE GCBReservationsFile
      DISPLAY "Réservation " WS-NouvelleSeqResa " enregistrée."
