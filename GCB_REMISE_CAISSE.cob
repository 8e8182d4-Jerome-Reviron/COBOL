        FILE STATUS IS WS-CARTE-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomRemiseCarte.
    SELECT GCBEncaissementsBiblioFile
        FILE STATUS IS WS-ENCB-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBEncaissementsBiblioFile.txt".
    SELECT GCBCompteBibliothequeFile
        FILE STATUS IS WS-CPTBIB-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCompteBibliothequeFile.txt".

DATA DIVISION.
FILE SECTION.
      *> la boutique, séparément des espèces.
   01 LigneRemiseCarte PIC X(60).

   FD GCBEncaissementsBiblioFile.
   COPY ENCBIBLIO.

   FD GCBCompteBibliothequeFile.
   01 CompteBibliothequeRecord PIC 9(6).

WORKING-STORAGE SECTION.
   01 WS-JOURNAL-STATUS PIC 99.
   01 WS-REMISE-STATUS PIC 99.
   01 WS-TotalCarteJour PIC 9(7)V99 VALUE 0.
   01 WS-TotalPointsJour PIC 9(7)V99 VALUE 0.
   01 WS-TotalCadeauJour PIC 9(7)V99 VALUE 0.
   01 WS-TotalAcompteJour PIC 9(7)V99 VALUE 0.
   01 WS-TotalCompteJour PIC 9(7)V99 VALUE 0.
   01 WS-TotalEspecesJour PIC S9(7)V99 VALUE 0.
   01 WS-NbCartesJour PIC 9(4) VALUE 0.
   01 WS-NomRemiseCarte PIC X(44).
   01 WS-NomCotitulaire PIC X(30).
   01 WS-Beneficiaire PIC X(30).

      *> Amendes et adhésions encaissées au comptoir pour la
      *> bibliothèque : déposées sur son compte (configuré dans
      *> GCBCompteBibliothequeFile), jamais sur celui de la boutique.
      *> Leurs paiements carte partent dans la même télécollecte.
   01 WS-ENCB-STATUS PIC 99.
   01 WS-CPTBIB-STATUS PIC 99.
   01 WS-EOF-ENCB PIC X VALUE "N".
   01 WS-CompteBibliotheque PIC 9(6) VALUE 0.
   01 WS-NbBiblioJour PIC 9(4) VALUE 0.
   01 WS-NbCartesBiblioJour PIC 9(4) VALUE 0.
   01 WS-EspecesBiblioJour PIC 9(7)V99 VALUE 0.
   01 WS-CarteBiblioJour PIC 9(7)V99 VALUE 0.
   01 WS-RecetteARemettre PIC X(1) VALUE "N".
   01 WS-NbCartesTelecollecte PIC 9(4) VALUE 0.
   01 WS-TotalTelecollecte PIC 9(7)V99 VALUE 0.

      *> Remise en banque automatique de la recette du jour : les
      *> MontantFinalJournal de ReductionsFile sont totalisés pour la
      *> date de la journée comptable et postés en un seul dépôt
      *> REMISE sur le compte de la boutique (configuré dans
      *> GCBCompteBoutiqueFile). Une journée déjà balayée est refusée
      *> grâce au verrou GCBRemisesFile. Les amendes et adhésions
      *> encaissées au comptoir pour la bibliothèque, hors journal
      *> des ventes, sont déposées le même jour sur le compte de la
      *> bibliothèque.

PROCEDURE DIVISION.
   DISPLAY "==============================================".
   ELSE
      PERFORM LIRE-COMPTE-BOUTIQUE
      PERFORM TOTALISER-VENTES-DU-JOUR
      PERFORM TOTALISER-ENCAISSEMENTS-BIBLIO
      MOVE "N" TO WS-RecetteARemettre
      IF WS-NbVentes = 0
         DISPLAY "Aucune vente au journal pour le " WS-DateCherchee
             ". Pas de recette du magasin à remettre."
      ELSE
      IF WS-TotalJour NOT > 0
         MOVE WS-TotalJour TO WS-TotalAffichage
             "les ventes, aucune remise en banque. À régulariser "
             "à la main."
      ELSE
         MOVE "O" TO WS-RecetteARemettre
         PERFORM TOTALISER-REGLEMENTS-CARTE
      END-IF
      END-IF
      IF WS-RecetteARemettre = "O" OR WS-NbBiblioJour > 0
         PERFORM ECRIRE-TELECOLLECTE-CARTE
         IF WS-RecetteARemettre = "O"
            PERFORM POSTER-DEPOT-RECETTE
            MOVE WS-TotalJour TO WS-TotalAffichage
            DISPLAY WS-NbVentes " vente(s) remises, total net "
                WS-TotalAffichage " (espèces + carte) sur le compte "
                WS-CompteBoutique "."
         END-IF
         IF WS-NbBiblioJour > 0
            PERFORM VIRER-ENCAISSEMENTS-BIBLIO
         END-IF
         PERFORM ENREGISTRER-REMISE
      END-IF
   END-IF.
   STOP RUN.
   MOVE 0 TO WS-TotalCarteJour.
   MOVE 0 TO WS-TotalPointsJour.
   MOVE 0 TO WS-TotalCadeauJour.
   MOVE 0 TO WS-TotalAcompteJour.
   MOVE 0 TO WS-TotalCompteJour.
   MOVE 0 TO WS-NbCartesJour.
   MOVE "N" TO WS-EOF-REGV.
   OPEN INPUT GCBReglementsVenteFile.
               IF TypeReglement = "CADEAU"
                  ADD MontantReglement TO WS-TotalCadeauJour
               END-IF
               IF TypeReglement = "ACOMPT"
                  ADD MontantReglement TO WS-TotalAcompteJour
               END-IF
               IF TypeReglement = "COMPTE"
                  ADD MontantReglement TO WS-TotalCompteJour
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   END-IF.
      *> Ni les points ni les tirages de cartes cadeaux ne sont de
      *> l'argent dans le tiroir (la carte a été encaissée le jour
      *> de sa vente), pas plus que l'acompte d'une commande
      *> spéciale déduit au retrait (encaissé à la commande) ni la
      *> part en compte d'un client professionnel (réglée sur
      *> facture) : seules les espèces restantes partent en dépôt
      *> REMISE.
   COMPUTE WS-TotalEspecesJour = WS-TotalJour
       - WS-TotalCarteJour - WS-TotalPointsJour
       - WS-TotalCadeauJour - WS-TotalAcompteJour
       - WS-TotalCompteJour.

TOTALISER-ENCAISSEMENTS-BIBLIO.
   MOVE 0 TO WS-NbBiblioJour.
   MOVE 0 TO WS-NbCartesBiblioJour.
   MOVE 0 TO WS-EspecesBiblioJour.
   MOVE 0 TO WS-CarteBiblioJour.
   MOVE "N" TO WS-EOF-ENCB.
   OPEN INPUT GCBEncaissementsBiblioFile.
   IF WS-ENCB-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-ENCB
   END-IF.
   PERFORM UNTIL WS-EOF-ENCB = "Y"
      READ GCBEncaissementsBiblioFile
         AT END MOVE "Y" TO WS-EOF-ENCB
         NOT AT END
            IF DateHeureEncBiblio(1:10) = WS-DateCherchee
               ADD 1 TO WS-NbBiblioJour
               IF ModeEncBiblio = "CARTE"
                  ADD 1 TO WS-NbCartesBiblioJour
                  ADD MontantEncBiblio TO WS-CarteBiblioJour
               ELSE
                  ADD MontantEncBiblio TO WS-EspecesBiblioJour
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-ENCB-STATUS NOT = "35"
      CLOSE GCBEncaissementsBiblioFile
   END-IF.

ECRIRE-TELECOLLECTE-CARTE.
      *> Les cartes de la boutique n'y figurent que si sa recette
      *> part en banque ; celles de la bibliothèque toujours.
   MOVE WS-NbCartesBiblioJour TO WS-NbCartesTelecollecte.
   MOVE WS-CarteBiblioJour TO WS-TotalTelecollecte.
   IF WS-RecetteARemettre = "O"
      ADD WS-NbCartesJour TO WS-NbCartesTelecollecte
      ADD WS-TotalCarteJour TO WS-TotalTelecollecte
   END-IF.
   IF WS-NbCartesTelecollecte = 0
      DISPLAY "Aucun règlement carte sur la journée : pas de "
          "fichier de télécollecte."
   ELSE
          DELIMITED BY SIZE INTO WS-NomRemiseCarte
      OPEN OUTPUT GCBRemiseCarteFile
      MOVE "N" TO WS-EOF-REGV
      IF WS-RecetteARemettre = "O"
         OPEN INPUT GCBReglementsVenteFile
         IF WS-REGV-STATUS NOT = "00"
            MOVE "Y" TO WS-EOF-REGV
         END-IF
      ELSE
         MOVE "Y" TO WS-EOF-REGV
      END-IF
      PERFORM UNTIL WS-EOF-REGV = "Y"
               END-IF
         END-READ
      END-PERFORM
      IF WS-RecetteARemettre = "O" AND WS-REGV-STATUS NOT = "35"
         CLOSE GCBReglementsVenteFile
      END-IF
      PERFORM ECRIRE-CARTES-BIBLIO
      MOVE SPACES TO WS-LigneCarteTravail
      STRING "TOTAL " WS-NbCartesTelecollecte " reglement(s) carte "
          WS-TotalTelecollecte
          DELIMITED BY SIZE INTO WS-LigneCarteTravail
      MOVE WS-LigneCarteTravail TO LigneRemiseCarte
      WRITE LigneRemiseCarte
          FUNCTION TRIM(WS-NomRemiseCarte) "."
   END-IF.

ECRIRE-CARTES-BIBLIO.
   MOVE "N" TO WS-EOF-ENCB.
   OPEN INPUT GCBEncaissementsBiblioFile.
   IF WS-ENCB-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-ENCB
   END-IF.
   PERFORM UNTIL WS-EOF-ENCB = "Y"
      READ GCBEncaissementsBiblioFile
         AT END MOVE "Y" TO WS-EOF-ENCB
         NOT AT END
            IF DateHeureEncBiblio(1:10) = WS-DateCherchee
               AND ModeEncBiblio = "CARTE"
               MOVE SPACES TO WS-LigneCarteTravail
               STRING "CB biblio " IdMembreEncBiblio " "
                   MontantEncBiblio " " DateHeureEncBiblio
                   DELIMITED BY SIZE INTO WS-LigneCarteTravail
               MOVE WS-LigneCarteTravail TO LigneRemiseCarte
               WRITE LigneRemiseCarte
            END-IF
      END-READ
   END-PERFORM.
   IF WS-ENCB-STATUS NOT = "35"
      CLOSE GCBEncaissementsBiblioFile
   END-IF.

LIRE-COMPTE-BIBLIOTHEQUE.
      *> Même configuration au premier passage que le compte de la
      *> boutique.
   MOVE 0 TO WS-CompteBibliotheque.
   OPEN INPUT GCBCompteBibliothequeFile.
   IF WS-CPTBIB-STATUS = "00"
      READ GCBCompteBibliothequeFile
         AT END CONTINUE
         NOT AT END
            MOVE CompteBibliothequeRecord TO WS-CompteBibliotheque
      END-READ
      CLOSE GCBCompteBibliothequeFile
   END-IF.
   IF WS-CompteBibliotheque = 0
      DISPLAY "Compte de la bibliothèque non configuré. Numéro du "
          "compte qui reçoit ses amendes et adhésions : "
      ACCEPT WS-CompteBibliotheque
      MOVE WS-CompteBibliotheque TO CompteBibliothequeRecord
      OPEN OUTPUT GCBCompteBibliothequeFile
      WRITE CompteBibliothequeRecord
      CLOSE GCBCompteBibliothequeFile
   END-IF.

VIRER-ENCAISSEMENTS-BIBLIO.
      *> Espèces du tiroir et part carte de la télécollecte déposées
      *> sur le compte de la bibliothèque, comme la recette de la
      *> boutique sur le sien.
   PERFORM LIRE-COMPTE-BIBLIOTHEQUE.
   MOVE 0 TO WS-SoldeCompte.
   CALL 'GCB_LECTURE' USING WS-CompteBibliotheque WS-SoldeCompte
       WS-StatutCompte WS-PinCompte WS-DeviseCompte WS-NomTitulaire
       WS-CompteJoint WS-NomCotitulaire WS-Beneficiaire.
   IF WS-EspecesBiblioJour > 0
      MOVE WS-EspecesBiblioJour TO WS-MontantDepot
      COMPUTE WS-SoldeCompte = WS-SoldeCompte + WS-MontantDepot
      CALL 'GCB_WRITE' USING WS-CompteBibliotheque ActionRemise
          WS-MontantDepot WS-SoldeCompte WS-PinCompte
          WS-DeviseCompte WS-NomTitulaire WS-CompteJoint
          WS-NomCotitulaire WS-Beneficiaire WS-StatutCompte
   END-IF.
   IF WS-CarteBiblioJour > 0
      MOVE WS-CarteBiblioJour TO WS-MontantDepot
      COMPUTE WS-SoldeCompte = WS-SoldeCompte + WS-MontantDepot
      CALL 'GCB_WRITE' USING WS-CompteBibliotheque ActionRemiseCarte
          WS-MontantDepot WS-SoldeCompte WS-PinCompte
          WS-DeviseCompte WS-NomTitulaire WS-CompteJoint
          WS-NomCotitulaire WS-Beneficiaire WS-StatutCompte
   END-IF.
   COMPUTE WS-TotalAffichage = WS-EspecesBiblioJour
       + WS-CarteBiblioJour.
   DISPLAY WS-NbBiblioJour " encaissement(s) pour la bibliothèque, "
       "total " WS-TotalAffichage " sur le compte "
       WS-CompteBibliotheque ".".

POSTER-DEPOT-RECETTE.
   MOVE 0 TO WS-SoldeCompte.
   CALL 'GCB_LECTURE' USING WS-CompteBoutique WS-SoldeCompte
   ELSE
      MOVE WS-DateCherchee TO DateRemise
      MOVE WS-NbVentes TO NbVentesRemise
      IF WS-RecetteARemettre = "O"
         MOVE WS-TotalJour TO TotalRemise
      ELSE
         MOVE 0 TO TotalRemise
      END-IF
      MOVE FUNCTION CURRENT-DATE TO WS-DateHeureSys
      STRING WS-DateSys(1:4) "-" WS-DateSys(5:2) "-" WS-DateSys(7:2)
          " " WS-HeureSys(1:2) ":" WS-HeureSys(3:2) ":"
