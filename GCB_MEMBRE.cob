        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleExemplaire
        ALTERNATE RECORD KEY IS CodeBarreExemplaire
            WITH DUPLICATES
        ASSIGN TO "GCBExemplairesFile.dat".
    SELECT GCBReservationsFile
        FILE STATUS IS WS-RESA-STATUS
   01 WS-EntierRetourPrevu PIC 9(8).
   01 WS-NbCopiesRayon PIC 9(3).
   01 WS-EmpruntTrouve PIC X.
   01 WS-StatutCopieChoisie PIC X(1).

      *> Carte de membre et étiquettes des copies passées au lecteur
      *> de la borne, décodées par GCB_CODE_BARRE ; le numéro de
      *> membre et le titre restent acceptés au clavier.
   01 WS-SaisieNumero PIC 9(10).
   01 WS-SaisieCopie PIC X(30).
   01 WS-CodeBarreSaisi PIC 9(10).
   01 WS-TypeCodeLu PIC X(1).
   01 WS-IdMembreCode PIC 9(6).
   01 WS-TitreCode PIC X(30).
   01 WS-NumExempCode PIC 9(3).
   01 WS-StatutExempCode PIC X(1).
   01 WS-NumExempScanne PIC 9(3) VALUE 0.
   01 WS-SaisieCopieValide PIC X(1).

      *> Site de la borne (GCB_SITE, d'après GCBSitePosteFile) : on
      *> n'y emprunte que les copies présentes à ce site, et un livre
      *> d'un autre site rendu ici repart par la navette.
   01 WS-SitePoste PIC X(3) VALUE SPACES.
   01 WS-LibelleSitePoste PIC X(30).
   01 WS-SiteTrouve PIC X(1).
   01 WS-SiteCopie PIC X(3).
   01 WS-SiteAttacheCopie PIC X(3).

      *> Borne libre-service des membres : après authentification
      *> par PIN (condensat, trois essais), le membre consulte ses
      *> dans CanalEmprunt, jamais "G".

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_EXEMPLAIRES'.
   DISPLAY "==============================================".
   DISPLAY "BORNE LIBRE-SERVICE DES MEMBRES".
   DISPLAY "==============================================".
   CALL 'GCB_SITE' USING WS-SitePoste WS-LibelleSitePoste
       WS-SiteTrouve.
   DISPLAY FUNCTION TRIM(WS-LibelleSitePoste).
   DISPLAY "Scannez votre carte (ou tapez votre numéro de membre) : ".
   ACCEPT WS-SaisieNumero.
   CALL 'GCB_CODE_BARRE' USING WS-SaisieNumero WS-TypeCodeLu
       WS-IdMembreCode WS-TitreCode WS-NumExempCode
       WS-StatutExempCode.
   IF WS-TypeCodeLu = "M"
      MOVE WS-IdMembreCode TO WS-IdMembreSaisi
   ELSE
      MOVE 0 TO WS-IdMembreSaisi
   END-IF.
   OPEN I-O GCBMembresFile.
   IF WS-MBR-STATUS NOT = "00"
      DISPLAY "Fichier des membres indisponible (statut "
         DISPLAY "Maximum de " WS-MaxEmpruntsLu
             " emprunt(s) atteint pour votre catégorie."
      ELSE
         DISPLAY "Scannez le livre (ou tapez son titre) : "
         ACCEPT WS-SaisieCopie
         PERFORM RESOUDRE-SAISIE-COPIE
         IF WS-SaisieCopieValide = "N"
            MOVE "N" TO WS-CopieTrouvee
         ELSE
            PERFORM TROUVER-COPIE-DISPONIBLE
         END-IF
         IF WS-SaisieCopieValide = "N"
            DISPLAY "Etiquette non reconnue : adressez-vous au "
                "bureau."
         ELSE
         IF WS-CopieTrouvee = "N"
            DISPLAY "Aucune copie disponible pour vous (ni en "
                "rayon ni mise de côté à votre nom). Réservez "
            PERFORM ENREGISTRER-EMPRUNT-BORNE
            PERFORM RECALCULER-COPIES-TITRE
         END-IF
         END-IF
      END-IF
   END-IF
   END-IF.
            IF TitreExemplaire NOT = WS-TitreSaisi
               MOVE "Y" TO WS-EOF-EXE
            ELSE
               PERFORM LIRE-SITES-COPIE
               IF StatutExemplaire = "H"
                  AND WS-MiseDeCoteMembre = "O"
                  AND WS-CopieTrouvee = "N"
                  AND WS-SiteCopie = WS-SitePoste
                  AND (WS-NumExempScanne = 0
                       OR NumExemplaire = WS-NumExempScanne)
                  MOVE "O" TO WS-CopieTrouvee
                  MOVE NumExemplaire TO WS-NumExemplaireChoisi
                  MOVE StatutExemplaire TO WS-StatutCopieChoisie
               END-IF
               IF StatutExemplaire = "R"
                  AND WS-CopieTrouvee = "N"
                  AND WS-ReservationAttente = "N"
                  AND ((WS-NumExempScanne = 0
                        AND WS-SiteCopie = WS-SitePoste)
                       OR NumExemplaire = WS-NumExempScanne)
                  MOVE "O" TO WS-CopieTrouvee
                  MOVE NumExemplaire TO WS-NumExemplaireChoisi
                  MOVE StatutExemplaire TO WS-StatutCopieChoisie
               END-IF
            END-IF
      END-READ
            IF TitreReservation = WS-TitreSaisi
               IF StatutReservation = "H"
                  AND IdMembreReservation = WS-IdMembreSaisi
                  AND (SiteRetraitReservation = WS-SitePoste
                       OR (SiteRetraitReservation = SPACES
                           AND WS-SitePoste = "CEN"))
                  MOVE "O" TO WS-MiseDeCoteMembre
               END-IF
               IF StatutReservation = "A"
         INVALID KEY CONTINUE
         NOT INVALID KEY
            MOVE "P" TO StatutExemplaire
            MOVE WS-SitePoste TO SiteCourantExemplaire
            MOVE SPACES TO SiteDestinationExemplaire
            REWRITE ExemplaireRecord
      END-READ
      IF WS-MiseDeCoteMembre = "O" AND WS-StatutCopieChoisie = "R"
         PERFORM LIBERER-COPIE-GARDEE-BORNE
      END-IF
      CLOSE GCBExemplairesFile
   END-IF.
   IF WS-MiseDeCoteMembre = "O"
      PERFORM SERVIR-MISE-DE-COTE-BORNE
   END-IF.

LIBERER-COPIE-GARDEE-BORNE.
      *> Le membre a scanné une copie en rayon au lieu de celle mise
      *> de côté pour lui : la copie gardée retourne en rayon.
   MOVE "N" TO WS-EOF-EXE.
   MOVE WS-TitreSaisi TO TitreExemplaire.
   MOVE 0 TO NumExemplaire.
   START GCBExemplairesFile KEY IS GREATER THAN OR EQUAL
       CleExemplaire
      INVALID KEY MOVE "Y" TO WS-EOF-EXE
   END-START.
   PERFORM UNTIL WS-EOF-EXE = "Y"
      READ GCBExemplairesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-EXE
         NOT AT END
            IF TitreExemplaire NOT = WS-TitreSaisi
               MOVE "Y" TO WS-EOF-EXE
            ELSE
               PERFORM LIRE-SITES-COPIE
               IF StatutExemplaire = "H"
                  AND WS-SiteCopie = WS-SitePoste
                  MOVE "R" TO StatutExemplaire
                  REWRITE ExemplaireRecord
                  MOVE "Y" TO WS-EOF-EXE
               END-IF
            END-IF
      END-READ
   END-PERFORM.

SERVIR-MISE-DE-COTE-BORNE.
      *> La réservation servie passe "X", par réécriture en bloc du
      *> petit fichier des réservations, comme au guichet.
            IF TitreReservation = WS-TitreSaisi
               AND IdMembreReservation = WS-IdMembreSaisi
               AND StatutReservation = "H"
               AND (SiteRetraitReservation = WS-SitePoste
                    OR (SiteRetraitReservation = SPACES
                        AND WS-SitePoste = "CEN"))
               MOVE "X" TO StatutReservation
               REWRITE ReservationRecord
            END-IF
   MOVE WS-NumExemplaireChoisi TO NumExemplaireEmprunt.
   MOVE SPACE TO CodeResultatEmprunt.
   MOVE "S" TO CanalEmprunt.
   MOVE WS-SitePoste TO SiteEmprunt.
   MOVE SPACES TO SiteRetour.
   MOVE 0 TO NumPretGroupeEmprunt.
   WRITE EmpruntRecord.
   CLOSE GCBEmpruntsFile.
   DISPLAY "Emprunt " WS-NouvelleSeqEmprunt " enregistré, retour "
       "prévu le " DateRetourPrevue ".".

RETOURNER-EN-LIBRE-SERVICE.
   DISPLAY "Scannez le livre à retourner (ou tapez son titre) : ".
   ACCEPT WS-SaisieCopie.
   PERFORM RESOUDRE-SAISIE-COPIE.
   IF WS-SaisieCopieValide = "N"
      DISPLAY "Etiquette non reconnue : adressez-vous au bureau."
   ELSE
      PERFORM RETOURNER-COPIE-BORNE
   END-IF.

RETOURNER-COPIE-BORNE.
      *> Quand une réservation attend le titre, la borne renvoie le
      *> membre au bureau : la mise de côté du premier de la file
      *> relève du circuit guichet.
               ELSE
                  IF TitreEmprunt = WS-TitreSaisi
                     AND DateRetourEffective = 0
                     AND CanalEmprunt NOT = "N"
                     AND (WS-NumExempScanne = 0
                          OR NumExemplaireEmprunt = 0
                          OR NumExemplaireEmprunt = WS-NumExempScanne)
                     MOVE "O" TO WS-EmpruntTrouve
                     MOVE WS-DateJour TO DateRetourEffective
                     MOVE WS-SitePoste TO SiteRetour
                     REWRITE EmpruntRecord
                     MOVE NumExemplaireEmprunt
                         TO WS-NumExemplaireChoisi
      READ GCBExemplairesFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
               *> Livre d'un autre site : il y repart par la navette.
            PERFORM LIRE-SITES-COPIE
            MOVE WS-SitePoste TO SiteCourantExemplaire
            IF WS-SiteAttacheCopie = WS-SitePoste
               MOVE "R" TO StatutExemplaire
               MOVE SPACES TO SiteDestinationExemplaire
            ELSE
               MOVE "T" TO StatutExemplaire
               MOVE WS-SiteAttacheCopie TO SiteDestinationExemplaire
            END-IF
            REWRITE ExemplaireRecord
      END-READ
      CLOSE GCBExemplairesFile
   END-IF.

LIRE-SITES-COPIE.
      *> Sites à blanc (ancien dessin) : copie de la centrale,
      *> présente à son site d'attache.
   MOVE SiteAttacheExemplaire TO WS-SiteAttacheCopie.
   IF WS-SiteAttacheCopie = SPACES
      MOVE "CEN" TO WS-SiteAttacheCopie
   END-IF.
   MOVE SiteCourantExemplaire TO WS-SiteCopie.
   IF WS-SiteCopie = SPACES
      MOVE WS-SiteAttacheCopie TO WS-SiteCopie
   END-IF.

RESOUDRE-SAISIE-COPIE.
      *> Dix chiffres commençant par 3 = étiquette de copie : titre et
      *> numéro viennent du fichier des exemplaires ; toute autre
      *> saisie est un titre tapé (WS-NumExempScanne à zéro).
   MOVE "O" TO WS-SaisieCopieValide.
   MOVE 0 TO WS-NumExempScanne.
   IF WS-SaisieCopie(1:10) IS NUMERIC
      AND WS-SaisieCopie(11:20) = SPACES
      AND WS-SaisieCopie(1:1) = "3"
      MOVE WS-SaisieCopie(1:10) TO WS-CodeBarreSaisi
      CALL 'GCB_CODE_BARRE' USING WS-CodeBarreSaisi WS-TypeCodeLu
          WS-IdMembreCode WS-TitreCode WS-NumExempCode
          WS-StatutExempCode
      IF WS-TypeCodeLu = "E"
         MOVE WS-TitreCode TO WS-TitreSaisi
         MOVE WS-NumExempCode TO WS-NumExempScanne
         DISPLAY "Livre : " FUNCTION TRIM(WS-TitreSaisi)
      ELSE
         MOVE "N" TO WS-SaisieCopieValide
      END-IF
   ELSE
      MOVE WS-SaisieCopie TO WS-TitreSaisi
   END-IF.

RECALCULER-COPIES-TITRE.
      *> NbCopies du titre = copies en rayon, comme au guichet.
   MOVE 0 TO WS-NbCopiesRayon.
