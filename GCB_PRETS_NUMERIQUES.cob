IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_PRETS_NUMERIQUES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBLicencesFile
        FILE STATUS IS WS-LIC-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TitreLicence
        ASSIGN TO "GCBLicencesFile.dat".
    SELECT GCBLivresFile
        FILE STATUS IS WS-LIV-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Titre OF LivreRecord
        ALTERNATE RECORD KEY IS ISBN OF LivreRecord
            WITH DUPLICATES
        ASSIGN TO "GCBLivresFile.dat".
    SELECT GCBExemplairesFile
        FILE STATUS IS WS-EXEMP-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleExemplaire
        ALTERNATE RECORD KEY IS CodeBarreExemplaire
            WITH DUPLICATES
        ASSIGN TO "GCBExemplairesFile.dat".
    SELECT GCBEmpruntsFile
        FILE STATUS IS WS-EMP-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumeroEmprunt
        ALTERNATE RECORD KEY IS TitreEmprunt
            WITH DUPLICATES
        ALTERNATE RECORD KEY IS IdMembreEmprunt
            WITH DUPLICATES
        ASSIGN TO "GCBEmpruntsFile.dat".
    SELECT GCBEmpruntSeqFile
        FILE STATUS IS WS-EMPSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBEmpruntSeqFile.txt".
    SELECT GCBMembresFile
        FILE STATUS IS WS-MBR-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IdMembre OF MembreRecord
        ASSIGN TO "GCBMembresFile.dat".
    SELECT GCBReservationsFile
        FILE STATUS IS WS-RESA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBReservationsFile.txt".
    SELECT GCBReservationSeqFile
        FILE STATUS IS WS-RESASEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBReservationSeqFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBLicencesFile.
   COPY LICENCE.

   FD GCBLivresFile.
   COPY LIVRE.

   FD GCBExemplairesFile.
   COPY EXEMPLAIRE.

   FD GCBEmpruntsFile.
   COPY EMPRUNT.

   FD GCBEmpruntSeqFile.
   01 EmpruntSeqRecord PIC 9(6).

   FD GCBMembresFile.
   COPY MEMBRE.

   FD GCBReservationsFile.
   COPY RESERVATION.

   FD GCBReservationSeqFile.
   01 ReservationSeqRecord PIC 9(6).

WORKING-STORAGE SECTION.
   01 WS-LIC-STATUS PIC 99.
   01 WS-LIV-STATUS PIC 99.
   01 WS-EXEMP-STATUS PIC 99.
   01 WS-EMP-STATUS PIC 99.
   01 WS-EMPSEQ-STATUS PIC 99.
   01 WS-MBR-STATUS PIC 99.
   01 WS-RESA-STATUS PIC 99.
   01 WS-RESASEQ-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-EOF-EMP PIC X VALUE "N".
   01 WS-EOF-LIC PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-DateJour PIC 9(8).
   01 WS-MontantAff PIC -ZZZZ9.99.
   01 WS-Reponse PIC X(1).

      *> Site du poste (GCB_SITE), noté sur l'emprunt et la
      *> réservation comme au guichet.
   01 WS-SitePoste PIC X(3) VALUE SPACES.
   01 WS-LibelleSitePoste PIC X(30).
   01 WS-SiteTrouve PIC X(1).

      *> Saisie et contrôle d'une licence.
   01 WS-TitreSaisi PIC X(30).
   01 WS-LivreTrouve PIC X(1).
   01 WS-LicenceTrouvee PIC X(1).
   01 WS-LicenceUtilisable PIC X(1).
   01 WS-ACopiesPhysiques PIC X(1).
   01 WS-FournisseurSaisi PIC X(20).
   01 WS-PrixSaisi PIC 9(5)V99.
   01 WS-SimultanesSaisis PIC 9(3).
   01 WS-TotalSaisi PIC 9(5).
   01 WS-ExpirationSaisie PIC 9(8).

      *> Membre emprunteur et règles de sa catégorie
      *> (GCB_CATEGORIE_MEMBRE), les mêmes qu'au guichet.
   01 WS-IdMembreSaisi PIC 9(6).
   01 WS-MembreValide PIC X(1).
   01 WS-CategorieMembreLue PIC X(1).
   01 WS-MaxEmpruntsLu PIC 9(2).
   01 WS-DureePretLue PIC 9(3).
   01 WS-TauxAmendeLu PIC 9(2)V99.
   01 WS-MaxReservationsLues PIC 9(2).
   01 WS-CategorieTrouvee PIC X(1).
   01 WS-SeuilAmendesMax PIC 9(3)V99 VALUE 5.00.
   01 WS-NbEmpruntsMembre PIC 9(3).

      *> Occupation de la licence : prêts numériques en cours et
      *> places tenues pour un réservataire ("H"), qui comptent
      *> comme un prêt tant que la mise de côté court.
   01 WS-NbPretsEnCours PIC 9(3).
   01 WS-NbTenuesTitre PIC 9(3).
   01 WS-NbAttenteTitre PIC 9(3).
   01 WS-NbResasMembre PIC 9(3).
   01 WS-ResaTenueMembre PIC 9(6).
   01 WS-ResaAttenteMembre PIC 9(6).
   01 WS-PlacesLibres PIC S9(4).

      *> Emprunt et réservation créés.
   01 WS-DerniereSeqEmprunt PIC 9(6) VALUE 0.
   01 WS-NouvelleSeqEmprunt PIC 9(6).
   01 WS-DerniereSeqResa PIC 9(6) VALUE 0.
   01 WS-NouvelleSeqResa PIC 9(6).
   01 WS-NumEmpruntSaisi PIC 9(6).
   01 WS-EmpruntTrouve PIC X(1).

      *> Service de la file à la libération d'une place : le premier
      *> en attente obtient la place tenue jusqu'à une date limite,
      *> comme une copie mise de côté.
   01 WS-NumResaRetenue PIC 9(6).
   01 WS-MembreResaRetenu PIC 9(6).
   01 WS-DateLimiteResa PIC 9(8).
   01 WS-ReservationServie PIC X(1).
   01 DelaiRetraitJours PIC 9(2) VALUE 3.
   01 WS-NbLicences PIC 9(5).

      *> Prêt numérique sous licence : le titre est au catalogue en
      *> genre "NUMERIQUE", sans copie ; chaque prêt est contrôlé
      *> contre sa licence (prêts simultanés, prêts cumulés, date de
      *> fin), compte dans les emprunts de la catégorie du membre
      *> et se rend tout seul à échéance, sans amende
      *> (GCB_ECHEANCES_NUMERIQUES, chaque jour). Plus de place : le
      *> membre prend rang dans la file de réservations commune,
      *> servie à chaque place libérée.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_EXEMPLAIRES'.
   ACCEPT WS-DateJour FROM DATE YYYYMMDD.
   CALL 'GCB_SITE' USING WS-SitePoste WS-LibelleSitePoste
       WS-SiteTrouve.
   OPEN I-O GCBLicencesFile.
   IF WS-LIC-STATUS = "35"
      OPEN OUTPUT GCBLicencesFile
      CLOSE GCBLicencesFile
      OPEN I-O GCBLicencesFile
   END-IF.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== PRETS NUMERIQUES SOUS LICENCE ==="
      DISPLAY "1. Enregistrer ou racheter une licence"
      DISPLAY "2. Prêter un titre numérique"
      DISPLAY "3. Rendre un prêt numérique avant l'échéance"
      DISPLAY "4. Réserver un titre numérique"
      DISPLAY "5. Licences et occupation"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1 PERFORM ENREGISTRER-LICENCE
         WHEN 2 PERFORM PRETER-TITRE-NUMERIQUE
         WHEN 3 PERFORM RENDRE-PRET-NUMERIQUE
         WHEN 4 PERFORM RESERVER-TITRE-NUMERIQUE
         WHEN 5 PERFORM LISTER-LICENCES
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-PERFORM.
   CLOSE GCBLicencesFile.
   STOP RUN.

ENREGISTRER-LICENCE.
      *> Le titre doit être au catalogue et sans copie physique : il
      *> passe en genre "NUMERIQUE". Une licence existante est
      *> rachetée : nouvelles limites, cumul remis à zéro.
   DISPLAY "Titre (au catalogue) : ".
   ACCEPT WS-TitreSaisi.
   PERFORM LIRE-LIVRE.
   PERFORM VERIFIER-COPIES-PHYSIQUES.
   IF WS-LivreTrouve = "N"
      DISPLAY "Titre inconnu du catalogue : le saisir d'abord."
   ELSE
   IF WS-ACopiesPhysiques = "O"
      DISPLAY "Ce titre a des copies physiques : cataloguer "
          "l'édition numérique sous son propre titre."
   ELSE
      PERFORM LIRE-LICENCE
      IF WS-LicenceTrouvee = "O"
         DISPLAY "Licence existante : " NbPretsCumules
             " prêt(s) consenti(s), fin le " DateExpirationLicence
         DISPLAY "Racheter la licence (O/N) ? "
         ACCEPT WS-Reponse
      ELSE
         MOVE "O" TO WS-Reponse
      END-IF
      IF WS-Reponse = "O"
         PERFORM SAISIR-LIMITES-LICENCE
      END-IF
   END-IF
   END-IF.

SAISIR-LIMITES-LICENCE.
   DISPLAY "Fournisseur : ".
   ACCEPT WS-FournisseurSaisi.
   DISPLAY "Prix de la licence : ".
   ACCEPT WS-PrixSaisi.
   DISPLAY "Prêts simultanés autorisés : ".
   ACCEPT WS-SimultanesSaisis.
   DISPLAY "Prêts au total (0 = illimité) : ".
   ACCEPT WS-TotalSaisi.
   DISPLAY "Date de fin de la licence (AAAAMMJJ, 0 = aucune) : ".
   ACCEPT WS-ExpirationSaisie.
   IF WS-SimultanesSaisis = 0
      DISPLAY "Au moins un prêt simultané : licence non enregistrée."
   ELSE
   IF WS-ExpirationSaisie NOT = 0
      AND WS-ExpirationSaisie <= WS-DateJour
      DISPLAY "Date de fin déjà passée : licence non enregistrée."
   ELSE
      MOVE WS-TitreSaisi TO TitreLicence
      MOVE WS-FournisseurSaisi TO FournisseurLicence
      MOVE WS-DateJour TO DateAchatLicence
      MOVE WS-PrixSaisi TO PrixLicence
      MOVE WS-SimultanesSaisis TO MaxPretsSimultanes
      MOVE WS-TotalSaisi TO MaxPretsTotal
      MOVE WS-ExpirationSaisie TO DateExpirationLicence
      MOVE 0 TO NbPretsCumules
      IF WS-LicenceTrouvee = "O"
         REWRITE LicenceRecord
         DISPLAY "Licence rachetée."
      ELSE
         WRITE LicenceRecord
            INVALID KEY DISPLAY "Licence déjà enregistrée."
            NOT INVALID KEY DISPLAY "Licence enregistrée."
         END-WRITE
      END-IF
      PERFORM MARQUER-TITRE-NUMERIQUE
         *> Nouvelles places : la file d'attente en profite tout de
         *> suite.
      PERFORM SERVIR-FILE-NUMERIQUE
   END-IF
   END-IF.

LIRE-LIVRE.
   MOVE "N" TO WS-LivreTrouve.
   OPEN INPUT GCBLivresFile.
   IF WS-LIV-STATUS = "00"
      MOVE WS-TitreSaisi TO Titre OF LivreRecord
      READ GCBLivresFile
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE "O" TO WS-LivreTrouve
      END-READ
      CLOSE GCBLivresFile
   END-IF.

VERIFIER-COPIES-PHYSIQUES.
   MOVE "N" TO WS-ACopiesPhysiques.
   OPEN INPUT GCBExemplairesFile.
   IF WS-EXEMP-STATUS = "00"
      MOVE WS-TitreSaisi TO TitreExemplaire
      MOVE 0 TO NumExemplaire
      START GCBExemplairesFile KEY IS GREATER THAN OR EQUAL
          CleExemplaire
         INVALID KEY CONTINUE
         NOT INVALID KEY
            READ GCBExemplairesFile NEXT RECORD
               AT END CONTINUE
               NOT AT END
                  IF TitreExemplaire = WS-TitreSaisi
                     MOVE "O" TO WS-ACopiesPhysiques
                  END-IF
            END-READ
      END-START
      CLOSE GCBExemplairesFile
   END-IF.

MARQUER-TITRE-NUMERIQUE.
   OPEN I-O GCBLivresFile.
   IF WS-LIV-STATUS = "00"
      MOVE WS-TitreSaisi TO Titre OF LivreRecord
      READ GCBLivresFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            MOVE "NUMERIQUE" TO Genre OF LivreRecord
            MOVE 0 TO NbCopies OF LivreRecord
            REWRITE LivreRecord
      END-READ
      CLOSE GCBLivresFile
   END-IF.

LIRE-LICENCE.
   MOVE "N" TO WS-LicenceTrouvee.
   MOVE WS-TitreSaisi TO TitreLicence.
   READ GCBLicencesFile
      INVALID KEY CONTINUE
      NOT INVALID KEY MOVE "O" TO WS-LicenceTrouvee
   END-READ.

CONTROLER-LICENCE.
      *> Licence encore utilisable : date de fin non passée et
      *> prêts cumulés sous le total acheté.
   MOVE "O" TO WS-LicenceUtilisable.
   IF DateExpirationLicence NOT = 0
      AND DateExpirationLicence < WS-DateJour
      MOVE "N" TO WS-LicenceUtilisable
   END-IF.
   IF MaxPretsTotal > 0
      AND NbPretsCumules >= MaxPretsTotal
      MOVE "N" TO WS-LicenceUtilisable
   END-IF.

PRETER-TITRE-NUMERIQUE.
   DISPLAY "Titre numérique : ".
   ACCEPT WS-TitreSaisi.
   PERFORM LIRE-LICENCE.
   IF WS-LicenceTrouvee = "N"
      DISPLAY "Aucune licence de prêt pour ce titre."
   ELSE
      PERFORM CONTROLER-LICENCE
      IF WS-LicenceUtilisable = "N"
         DISPLAY "Licence épuisée ou expirée : titre à racheter."
      ELSE
         DISPLAY "Carte ou numéro de membre : "
         ACCEPT WS-IdMembreSaisi
         PERFORM CONTROLER-MEMBRE
         IF WS-MembreValide = "O"
            PERFORM MESURER-OCCUPATION
            COMPUTE WS-PlacesLibres = MaxPretsSimultanes
                - WS-NbPretsEnCours - WS-NbTenuesTitre
            IF WS-ResaTenueMembre > 0
                  *> La place tenue pour ce membre lui revient.
               PERFORM ENREGISTRER-PRET-NUMERIQUE
               PERFORM SOLDER-RESERVATION-TENUE
            ELSE
            IF WS-PlacesLibres > 0 AND WS-NbAttenteTitre = 0
               PERFORM ENREGISTRER-PRET-NUMERIQUE
            ELSE
               DISPLAY "Aucune place libre (" WS-NbPretsEnCours
                   " prêt(s) en cours, " WS-NbAttenteTitre
                   " en file)."
               IF WS-ResaAttenteMembre > 0
                  DISPLAY "Le membre est déjà en file (réservation "
                      WS-ResaAttenteMembre ")."
               ELSE
                  DISPLAY "Prendre rang en réservation (O/N) ? "
                  ACCEPT WS-Reponse
                  IF WS-Reponse = "O"
                     PERFORM PLACER-RESERVATION
                  END-IF
               END-IF
            END-IF
            END-IF
         END-IF
      END-IF
   END-IF.

CONTROLER-MEMBRE.
      *> Mêmes refus qu'au guichet : adhésion expirée, amendes
      *> au-delà du seuil, maximum d'emprunts de la catégorie
      *> (prêts physiques et numériques confondus). Une institution
      *> n'emprunte pas de titre numérique.
   MOVE "N" TO WS-MembreValide.
   OPEN INPUT GCBMembresFile.
   IF WS-MBR-STATUS NOT = "00"
      DISPLAY "Erreur GCBMembresFile, statut " WS-MBR-STATUS
   ELSE
      MOVE WS-IdMembreSaisi TO IdMembre OF MembreRecord
      READ GCBMembresFile
         INVALID KEY DISPLAY "Membre introuvable."
         NOT INVALID KEY MOVE "O" TO WS-MembreValide
      END-READ
      CLOSE GCBMembresFile
   END-IF.
   IF WS-MembreValide = "O"
      MOVE CategorieMembre OF MembreRecord TO WS-CategorieMembreLue
      CALL 'GCB_CATEGORIE_MEMBRE' USING WS-CategorieMembreLue
          WS-MaxEmpruntsLu WS-DureePretLue WS-TauxAmendeLu
          WS-MaxReservationsLues WS-CategorieTrouvee
      PERFORM COMPTER-EMPRUNTS-MEMBRE
      IF WS-CategorieMembreLue = "I"
         DISPLAY "Institution : pas de prêt numérique."
         MOVE "N" TO WS-MembreValide
      ELSE
      IF DateExpirationMembre OF MembreRecord NOT = 0
         AND DateExpirationMembre OF MembreRecord < WS-DateJour
         DISPLAY "Adhésion expirée le "
             DateExpirationMembre OF MembreRecord
             " : la renouveler au bureau."
         MOVE "N" TO WS-MembreValide
      ELSE
      IF SoldeAmendes OF MembreRecord > WS-SeuilAmendesMax
         MOVE SoldeAmendes OF MembreRecord TO WS-MontantAff
         DISPLAY "Prêt refusé : amendes impayées " WS-MontantAff
         MOVE "N" TO WS-MembreValide
      ELSE
      IF WS-NbEmpruntsMembre >= WS-MaxEmpruntsLu
         DISPLAY "Prêt refusé : maximum de " WS-MaxEmpruntsLu
             " emprunt(s) simultané(s) pour la catégorie "
             WS-CategorieMembreLue "."
         MOVE "N" TO WS-MembreValide
      END-IF
      END-IF
      END-IF
      END-IF
   END-IF.

COMPTER-EMPRUNTS-MEMBRE.
   MOVE 0 TO WS-NbEmpruntsMembre.
   OPEN INPUT GCBEmpruntsFile.
   IF WS-EMP-STATUS = "00"
      MOVE "N" TO WS-EOF-EMP
      MOVE WS-IdMembreSaisi TO IdMembreEmprunt
      START GCBEmpruntsFile KEY IS EQUAL TO IdMembreEmprunt
         INVALID KEY MOVE "Y" TO WS-EOF-EMP
      END-START
      PERFORM UNTIL WS-EOF-EMP = "Y"
         READ GCBEmpruntsFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF-EMP
            NOT AT END
               IF IdMembreEmprunt NOT = WS-IdMembreSaisi
                  MOVE "Y" TO WS-EOF-EMP
               ELSE
                  IF DateRetourEffective = 0
                     ADD 1 TO WS-NbEmpruntsMembre
                  END-IF
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBEmpruntsFile
   END-IF.

MESURER-OCCUPATION.
   PERFORM COMPTER-PRETS-TITRE.
   PERFORM RELEVER-FILE-TITRE.

COMPTER-PRETS-TITRE.
   MOVE 0 TO WS-NbPretsEnCours.
   OPEN INPUT GCBEmpruntsFile.
   IF WS-EMP-STATUS = "00"
      MOVE "N" TO WS-EOF-EMP
      MOVE WS-TitreSaisi TO TitreEmprunt
      START GCBEmpruntsFile KEY IS EQUAL TO TitreEmprunt
         INVALID KEY MOVE "Y" TO WS-EOF-EMP
      END-START
      PERFORM UNTIL WS-EOF-EMP = "Y"
         READ GCBEmpruntsFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF-EMP
            NOT AT END
               IF TitreEmprunt NOT = WS-TitreSaisi
                  MOVE "Y" TO WS-EOF-EMP
               ELSE
                  IF DateRetourEffective = 0
                     AND CanalEmprunt = "N"
                     ADD 1 TO WS-NbPretsEnCours
                  END-IF
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBEmpruntsFile
   END-IF.

RELEVER-FILE-TITRE.
      *> Une lecture de la file : places tenues et attentes sur le
      *> titre, place tenue ou attente du membre, et réservations
      *> en cours du membre tous titres confondus.
   MOVE 0 TO WS-NbTenuesTitre.
   MOVE 0 TO WS-NbAttenteTitre.
   MOVE 0 TO WS-NbResasMembre.
   MOVE 0 TO WS-ResaTenueMembre.
   MOVE 0 TO WS-ResaAttenteMembre.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBReservationsFile.
   IF WS-RESA-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBReservationsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF IdMembreReservation = WS-IdMembreSaisi
               AND (StatutReservation = "A"
                    OR StatutReservation = "H"
                    OR StatutReservation = "T")
               ADD 1 TO WS-NbResasMembre
            END-IF
            IF TitreReservation = WS-TitreSaisi
               IF StatutReservation = "H"
                  IF IdMembreReservation = WS-IdMembreSaisi
                     MOVE NumReservation TO WS-ResaTenueMembre
                  ELSE
                     ADD 1 TO WS-NbTenuesTitre
                  END-IF
               END-IF
               IF StatutReservation = "A"
                  ADD 1 TO WS-NbAttenteTitre
                  IF IdMembreReservation = WS-IdMembreSaisi
                     MOVE NumReservation TO WS-ResaAttenteMembre
                  END-IF
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-RESA-STATUS NOT = "35"
      CLOSE GCBReservationsFile
   END-IF.

ENREGISTRER-PRET-NUMERIQUE.
   PERFORM OBTENIR-PROCHAIN-NUMERO-EMPRUNT.
   OPEN I-O GCBEmpruntsFile.
   IF WS-EMP-STATUS = "35"
      OPEN OUTPUT GCBEmpruntsFile
      CLOSE GCBEmpruntsFile
      OPEN I-O GCBEmpruntsFile
   END-IF.
   MOVE WS-NouvelleSeqEmprunt TO NumeroEmprunt.
   MOVE WS-IdMembreSaisi TO IdMembreEmprunt.
   MOVE WS-TitreSaisi TO TitreEmprunt.
   MOVE WS-DateJour TO DateEmprunt.
   COMPUTE DateRetourPrevue = FUNCTION DATE-OF-INTEGER(
       FUNCTION INTEGER-OF-DATE(WS-DateJour) + WS-DureePretLue).
      *> L'accès ne survit pas à la licence.
   IF DateExpirationLicence NOT = 0
      AND DateRetourPrevue > DateExpirationLicence
      MOVE DateExpirationLicence TO DateRetourPrevue
   END-IF.
   MOVE 0 TO DateRetourEffective.
   MOVE "N" TO AmendeAppliquee.
   MOVE 0 TO NbRenouvellements.
   MOVE 0 TO NiveauRelance.
   MOVE 0 TO DateDerniereRelance.
   MOVE 0 TO NumExemplaireEmprunt.
   MOVE SPACE TO CodeResultatEmprunt.
   MOVE "N" TO CanalEmprunt.
   MOVE WS-SitePoste TO SiteEmprunt.
   MOVE SPACES TO SiteRetour.
   MOVE 0 TO NumPretGroupeEmprunt.
   WRITE EmpruntRecord.
   CLOSE GCBEmpruntsFile.
   ADD 1 TO NbPretsCumules.
   REWRITE LicenceRecord.
   DISPLAY "Prêt numérique " WS-NouvelleSeqEmprunt
       " enregistré, accès jusqu'au " DateRetourPrevue ".".

OBTENIR-PROCHAIN-NUMERO-EMPRUNT.
   MOVE 0 TO WS-DerniereSeqEmprunt.
   OPEN INPUT GCBEmpruntSeqFile.
   IF WS-EMPSEQ-STATUS = "00"
      READ GCBEmpruntSeqFile
         AT END CONTINUE
         NOT AT END
            MOVE EmpruntSeqRecord TO WS-DerniereSeqEmprunt
      END-READ
      CLOSE GCBEmpruntSeqFile
   END-IF.
   COMPUTE WS-NouvelleSeqEmprunt = WS-DerniereSeqEmprunt + 1.
   MOVE WS-NouvelleSeqEmprunt TO EmpruntSeqRecord.
   OPEN OUTPUT GCBEmpruntSeqFile.
   WRITE EmpruntSeqRecord.
   CLOSE GCBEmpruntSeqFile.

SOLDER-RESERVATION-TENUE.
   MOVE "N" TO WS-EOF.
   OPEN I-O GCBReservationsFile.
   IF WS-RESA-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBReservationsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumReservation = WS-ResaTenueMembre
               MOVE "X" TO StatutReservation
               REWRITE ReservationRecord
               MOVE "Y" TO WS-EOF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-RESA-STATUS NOT = "35"
      CLOSE GCBReservationsFile
   END-IF.

RESERVER-TITRE-NUMERIQUE.
   DISPLAY "Titre numérique : ".
   ACCEPT WS-TitreSaisi.
   PERFORM LIRE-LICENCE.
   IF WS-LicenceTrouvee = "N"
      DISPLAY "Aucune licence de prêt pour ce titre."
   ELSE
      DISPLAY "Carte ou numéro de membre : "
      ACCEPT WS-IdMembreSaisi
      PERFORM CONTROLER-MEMBRE
      IF WS-MembreValide = "O"
         PERFORM RELEVER-FILE-TITRE
         IF WS-ResaAttenteMembre > 0 OR WS-ResaTenueMembre > 0
            DISPLAY "Le membre a déjà une réservation sur ce titre."
         ELSE
            PERFORM PLACER-RESERVATION
         END-IF
      END-IF
   END-IF.

PLACER-RESERVATION.
   IF WS-NbResasMembre >= WS-MaxReservationsLues
      DISPLAY "Réservation refusée : maximum de "
          WS-MaxReservationsLues " réservation(s) pour la "
          "catégorie " WS-CategorieMembreLue "."
   ELSE
      MOVE 0 TO WS-DerniereSeqResa
      OPEN INPUT GCBReservationSeqFile
      IF WS-RESASEQ-STATUS = "00"
         READ GCBReservationSeqFile
            AT END CONTINUE
            NOT AT END
               MOVE ReservationSeqRecord TO WS-DerniereSeqResa
         END-READ
         CLOSE GCBReservationSeqFile
      END-IF
      COMPUTE WS-NouvelleSeqResa = WS-DerniereSeqResa + 1
      MOVE WS-NouvelleSeqResa TO ReservationSeqRecord
      OPEN OUTPUT GCBReservationSeqFile
      WRITE ReservationSeqRecord
      CLOSE GCBReservationSeqFile
      OPEN EXTEND GCBReservationsFile
      IF WS-RESA-STATUS = "35"
         OPEN OUTPUT GCBReservationsFile
      END-IF
      IF WS-RESA-STATUS NOT = "00"
         DISPLAY "Erreur GCBReservationsFile, statut "
             WS-RESA-STATUS
      ELSE
         MOVE WS-NouvelleSeqResa TO NumReservation
         MOVE WS-TitreSaisi TO TitreReservation
         MOVE WS-IdMembreSaisi TO IdMembreReservation
         MOVE WS-DateJour TO DatePlaceeReservation
         MOVE "A" TO StatutReservation
         MOVE 0 TO DateLimiteRetrait
         MOVE WS-SitePoste TO SiteRetraitReservation
         WRITE ReservationRecord
         CLOSE GCBReservationsFile
         DISPLAY "Réservation " WS-NouvelleSeqResa
             " enregistrée pour ce titre numérique."
      END-IF
   END-IF.

RENDRE-PRET-NUMERIQUE.
      *> Retour anticipé à la demande du membre : l'emprunt est clos
      *> au jour, sans amende, et la place revient à la file.
   DISPLAY "Numéro du prêt numérique : ".
   ACCEPT WS-NumEmpruntSaisi.
   MOVE "N" TO WS-EmpruntTrouve.
   OPEN I-O GCBEmpruntsFile.
   IF WS-EMP-STATUS NOT = "00"
      DISPLAY "Aucun emprunt enregistré (statut " WS-EMP-STATUS ")."
   ELSE
      MOVE WS-NumEmpruntSaisi TO NumeroEmprunt
      READ GCBEmpruntsFile
         INVALID KEY DISPLAY "Emprunt introuvable."
         NOT INVALID KEY
            IF CanalEmprunt NOT = "N"
               DISPLAY "Ce n'est pas un prêt numérique."
            ELSE
            IF DateRetourEffective NOT = 0
               DISPLAY "Prêt déjà clos le " DateRetourEffective "."
            ELSE
               MOVE WS-DateJour TO DateRetourEffective
               MOVE "O" TO AmendeAppliquee
               MOVE SiteEmprunt TO SiteRetour
               REWRITE EmpruntRecord
               MOVE TitreEmprunt TO WS-TitreSaisi
               MOVE "O" TO WS-EmpruntTrouve
            END-IF
            END-IF
      END-READ
      CLOSE GCBEmpruntsFile
   END-IF.
   IF WS-EmpruntTrouve = "O"
      DISPLAY "Prêt numérique rendu."
      PERFORM LIRE-LICENCE
      IF WS-LicenceTrouvee = "O"
         PERFORM SERVIR-FILE-NUMERIQUE
      END-IF
   END-IF.

SERVIR-FILE-NUMERIQUE.
      *> Tant qu'il reste des places et une licence utilisable, le
      *> premier en attente sur le titre obtient une place tenue.
   PERFORM CONTROLER-LICENCE.
   MOVE 0 TO WS-IdMembreSaisi.
   PERFORM MESURER-OCCUPATION.
   COMPUTE WS-PlacesLibres = MaxPretsSimultanes
       - WS-NbPretsEnCours - WS-NbTenuesTitre.
   MOVE "O" TO WS-ReservationServie.
   PERFORM UNTIL WS-PlacesLibres <= 0
       OR WS-LicenceUtilisable = "N"
       OR WS-ReservationServie = "N"
      PERFORM TENIR-PLACE-PREMIER-EN-FILE
      SUBTRACT 1 FROM WS-PlacesLibres
   END-PERFORM.

TENIR-PLACE-PREMIER-EN-FILE.
   MOVE "N" TO WS-ReservationServie.
   MOVE 0 TO WS-NumResaRetenue.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBReservationsFile.
   IF WS-RESA-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBReservationsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF TitreReservation = WS-TitreSaisi
               AND StatutReservation = "A"
               IF WS-NumResaRetenue = 0
                  OR NumReservation < WS-NumResaRetenue
                  MOVE NumReservation TO WS-NumResaRetenue
                  MOVE IdMembreReservation TO WS-MembreResaRetenu
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-RESA-STATUS NOT = "35"
      CLOSE GCBReservationsFile
   END-IF.
   IF WS-NumResaRetenue > 0
      COMPUTE WS-DateLimiteResa = FUNCTION DATE-OF-INTEGER(
          FUNCTION INTEGER-OF-DATE(WS-DateJour) + DelaiRetraitJours)
      MOVE "N" TO WS-EOF
      OPEN I-O GCBReservationsFile
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBReservationsFile
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               IF NumReservation = WS-NumResaRetenue
                  MOVE "H" TO StatutReservation
                  MOVE WS-DateLimiteResa TO DateLimiteRetrait
                  REWRITE ReservationRecord
                  MOVE "O" TO WS-ReservationServie
                  MOVE "Y" TO WS-EOF
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBReservationsFile
      IF WS-ReservationServie = "O"
         DISPLAY "Place tenue pour le membre " WS-MembreResaRetenu
             " jusqu'au " WS-DateLimiteResa "."
      END-IF
   END-IF.

LISTER-LICENCES.
   MOVE 0 TO WS-NbLicences.
   MOVE "N" TO WS-EOF-LIC.
   MOVE LOW-VALUES TO TitreLicence.
   START GCBLicencesFile KEY IS GREATER THAN OR EQUAL TitreLicence
      INVALID KEY MOVE "Y" TO WS-EOF-LIC
   END-START.
   DISPLAY "Titre                          Cours/Max  Cumul/Total"
       "  Fin".
   PERFORM UNTIL WS-EOF-LIC = "Y"
      READ GCBLicencesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-LIC
         NOT AT END
            ADD 1 TO WS-NbLicences
            MOVE TitreLicence TO WS-TitreSaisi
            PERFORM COMPTER-PRETS-TITRE
            PERFORM CONTROLER-LICENCE
            DISPLAY TitreLicence " " WS-NbPretsEnCours "/"
                MaxPretsSimultanes "    " NbPretsCumules "/"
                MaxPretsTotal "  " DateExpirationLicence
            IF WS-LicenceUtilisable = "N"
               DISPLAY "   EPUISEE OU EXPIREE : à racheter"
            END-IF
      END-READ
   END-PERFORM.
   DISPLAY WS-NbLicences " licence(s).".
