IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_PRETS_GROUPES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBPretsGroupesFile
        FILE STATUS IS WS-PG-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumPretGroupe
        ASSIGN TO "GCBPretsGroupesFile.dat".
    SELECT GCBPretGroupeSeqFile
        FILE STATUS IS WS-PGSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBPretGroupeSeqFile.txt".
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
    SELECT GCBExemplairesFile
        FILE STATUS IS WS-EXEMP-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleExemplaire
        ALTERNATE RECORD KEY IS CodeBarreExemplaire
            WITH DUPLICATES
        ASSIGN TO "GCBExemplairesFile.dat".
    SELECT GCBLivresFile
        FILE STATUS IS WS-LIV-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Titre OF LivreRecord
        ALTERNATE RECORD KEY IS ISBN OF LivreRecord
            WITH DUPLICATES
        ASSIGN TO "GCBLivresFile.dat".
    SELECT GCBReservationsFile
        FILE STATUS IS WS-RESA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBReservationsFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBPretsGroupesFile.
   COPY PRETGROUPE.

   FD GCBPretGroupeSeqFile.
   01 PretGroupeSeqRecord PIC 9(6).

   FD GCBEmpruntsFile.
   COPY EMPRUNT.

   FD GCBEmpruntSeqFile.
   01 EmpruntSeqRecord PIC 9(6).

   FD GCBMembresFile.
   COPY MEMBRE.

   FD GCBExemplairesFile.
   COPY EXEMPLAIRE.

   FD GCBLivresFile.
   COPY LIVRE.

   FD GCBReservationsFile.
   COPY RESERVATION.

WORKING-STORAGE SECTION.
   01 WS-PG-STATUS PIC 99.
   01 WS-PGSEQ-STATUS PIC 99.
   01 WS-EMP-STATUS PIC 99.
   01 WS-EMPSEQ-STATUS PIC 99.
   01 WS-MBR-STATUS PIC 99.
   01 WS-EXEMP-STATUS PIC 99.
   01 WS-LIV-STATUS PIC 99.
   01 WS-RESA-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-EOF-PG PIC X VALUE "N".
   01 WS-EOF-EMP PIC X VALUE "N".
   01 WS-EOF-EXEMP PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-DateJour PIC 9(8).
   01 WS-MontantAff PIC -ZZZZ9.99.

      *> Site du poste (GCB_SITE) : les copies d'un lot sortent du
      *> rayon de ce site et y sont rendues.
   01 WS-SitePoste PIC X(3) VALUE SPACES.
   01 WS-LibelleSitePoste PIC X(30).
   01 WS-SiteTrouve PIC X(1).
   01 WS-SiteAttacheCopie PIC X(3).
   01 WS-SiteCopie PIC X(3).

      *> Règles de la catégorie "I" (GCB_CATEGORIE_MEMBRE) : quota de
      *> copies en cours, durée du prêt et taux d'amende par copie.
   01 WS-CategorieInstitution PIC X(1) VALUE "I".
   01 WS-MaxEmpruntsLu PIC 9(2).
   01 WS-DureePretLue PIC 9(3).
   01 WS-TauxAmendeLu PIC 9(2)V99.
   01 WS-MaxReservationsLues PIC 9(2).
   01 WS-CategorieTrouvee PIC X(1).
      *> Même seuil d'amendes impayées qu'au guichet.
   01 WS-SeuilAmendesMax PIC 9(3)V99 VALUE 5.00.

      *> Institution et responsable du lot.
   01 WS-IdInstitutionSaisi PIC 9(6).
   01 WS-NomInstitution PIC X(30).
   01 WS-IdResponsable PIC 9(6).
   01 WS-NomResponsable PIC X(30).
   01 WS-InstitutionValide PIC X(1).
   01 WS-NouveauResponsable PIC 9(6).

      *> Sortie d'un lot.
   01 WS-TitreSaisi PIC X(30).
   01 WS-NbDemande PIC 9(3).
   01 WS-NbEnCours PIC 9(3).
   01 WS-NbDisponibles PIC 9(3).
   01 WS-NbSorties PIC 9(3).
   01 WS-TitreTrouve PIC X(1).
   01 WS-Reponse PIC X(1).
   01 WS-NumLotCourant PIC 9(6).
   01 WS-DerniereSeqLot PIC 9(6) VALUE 0.
   01 WS-DerniereSeqEmprunt PIC 9(6) VALUE 0.
   01 WS-NouvelleSeqEmprunt PIC 9(6).
   01 WS-DateRetourLot PIC 9(8).
   01 WS-NbCopiesRayon PIC 9(3).

      *> Rentrée des copies d'un lot : numéro de copie ou étiquette.
   01 WS-LotSaisi PIC 9(6).
   01 WS-LotTrouve PIC X(1).
   01 WS-CodeSaisi PIC 9(10).
   01 WS-NumExempSaisi PIC 9(3).
   01 WS-FinSaisie PIC X(1).
   01 WS-EmpruntTrouve PIC X(1).
   01 WS-NbRendues PIC 9(3).
   01 WS-JoursRetard PIC S9(5).
   01 WS-MontantAmende PIC 9(5)V99.
   01 WS-TypeCodeLu PIC X(1).
   01 WS-IdMembreCode PIC 9(6).
   01 WS-TitreCode PIC X(30).
   01 WS-NumExempCode PIC 9(3).
   01 WS-StatutExempCode PIC X(1).

      *> Service de la file de réservations au retour de la copie,
      *> comme au retour d'un emprunt dans GestionInventaireLivres.
   01 WS-ReservationServie PIC X(1).
   01 WS-NumResaRetenue PIC 9(6).
   01 WS-MembreResaRetenu PIC 9(6).
   01 WS-DateLimiteResa PIC 9(8).
   01 WS-SiteRetraitLu PIC X(3).
   01 DelaiRetraitJours PIC 9(2) VALUE 3.

      *> Suivi d'un lot.
   01 WS-NbRenduesLot PIC 9(3).
   01 WS-NbPerduesLot PIC 9(3).
   01 WS-NbDehorsLot PIC 9(3).
   01 WS-EtatCopie PIC X(12).
   01 WS-AfficherDetail PIC X(1).
   01 WS-NbLots PIC 9(5).
   01 WS-NbLotsRetard PIC 9(5).

      *> Prêts de groupe aux institutions (écoles, centres de
      *> loisirs...) : un lot sort N copies d'un titre au compte de
      *> l'institution, sous la responsabilité de l'adulte nommé
      *> sur sa fiche (IdResponsableMembre). Chaque copie du lot est
      *> un emprunt ordinaire au nom de l'institution, marqué du
      *> numéro de lot : la rentrée se fait copie par copie, les
      *> copies qui manquent restent au compte de l'institution et
      *> se déclarent perdues au guichet (facturées à
      *> l'institution), et le lot se solde quand plus aucune copie
      *> n'est dehors. Quota, durée et taux d'amende sont ceux de la
      *> catégorie "I".

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_EXEMPLAIRES'.
   ACCEPT WS-DateJour FROM DATE YYYYMMDD.
   CALL 'GCB_SITE' USING WS-SitePoste WS-LibelleSitePoste
       WS-SiteTrouve.
   CALL 'GCB_CATEGORIE_MEMBRE' USING WS-CategorieInstitution
       WS-MaxEmpruntsLu WS-DureePretLue WS-TauxAmendeLu
       WS-MaxReservationsLues WS-CategorieTrouvee.
   OPEN I-O GCBPretsGroupesFile.
   IF WS-PG-STATUS = "35"
      OPEN OUTPUT GCBPretsGroupesFile
      CLOSE GCBPretsGroupesFile
      OPEN I-O GCBPretsGroupesFile
   END-IF.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== PRETS DE GROUPE AUX INSTITUTIONS - "
          FUNCTION TRIM(WS-LibelleSitePoste) " ==="
      DISPLAY "1. Sortir un lot"
      DISPLAY "2. Rentrer des copies d'un lot"
      DISPLAY "3. Suivi d'un lot"
      DISPLAY "4. Lots en cours et en retard"
      DISPLAY "5. Changer le responsable d'une institution"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1 PERFORM SORTIR-LOT
         WHEN 2 PERFORM RENTRER-COPIES-LOT
         WHEN 3 PERFORM SUIVRE-LOT
         WHEN 4 PERFORM LISTER-LOTS-EN-COURS
         WHEN 5 PERFORM CHANGER-RESPONSABLE
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-PERFORM.
   CLOSE GCBPretsGroupesFile.
   STOP RUN.

SORTIR-LOT.
   DISPLAY "Numéro de l'institution : ".
   ACCEPT WS-IdInstitutionSaisi.
   PERFORM CONTROLER-INSTITUTION.
   IF WS-InstitutionValide = "O"
      DISPLAY "Titre : "
      ACCEPT WS-TitreSaisi
      PERFORM VERIFIER-TITRE
      IF WS-TitreTrouve = "N"
         DISPLAY "Titre inconnu du catalogue."
      ELSE
         DISPLAY "Nombre de copies : "
         ACCEPT WS-NbDemande
         PERFORM COMPTER-PRETS-INSTITUTION
         PERFORM COMPTER-COPIES-DISPONIBLES
         IF WS-NbDemande = 0
            DISPLAY "Aucune copie demandée."
         ELSE
         IF WS-NbEnCours + WS-NbDemande > WS-MaxEmpruntsLu
            DISPLAY "Quota de l'institution dépassé : "
                WS-NbEnCours " copie(s) déjà sorties, maximum "
                WS-MaxEmpruntsLu "."
         ELSE
         IF WS-NbDisponibles = 0
            DISPLAY "Aucune copie en rayon à ce site."
         ELSE
            MOVE "O" TO WS-Reponse
            IF WS-NbDisponibles < WS-NbDemande
               DISPLAY "Seulement " WS-NbDisponibles
                   " copie(s) en rayon. Les sortir (O/N) ? "
               ACCEPT WS-Reponse
               MOVE WS-NbDisponibles TO WS-NbDemande
            END-IF
            IF WS-Reponse = "O"
               PERFORM CREER-LOT
            END-IF
         END-IF
         END-IF
         END-IF
      END-IF
   END-IF.

CONTROLER-INSTITUTION.
      *> L'institution doit exister en catégorie "I", être à jour de
      *> son adhésion et de ses amendes, et avoir un responsable
      *> nommé qui est lui-même membre.
   MOVE "N" TO WS-InstitutionValide.
   OPEN INPUT GCBMembresFile.
   IF WS-MBR-STATUS NOT = "00"
      DISPLAY "Erreur GCBMembresFile, statut " WS-MBR-STATUS
   ELSE
      MOVE WS-IdInstitutionSaisi TO IdMembre OF MembreRecord
      READ GCBMembresFile
         INVALID KEY
            DISPLAY "Membre introuvable."
         NOT INVALID KEY
            MOVE "O" TO WS-InstitutionValide
      END-READ
      IF WS-InstitutionValide = "O"
         MOVE NomMembre OF MembreRecord TO WS-NomInstitution
         MOVE IdResponsableMembre OF MembreRecord TO WS-IdResponsable
         IF CategorieMembre OF MembreRecord NOT = "I"
            DISPLAY "Ce membre n'est pas une institution."
            MOVE "N" TO WS-InstitutionValide
         ELSE
         IF DateExpirationMembre OF MembreRecord NOT = 0
            AND DateExpirationMembre OF MembreRecord < WS-DateJour
            DISPLAY "Adhésion de l'institution expirée le "
                DateExpirationMembre OF MembreRecord "."
            MOVE "N" TO WS-InstitutionValide
         ELSE
         IF SoldeAmendes OF MembreRecord > WS-SeuilAmendesMax
            MOVE SoldeAmendes OF MembreRecord TO WS-MontantAff
            DISPLAY "Amendes impayées de l'institution : "
                WS-MontantAff
            MOVE "N" TO WS-InstitutionValide
         ELSE
         IF WS-IdResponsable = 0
            DISPLAY "Aucun responsable nommé pour l'institution "
                "(option 5)."
            MOVE "N" TO WS-InstitutionValide
         END-IF
         END-IF
         END-IF
         END-IF
      END-IF
      IF WS-InstitutionValide = "O"
         MOVE WS-IdResponsable TO IdMembre OF MembreRecord
         READ GCBMembresFile
            INVALID KEY
               DISPLAY "Responsable " WS-IdResponsable
                   " introuvable (option 5)."
               MOVE "N" TO WS-InstitutionValide
            NOT INVALID KEY
               MOVE NomMembre OF MembreRecord TO WS-NomResponsable
         END-READ
      END-IF
      CLOSE GCBMembresFile
   END-IF.
   IF WS-InstitutionValide = "O"
      DISPLAY FUNCTION TRIM(WS-NomInstitution) ", responsable "
          FUNCTION TRIM(WS-NomResponsable) "."
   END-IF.

VERIFIER-TITRE.
   MOVE "N" TO WS-TitreTrouve.
   OPEN INPUT GCBLivresFile.
   IF WS-LIV-STATUS = "00"
      MOVE WS-TitreSaisi TO Titre OF LivreRecord
      READ GCBLivresFile
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE "O" TO WS-TitreTrouve
      END-READ
      CLOSE GCBLivresFile
   END-IF.

COMPTER-PRETS-INSTITUTION.
      *> Copies déjà dehors au nom de l'institution, tous lots
      *> confondus.
   MOVE 0 TO WS-NbEnCours.
   OPEN INPUT GCBEmpruntsFile.
   IF WS-EMP-STATUS = "00"
      MOVE "N" TO WS-EOF-EMP
      MOVE WS-IdInstitutionSaisi TO IdMembreEmprunt
      START GCBEmpruntsFile KEY IS EQUAL TO IdMembreEmprunt
         INVALID KEY MOVE "Y" TO WS-EOF-EMP
      END-START
      PERFORM UNTIL WS-EOF-EMP = "Y"
         READ GCBEmpruntsFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF-EMP
            NOT AT END
               IF IdMembreEmprunt NOT = WS-IdInstitutionSaisi
                  MOVE "Y" TO WS-EOF-EMP
               ELSE
                  IF DateRetourEffective = 0
                     ADD 1 TO WS-NbEnCours
                  END-IF
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBEmpruntsFile
   END-IF.

COMPTER-COPIES-DISPONIBLES.
      *> Copies du titre en rayon au site du poste.
   MOVE 0 TO WS-NbDisponibles.
   MOVE "N" TO WS-EOF-EXEMP.
   OPEN INPUT GCBExemplairesFile.
   IF WS-EXEMP-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-EXEMP
   ELSE
      MOVE WS-TitreSaisi TO TitreExemplaire
      MOVE 0 TO NumExemplaire
      START GCBExemplairesFile KEY IS GREATER THAN OR EQUAL
          CleExemplaire
         INVALID KEY MOVE "Y" TO WS-EOF-EXEMP
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF-EXEMP = "Y"
      READ GCBExemplairesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-EXEMP
         NOT AT END
            IF TitreExemplaire NOT = WS-TitreSaisi
               MOVE "Y" TO WS-EOF-EXEMP
            ELSE
               PERFORM LIRE-SITES-COPIE
               IF StatutExemplaire = "R"
                  AND WS-SiteCopie = WS-SitePoste
                  ADD 1 TO WS-NbDisponibles
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-EXEMP-STATUS NOT = "35"
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

CREER-LOT.
      *> Les copies en rayon du site sortent une à une ("P"), chacune
      *> avec son emprunt au nom de l'institution ; le lot garde le
      *> compte de ce qui est réellement sorti.
   PERFORM OBTENIR-PROCHAIN-NUMERO-LOT.
   COMPUTE WS-DateRetourLot = FUNCTION DATE-OF-INTEGER(
       FUNCTION INTEGER-OF-DATE(WS-DateJour) + WS-DureePretLue).
   MOVE 0 TO WS-NbSorties.
   MOVE "N" TO WS-EOF-EXEMP.
   OPEN I-O GCBExemplairesFile.
   IF WS-EXEMP-STATUS NOT = "00"
      DISPLAY "Erreur GCBExemplairesFile, statut " WS-EXEMP-STATUS
      MOVE "Y" TO WS-EOF-EXEMP
   ELSE
      MOVE WS-TitreSaisi TO TitreExemplaire
      MOVE 0 TO NumExemplaire
      START GCBExemplairesFile KEY IS GREATER THAN OR EQUAL
          CleExemplaire
         INVALID KEY MOVE "Y" TO WS-EOF-EXEMP
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF-EXEMP = "Y" OR WS-NbSorties = WS-NbDemande
      READ GCBExemplairesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-EXEMP
         NOT AT END
            IF TitreExemplaire NOT = WS-TitreSaisi
               MOVE "Y" TO WS-EOF-EXEMP
            ELSE
               PERFORM LIRE-SITES-COPIE
               IF StatutExemplaire = "R"
                  AND WS-SiteCopie = WS-SitePoste
                  MOVE "P" TO StatutExemplaire
                  REWRITE ExemplaireRecord
                  PERFORM ENREGISTRER-EMPRUNT-LOT
                  ADD 1 TO WS-NbSorties
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-EXEMP-STATUS NOT = "35"
      CLOSE GCBExemplairesFile
   END-IF.
   IF WS-NbSorties = 0
      DISPLAY "Aucune copie sortie : lot abandonné."
   ELSE
      MOVE WS-NumLotCourant TO NumPretGroupe
      MOVE WS-IdInstitutionSaisi TO IdInstitutionGroupe
      MOVE WS-IdResponsable TO IdResponsableGroupe
      MOVE WS-TitreSaisi TO TitrePretGroupe
      MOVE WS-DateJour TO DatePretGroupe
      MOVE WS-DateRetourLot TO DateRetourPrevueGroupe
      MOVE WS-NbSorties TO NbCopiesSortiesGroupe
      MOVE 0 TO NbCopiesRenduesGroupe
      MOVE 0 TO NbCopiesPerduesGroupe
      MOVE "O" TO StatutPretGroupe
      MOVE WS-SitePoste TO SitePretGroupe
      WRITE PretGroupeRecord
         INVALID KEY
            DISPLAY "Lot " WS-NumLotCourant " déjà existant."
      END-WRITE
      PERFORM ECRIRE-COMPTEUR-LOT
      PERFORM RECALCULER-COPIES-TITRE
      DISPLAY "Lot " WS-NumLotCourant " : " WS-NbSorties
          " copie(s) sorties, retour prévu le " WS-DateRetourLot
          "."
   END-IF.

ENREGISTRER-EMPRUNT-LOT.
   PERFORM OBTENIR-PROCHAIN-NUMERO-EMPRUNT.
   OPEN I-O GCBEmpruntsFile.
   IF WS-EMP-STATUS = "35"
      OPEN OUTPUT GCBEmpruntsFile
      CLOSE GCBEmpruntsFile
      OPEN I-O GCBEmpruntsFile
   END-IF.
   MOVE WS-NouvelleSeqEmprunt TO NumeroEmprunt.
   MOVE WS-IdInstitutionSaisi TO IdMembreEmprunt.
   MOVE WS-TitreSaisi TO TitreEmprunt.
   MOVE WS-DateJour TO DateEmprunt.
   MOVE WS-DateRetourLot TO DateRetourPrevue.
   MOVE 0 TO DateRetourEffective.
   MOVE "N" TO AmendeAppliquee.
   MOVE 0 TO NbRenouvellements.
   MOVE 0 TO NiveauRelance.
   MOVE 0 TO DateDerniereRelance.
   MOVE NumExemplaire TO NumExemplaireEmprunt.
   MOVE SPACE TO CodeResultatEmprunt.
   MOVE "G" TO CanalEmprunt.
   MOVE WS-SitePoste TO SiteEmprunt.
   MOVE SPACES TO SiteRetour.
   MOVE WS-NumLotCourant TO NumPretGroupeEmprunt.
   WRITE EmpruntRecord.
   CLOSE GCBEmpruntsFile.

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

OBTENIR-PROCHAIN-NUMERO-LOT.
   MOVE 0 TO WS-DerniereSeqLot.
   OPEN INPUT GCBPretGroupeSeqFile.
   IF WS-PGSEQ-STATUS = "00"
      READ GCBPretGroupeSeqFile
         AT END CONTINUE
         NOT AT END MOVE PretGroupeSeqRecord TO WS-DerniereSeqLot
      END-READ
      CLOSE GCBPretGroupeSeqFile
   END-IF.
   COMPUTE WS-NumLotCourant = WS-DerniereSeqLot + 1.

ECRIRE-COMPTEUR-LOT.
   MOVE WS-NumLotCourant TO PretGroupeSeqRecord.
   OPEN OUTPUT GCBPretGroupeSeqFile.
   WRITE PretGroupeSeqRecord.
   CLOSE GCBPretGroupeSeqFile.

RENTRER-COPIES-LOT.
   DISPLAY "Numéro du lot : ".
   ACCEPT WS-LotSaisi.
   PERFORM LIRE-LOT.
   IF WS-LotTrouve = "O"
      IF StatutPretGroupe NOT = "O"
         DISPLAY "Lot " WS-LotSaisi " déjà soldé."
      ELSE
         MOVE TitrePretGroupe TO WS-TitreSaisi
         MOVE IdInstitutionGroupe TO WS-IdInstitutionSaisi
         MOVE 0 TO WS-NbRendues
         MOVE "N" TO WS-FinSaisie
         PERFORM UNTIL WS-FinSaisie = "O"
            DISPLAY "Copie rendue (étiquette ou numéro, 0 = fin) : "
            ACCEPT WS-CodeSaisi
            IF WS-CodeSaisi = 0
               MOVE "O" TO WS-FinSaisie
            ELSE
               PERFORM RESOUDRE-COPIE-SAISIE
               IF WS-NumExempSaisi > 0
                  PERFORM RENTRER-UNE-COPIE
               END-IF
            END-IF
         END-PERFORM
         IF WS-NbRendues > 0
            PERFORM RECALCULER-COPIES-TITRE
         END-IF
         PERFORM RECOMPTER-LOT
         DISPLAY WS-NbRendues " copie(s) rentrée(s), "
             WS-NbDehorsLot " encore dehors."
      END-IF
   END-IF.

LIRE-LOT.
   MOVE "N" TO WS-LotTrouve.
   MOVE WS-LotSaisi TO NumPretGroupe.
   READ GCBPretsGroupesFile
      INVALID KEY DISPLAY "Lot " WS-LotSaisi " introuvable."
      NOT INVALID KEY MOVE "O" TO WS-LotTrouve
   END-READ.

RESOUDRE-COPIE-SAISIE.
      *> Un numéro court est le numéro de copie du titre du lot ;
      *> un code de dix chiffres est l'étiquette, qui doit porter
      *> le titre du lot.
   MOVE 0 TO WS-NumExempSaisi.
   IF WS-CodeSaisi <= 999
      MOVE WS-CodeSaisi TO WS-NumExempSaisi
   ELSE
      CALL 'GCB_CODE_BARRE' USING WS-CodeSaisi WS-TypeCodeLu
          WS-IdMembreCode WS-TitreCode WS-NumExempCode
          WS-StatutExempCode
      IF WS-TypeCodeLu NOT = "E"
         DISPLAY "Etiquette non reconnue."
      ELSE
      IF WS-TitreCode NOT = WS-TitreSaisi
         DISPLAY "Cette copie (" FUNCTION TRIM(WS-TitreCode)
             ") n'est pas du lot."
      ELSE
         MOVE WS-NumExempCode TO WS-NumExempSaisi
      END-IF
      END-IF
   END-IF.

RENTRER-UNE-COPIE.
   PERFORM CLORE-EMPRUNT-LOT.
   IF WS-EmpruntTrouve = "N"
      DISPLAY "Copie " WS-NumExempSaisi " : pas en cours dans ce lot."
   ELSE
      ADD 1 TO WS-NbRendues
      PERFORM REMETTRE-COPIE
      IF WS-MontantAmende > 0
         PERFORM IMPUTER-AMENDE-INSTITUTION
      END-IF
   END-IF.

CLORE-EMPRUNT-LOT.
      *> Emprunt en cours de la copie dans ce lot : clos au jour,
      *> au site du poste ; le retard est chiffré au taux de la
      *> catégorie et compté une seule fois (AmendeAppliquee).
   MOVE "N" TO WS-EmpruntTrouve.
   MOVE 0 TO WS-MontantAmende.
   OPEN I-O GCBEmpruntsFile.
   IF WS-EMP-STATUS NOT = "00"
      DISPLAY "Erreur GCBEmpruntsFile, statut " WS-EMP-STATUS
   ELSE
      MOVE "N" TO WS-EOF-EMP
      MOVE WS-TitreSaisi TO TitreEmprunt
      START GCBEmpruntsFile KEY IS EQUAL TO TitreEmprunt
         INVALID KEY MOVE "Y" TO WS-EOF-EMP
      END-START
      PERFORM UNTIL WS-EOF-EMP = "Y" OR WS-EmpruntTrouve = "O"
         READ GCBEmpruntsFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF-EMP
            NOT AT END
               IF TitreEmprunt NOT = WS-TitreSaisi
                  MOVE "Y" TO WS-EOF-EMP
               ELSE
                  IF NumPretGroupeEmprunt = WS-LotSaisi
                     AND NumExemplaireEmprunt = WS-NumExempSaisi
                     AND DateRetourEffective = 0
                     MOVE "O" TO WS-EmpruntTrouve
                     MOVE WS-DateJour TO DateRetourEffective
                     MOVE WS-SitePoste TO SiteRetour
                     COMPUTE WS-JoursRetard =
                         FUNCTION INTEGER-OF-DATE(DateRetourEffective)
                         - FUNCTION INTEGER-OF-DATE(DateRetourPrevue)
                     IF WS-JoursRetard > 0
                        COMPUTE WS-MontantAmende ROUNDED =
                            WS-JoursRetard * WS-TauxAmendeLu
                     END-IF
                     MOVE "O" TO AmendeAppliquee
                     REWRITE EmpruntRecord
                  END-IF
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBEmpruntsFile
   END-IF.

REMETTRE-COPIE.
      *> La copie rendue à son site d'attache va au premier membre
      *> en attente qui la retire ici, sinon au rayon ; rendue
      *> ailleurs, elle repart par la navette.
   MOVE "N" TO WS-ReservationServie.
   OPEN I-O GCBExemplairesFile.
   IF WS-EXEMP-STATUS NOT = "00"
      DISPLAY "Erreur GCBExemplairesFile, statut " WS-EXEMP-STATUS
   ELSE
      MOVE WS-TitreSaisi TO TitreExemplaire
      MOVE WS-NumExempSaisi TO NumExemplaire
      READ GCBExemplairesFile
         INVALID KEY
            DISPLAY "Copie absente de GCBExemplairesFile."
         NOT INVALID KEY
            PERFORM LIRE-SITES-COPIE
            MOVE WS-SitePoste TO SiteCourantExemplaire
            IF WS-SiteAttacheCopie = WS-SitePoste
               PERFORM SERVIR-PREMIERE-RESERVATION
               IF WS-ReservationServie = "O"
                  MOVE "H" TO StatutExemplaire
               ELSE
                  MOVE "R" TO StatutExemplaire
               END-IF
               MOVE SPACES TO SiteDestinationExemplaire
            ELSE
               MOVE "T" TO StatutExemplaire
               MOVE WS-SiteAttacheCopie TO SiteDestinationExemplaire
            END-IF
            REWRITE ExemplaireRecord
      END-READ
      CLOSE GCBExemplairesFile
   END-IF.

SERVIR-PREMIERE-RESERVATION.
      *> Le premier membre en attente (plus petit numéro de
      *> réservation "A" sur le titre, à retirer à ce site) obtient
      *> la copie mise de côté jusqu'à une date limite de retrait.
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
            MOVE SiteRetraitReservation TO WS-SiteRetraitLu
            IF WS-SiteRetraitLu = SPACES
               MOVE "CEN" TO WS-SiteRetraitLu
            END-IF
            IF TitreReservation = WS-TitreSaisi
               AND StatutReservation = "A"
               AND WS-SiteRetraitLu = WS-SitePoste
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
         DISPLAY "Copie mise de côté pour le membre "
             WS-MembreResaRetenu " jusqu'au " WS-DateLimiteResa "."
      END-IF
   END-IF.

IMPUTER-AMENDE-INSTITUTION.
   OPEN I-O GCBMembresFile.
   IF WS-MBR-STATUS NOT = "00"
      DISPLAY "Erreur GCBMembresFile, statut " WS-MBR-STATUS
   ELSE
      MOVE WS-IdInstitutionSaisi TO IdMembre OF MembreRecord
      READ GCBMembresFile
         INVALID KEY
            DISPLAY "Institution " WS-IdInstitutionSaisi
                " introuvable : amende non portée."
         NOT INVALID KEY
            ADD WS-MontantAmende TO SoldeAmendes OF MembreRecord
            REWRITE MembreRecord
            MOVE WS-MontantAmende TO WS-MontantAff
            DISPLAY "Retard : " WS-MontantAff
                " porté au compte de l'institution."
      END-READ
      CLOSE GCBMembresFile
   END-IF.

RECOMPTER-LOT.
      *> Compte du lot tiré de ses emprunts : rendue = emprunt clos
      *> sans incident, perdue = déclarée perdue ou endommagée au
      *> guichet. Le lot est soldé quand plus rien n'est dehors.
   MOVE "N" TO WS-AfficherDetail.
   PERFORM PARCOURIR-EMPRUNTS-LOT.
   MOVE WS-NbRenduesLot TO NbCopiesRenduesGroupe.
   MOVE WS-NbPerduesLot TO NbCopiesPerduesGroupe.
   IF WS-NbDehorsLot = 0
      MOVE "C" TO StatutPretGroupe
      DISPLAY "Lot " NumPretGroupe " soldé."
   END-IF.
   REWRITE PretGroupeRecord
      INVALID KEY DISPLAY "Lot " NumPretGroupe " non mis à jour."
   END-REWRITE.

PARCOURIR-EMPRUNTS-LOT.
   MOVE 0 TO WS-NbRenduesLot.
   MOVE 0 TO WS-NbPerduesLot.
   MOVE 0 TO WS-NbDehorsLot.
   OPEN INPUT GCBEmpruntsFile.
   IF WS-EMP-STATUS = "00"
      MOVE "N" TO WS-EOF-EMP
      MOVE TitrePretGroupe TO TitreEmprunt
      START GCBEmpruntsFile KEY IS EQUAL TO TitreEmprunt
         INVALID KEY MOVE "Y" TO WS-EOF-EMP
      END-START
      PERFORM UNTIL WS-EOF-EMP = "Y"
         READ GCBEmpruntsFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF-EMP
            NOT AT END
               IF TitreEmprunt NOT = TitrePretGroupe
                  MOVE "Y" TO WS-EOF-EMP
               ELSE
                  IF NumPretGroupeEmprunt = NumPretGroupe
                     PERFORM CLASSER-EMPRUNT-LOT
                  END-IF
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBEmpruntsFile
   END-IF.

CLASSER-EMPRUNT-LOT.
   IF DateRetourEffective = 0
      ADD 1 TO WS-NbDehorsLot
      MOVE "DEHORS" TO WS-EtatCopie
   ELSE
   IF CodeResultatEmprunt = "P" OR CodeResultatEmprunt = "D"
      ADD 1 TO WS-NbPerduesLot
      MOVE "PERDUE" TO WS-EtatCopie
   ELSE
      ADD 1 TO WS-NbRenduesLot
      MOVE "RENDUE" TO WS-EtatCopie
   END-IF
   END-IF.
   IF WS-AfficherDetail = "O"
      DISPLAY "  copie " NumExemplaireEmprunt "  emprunt "
          NumeroEmprunt "  " WS-EtatCopie "  " DateRetourEffective
   END-IF.

SUIVRE-LOT.
   DISPLAY "Numéro du lot : ".
   ACCEPT WS-LotSaisi.
   PERFORM LIRE-LOT.
   IF WS-LotTrouve = "O"
      DISPLAY "Lot " NumPretGroupe " : " TitrePretGroupe
      DISPLAY "Institution " IdInstitutionGroupe ", responsable "
          IdResponsableGroupe ", site " SitePretGroupe
      DISPLAY "Sorti le " DatePretGroupe ", retour prévu le "
          DateRetourPrevueGroupe
      MOVE "O" TO WS-AfficherDetail
      PERFORM PARCOURIR-EMPRUNTS-LOT
      DISPLAY NbCopiesSortiesGroupe " sortie(s), " WS-NbRenduesLot
          " rendue(s), " WS-NbPerduesLot " perdue(s), "
          WS-NbDehorsLot " dehors."
      IF StatutPretGroupe = "C"
         DISPLAY "Lot soldé."
      ELSE
      IF DateRetourPrevueGroupe < WS-DateJour
         DISPLAY "Lot en retard : les copies dehors se déclarent "
             "perdues au guichet, au compte de l'institution."
      END-IF
      END-IF
   END-IF.

LISTER-LOTS-EN-COURS.
   MOVE 0 TO WS-NbLots.
   MOVE 0 TO WS-NbLotsRetard.
   MOVE "N" TO WS-EOF-PG.
   MOVE 0 TO NumPretGroupe.
   START GCBPretsGroupesFile KEY IS GREATER THAN OR EQUAL
       NumPretGroupe
      INVALID KEY MOVE "Y" TO WS-EOF-PG
   END-START.
   PERFORM UNTIL WS-EOF-PG = "Y"
      READ GCBPretsGroupesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-PG
         NOT AT END
            IF StatutPretGroupe = "O"
               ADD 1 TO WS-NbLots
               IF DateRetourPrevueGroupe < WS-DateJour
                  ADD 1 TO WS-NbLotsRetard
                  MOVE "EN RETARD" TO WS-EtatCopie
               ELSE
                  MOVE SPACES TO WS-EtatCopie
               END-IF
               COMPUTE WS-NbDehorsLot = NbCopiesSortiesGroupe
                   - NbCopiesRenduesGroupe - NbCopiesPerduesGroupe
               DISPLAY NumPretGroupe "  " IdInstitutionGroupe "  "
                   TitrePretGroupe "  " WS-NbDehorsLot "/"
                   NbCopiesSortiesGroupe "  " DateRetourPrevueGroupe
                   "  " WS-EtatCopie
            END-IF
      END-READ
   END-PERFORM.
   DISPLAY WS-NbLots " lot(s) en cours dont " WS-NbLotsRetard
       " en retard.".

CHANGER-RESPONSABLE.
      *> Le responsable nommé vaut pour les lots à venir ; les lots
      *> déjà sortis gardent celui qui les a signés.
   DISPLAY "Numéro de l'institution : ".
   ACCEPT WS-IdInstitutionSaisi.
   DISPLAY "Numéro de membre du nouveau responsable : ".
   ACCEPT WS-NouveauResponsable.
   OPEN I-O GCBMembresFile.
   IF WS-MBR-STATUS NOT = "00"
      DISPLAY "Erreur GCBMembresFile, statut " WS-MBR-STATUS
   ELSE
      MOVE "N" TO WS-InstitutionValide
      MOVE WS-NouveauResponsable TO IdMembre OF MembreRecord
      READ GCBMembresFile
         INVALID KEY
            DISPLAY "Responsable introuvable."
         NOT INVALID KEY
            IF CategorieMembre OF MembreRecord = "I"
               DISPLAY "Le responsable doit être une personne."
            ELSE
               MOVE NomMembre OF MembreRecord TO WS-NomResponsable
               MOVE "O" TO WS-InstitutionValide
            END-IF
      END-READ
      IF WS-InstitutionValide = "O"
         MOVE WS-IdInstitutionSaisi TO IdMembre OF MembreRecord
         READ GCBMembresFile
            INVALID KEY
               DISPLAY "Institution introuvable."
            NOT INVALID KEY
               IF CategorieMembre OF MembreRecord NOT = "I"
                  DISPLAY "Ce membre n'est pas une institution."
               ELSE
                  MOVE WS-NouveauResponsable
                      TO IdResponsableMembre OF MembreRecord
                  REWRITE MembreRecord
                  DISPLAY "Responsable de "
                      FUNCTION TRIM(NomMembre OF MembreRecord) " : "
                      FUNCTION TRIM(WS-NomResponsable) "."
               END-IF
         END-READ
      END-IF
      CLOSE GCBMembresFile
   END-IF.

RECALCULER-COPIES-TITRE.
      *> NbCopies du titre = copies en rayon, comme au guichet.
   MOVE 0 TO WS-NbCopiesRayon.
   MOVE "N" TO WS-EOF-EXEMP.
   OPEN INPUT GCBExemplairesFile.
   IF WS-EXEMP-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-EXEMP
   ELSE
      MOVE WS-TitreSaisi TO TitreExemplaire
      MOVE 0 TO NumExemplaire
      START GCBExemplairesFile KEY IS GREATER THAN OR EQUAL
          CleExemplaire
         INVALID KEY MOVE "Y" TO WS-EOF-EXEMP
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF-EXEMP = "Y"
      READ GCBExemplairesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-EXEMP
         NOT AT END
            IF TitreExemplaire NOT = WS-TitreSaisi
               MOVE "Y" TO WS-EOF-EXEMP
            ELSE
               IF StatutExemplaire = "R"
                  ADD 1 TO WS-NbCopiesRayon
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-EXEMP-STATUS NOT = "35"
      CLOSE GCBExemplairesFile
   END-IF.
   OPEN I-O GCBLivresFile.
   IF WS-LIV-STATUS = "00"
      MOVE WS-TitreSaisi TO Titre OF LivreRecord
      READ GCBLivresFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            MOVE WS-NbCopiesRayon TO NbCopies OF LivreRecord
            REWRITE LivreRecord
      END-READ
      CLOSE GCBLivresFile
   END-IF.
