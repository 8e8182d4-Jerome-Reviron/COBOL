IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_RELIURE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBReliuresFile
        FILE STATUS IS WS-REL-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleReliure
        ASSIGN TO "GCBReliuresFile.dat".
    SELECT GCBReliureSeqFile
        FILE STATUS IS WS-RELSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBReliureSeqFile.txt".
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
    SELECT GCBCommandesFile
        FILE STATUS IS WS-CMD-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCommandesFile.txt".
    SELECT GCBCommandeSeqFile
        FILE STATUS IS WS-CMDSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCommandeSeqFile.txt".
    SELECT GCBBudgetAcquisitionsFile
        FILE STATUS IS WS-BUD-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBBudgetAcquisitionsFile.txt".
    SELECT GCBEtatReliuresFile
        FILE STATUS IS WS-ETAT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEtat.

DATA DIVISION.
FILE SECTION.
   FD GCBReliuresFile.
   COPY RELIURE.

   FD GCBReliureSeqFile.
   01 ReliureSeqRecord PIC 9(6).

   FD GCBExemplairesFile.
   COPY EXEMPLAIRE.

   FD GCBLivresFile.
   COPY LIVRE.

   FD GCBReservationsFile.
   COPY RESERVATION.

   FD GCBCommandesFile.
   COPY COMMANDE.

   FD GCBCommandeSeqFile.
   01 CommandeSeqRecord PIC 9(6).

   FD GCBBudgetAcquisitionsFile.
   COPY BUDGET.

   FD GCBEtatReliuresFile.
   01 LigneEtatReliures PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-REL-STATUS PIC 99.
   01 WS-RELSEQ-STATUS PIC 99.
   01 WS-EXEMP-STATUS PIC 99.
   01 WS-LIV-STATUS PIC 99.
   01 WS-RESA-STATUS PIC 99.
   01 WS-CMD-STATUS PIC 99.
   01 WS-CMDSEQ-STATUS PIC 99.
   01 WS-BUD-STATUS PIC 99.
   01 WS-ETAT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-EOF-REL PIC X VALUE "N".
   01 WS-EOF-EXEMP PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-DateJour PIC 9(8).
   01 WS-AnneeCourante PIC 9(4).
   01 WS-MontantAff PIC -ZZZZZZ9.99.
   01 WS-NbCopiesListees PIC 9(5).

      *> Constitution d'un lot : un relieur, une date de retour
      *> convenue, puis les copies une à une avec leur devis.
   01 WS-RelieurSaisi PIC X(20).
   01 WS-DateRetourSaisie PIC 9(8).
   01 WS-TitreSaisi PIC X(30).
   01 WS-NumExempSaisi PIC 9(3).
   01 WS-CoutSaisi PIC 9(5)V99.
   01 WS-FinSaisie PIC X(1).
   01 WS-NumLotCourant PIC 9(6).
   01 WS-DerniereSeqLot PIC 9(6) VALUE 0.
   01 WS-RangLot PIC 9(3) VALUE 0.
   01 WS-CopieEligible PIC X(1).
   01 WS-EtatAvant PIC X(10).
   01 WS-StatutAvant PIC X(1).
   01 WS-TotalDevisLot PIC 9(7)V99.

      *> Rentrée d'un lot.
   01 WS-LotSaisi PIC 9(6).
   01 WS-Reponse PIC X(1).
   01 WS-EtatRepare PIC X(10).
   01 WS-NbRentrees PIC 9(3).
   01 WS-NouveauStatutExemp PIC X(1).

      *> Service de la file de réservations au retour de la copie,
      *> comme au retour d'un emprunt dans GestionInventaireLivres.
   01 WS-ReservationServie PIC X(1).
   01 WS-NumResaRetenue PIC 9(6).
   01 WS-MembreResaRetenu PIC 9(6).
   01 WS-DateLimiteResa PIC 9(8).
      *> La copie réparée rentre à son site d'attache (la centrale
      *> pour l'ancien dessin) ; elle n'y sert que les réservations
      *> à retirer à ce site, les autres passent par la navette.
   01 WS-SiteAttacheCopie PIC X(3).
   01 WS-SiteRetraitLu PIC X(3).
   01 DelaiRetraitJours PIC 9(2) VALUE 3.

      *> Budget d'acquisitions de l'année (mêmes règles que
      *> GCB_COMMANDES) : le coût réel d'une réparation est engagé à
      *> la rentrée - la dépense est faite, elle est imputée même au
      *> delà du disponible, avec un avertissement - et tracé par une
      *> ligne de commande soldée au nom du relieur.
   01 WS-MontantVote PIC 9(7)V99 VALUE 0.
   01 WS-MontantEngage PIC 9(7)V99 VALUE 0.
   01 WS-BudgetDisponible PIC S9(7)V99.
   01 WS-BudgetTrouve PIC X VALUE "N".
   01 WS-DerniereSeqCmd PIC 9(6) VALUE 0.
   01 WS-NouvelleSeqCmd PIC 9(6).
   01 WS-ISBNTitre PIC X(13).

      *> Etat des reliures : copies en retard chez le relieur et
      *> dépense de réparation de l'année par relieur.
   01 WS-NomEtat PIC X(44).
   01 WS-LigneTravail PIC X(80).
   01 WS-NbLignesEtat PIC 9(6) VALUE 0.
   01 WS-TypeRapportEtat PIC X(12) VALUE "RELIURES".
   01 WS-NbEnRetard PIC 9(5).
   01 WS-JoursRetard PIC 9(5).
   01 WS-CoutAff PIC ZZZZZZ9.99.
   01 WS-DevisAff PIC ZZZZZZ9.99.
   01 WS-NbRelieurs PIC 9(2) VALUE 0.
   01 IdxRelieur PIC 9(2).
   01 WS-RangRelieur PIC 9(2).
   01 TableRelieurs OCCURS 50 TIMES.
      05 NomRelieurTable PIC X(20).
      05 NbRentreesTable PIC 9(5).
      05 CoutReelTable PIC 9(7)V99.
      05 NbDehorsTable PIC 9(5).
      05 DevisDehorsTable PIC 9(7)V99.

      *> Reliure et réparation des copies abîmées : sont à envoyer
      *> les copies en réparation ("E") et les copies en rayon notées
      *> "ABIME". Un lot les confie à un relieur nommé avec une date
      *> de retour convenue et un devis par copie (statut "B" pendant
      *> l'envoi, sorties du compte de rayon) ; la rentrée leur donne
      *> l'état réparé, les rend au rayon ou à la première
      *> réservation en attente sur le titre, et impute le coût réel
      *> au budget d'acquisitions.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_EXEMPLAIRES'.
   ACCEPT WS-DateJour FROM DATE YYYYMMDD.
   MOVE WS-DateJour(1:4) TO WS-AnneeCourante.
   OPEN I-O GCBReliuresFile.
   IF WS-REL-STATUS = "35"
      OPEN OUTPUT GCBReliuresFile
      CLOSE GCBReliuresFile
      OPEN I-O GCBReliuresFile
   END-IF.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== RELIURE ET REPARATION DES EXEMPLAIRES ==="
      DISPLAY "1. Lister les copies à réparer"
      DISPLAY "2. Envoyer un lot au relieur"
      DISPLAY "3. Rentrer un lot"
      DISPLAY "4. Lister les copies chez le relieur"
      DISPLAY "5. Etat : retards et dépense par relieur"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1 PERFORM LISTER-COPIES-A-REPARER
         WHEN 2 PERFORM ENVOYER-LOT
         WHEN 3 PERFORM RENTRER-LOT
         WHEN 4 PERFORM LISTER-COPIES-DEHORS
         WHEN 5 PERFORM ETAT-RELIURES
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-PERFORM.
   CLOSE GCBReliuresFile.
   STOP RUN.

LISTER-COPIES-A-REPARER.
   MOVE 0 TO WS-NbCopiesListees.
   MOVE "N" TO WS-EOF-EXEMP.
   OPEN INPUT GCBExemplairesFile.
   IF WS-EXEMP-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-EXEMP
   END-IF.
   PERFORM UNTIL WS-EOF-EXEMP = "Y"
      READ GCBExemplairesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-EXEMP
         NOT AT END
            IF StatutExemplaire = "E"
               OR (StatutExemplaire = "R" AND EtatExemplaire = "ABIME")
               ADD 1 TO WS-NbCopiesListees
               DISPLAY TitreExemplaire " copie " NumExemplaire
                   " état " EtatExemplaire " statut "
                   StatutExemplaire
            END-IF
      END-READ
   END-PERFORM.
   IF WS-EXEMP-STATUS NOT = "35"
      CLOSE GCBExemplairesFile
   END-IF.
   DISPLAY WS-NbCopiesListees " copie(s) à envoyer en réparation.".

ENVOYER-LOT.
   DISPLAY "Relieur : ".
   ACCEPT WS-RelieurSaisi.
   DISPLAY "Date de retour convenue (AAAAMMJJ) : ".
   ACCEPT WS-DateRetourSaisie.
   IF WS-RelieurSaisi = SPACES
      DISPLAY "Relieur obligatoire. Lot abandonné."
   ELSE
   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DateRetourSaisie) NOT = 0
       OR WS-DateRetourSaisie < WS-DateJour
      DISPLAY "Date de retour invalide. Lot abandonné."
   ELSE
      PERFORM OBTENIR-PROCHAIN-NUMERO-LOT
      MOVE 0 TO WS-RangLot
      MOVE 0 TO WS-TotalDevisLot
      MOVE "N" TO WS-FinSaisie
      PERFORM UNTIL WS-FinSaisie = "O"
         DISPLAY "Titre de la copie (vide = fin du lot) : "
         ACCEPT WS-TitreSaisi
         IF WS-TitreSaisi = SPACES
            MOVE "O" TO WS-FinSaisie
         ELSE
            PERFORM AJOUTER-COPIE-AU-LOT
         END-IF
      END-PERFORM
      IF WS-RangLot = 0
         DISPLAY "Lot vide : rien n'est envoyé."
      ELSE
         MOVE WS-TotalDevisLot TO WS-MontantAff
         DISPLAY "Lot " WS-NumLotCourant " : " WS-RangLot
             " copie(s) chez " FUNCTION TRIM(WS-RelieurSaisi)
             ", devis total " WS-MontantAff ", retour prévu le "
             WS-DateRetourSaisie "."
      END-IF
   END-IF
   END-IF.

AJOUTER-COPIE-AU-LOT.
   DISPLAY "Numéro de copie : ".
   ACCEPT WS-NumExempSaisi.
   DISPLAY "Devis de la réparation : ".
   ACCEPT WS-CoutSaisi.
   MOVE "N" TO WS-CopieEligible.
   OPEN I-O GCBExemplairesFile.
   IF WS-EXEMP-STATUS NOT = "00"
      DISPLAY "Erreur GCBExemplairesFile, statut " WS-EXEMP-STATUS
   ELSE
      MOVE WS-TitreSaisi TO TitreExemplaire
      MOVE WS-NumExempSaisi TO NumExemplaire
      READ GCBExemplairesFile
         INVALID KEY
            DISPLAY "Copie inconnue."
         NOT INVALID KEY
            IF StatutExemplaire = "E"
               OR (StatutExemplaire = "R" AND EtatExemplaire = "ABIME")
               MOVE "O" TO WS-CopieEligible
               MOVE EtatExemplaire TO WS-EtatAvant
               MOVE StatutExemplaire TO WS-StatutAvant
               MOVE "B" TO StatutExemplaire
               REWRITE ExemplaireRecord
            ELSE
               DISPLAY "Copie ni abîmée ni en réparation (statut "
                   StatutExemplaire ", état "
                   FUNCTION TRIM(EtatExemplaire) ") : refusée."
            END-IF
      END-READ
      CLOSE GCBExemplairesFile
   END-IF.
   IF WS-CopieEligible = "O"
      ADD 1 TO WS-RangLot
      MOVE WS-NumLotCourant TO NumLotReliure
      MOVE WS-RangLot TO RangReliure
      MOVE WS-TitreSaisi TO TitreReliure
      MOVE WS-NumExempSaisi TO NumExemplaireReliure
      MOVE WS-RelieurSaisi TO RelieurReliure
      MOVE WS-DateJour TO DateEnvoiReliure
      MOVE WS-DateRetourSaisie TO DateRetourPrevueReliure
      MOVE WS-CoutSaisi TO CoutDevisReliure
      MOVE WS-EtatAvant TO EtatAvantReliure
      MOVE WS-StatutAvant TO StatutAvantReliure
      MOVE 0 TO DateRetourReliure
      MOVE SPACES TO EtatApresReliure
      MOVE 0 TO CoutReelReliure
      MOVE "A" TO StatutReliure
      WRITE ReliureRecord
         INVALID KEY
            DISPLAY "Erreur GCBReliuresFile, statut " WS-REL-STATUS
      END-WRITE
      ADD WS-CoutSaisi TO WS-TotalDevisLot
         *> Une copie prise au rayon en sort : le compte NbCopies du
         *> titre suit.
      IF WS-StatutAvant = "R"
         MOVE "B" TO WS-NouveauStatutExemp
         PERFORM AJUSTER-COPIES-TITRE
      END-IF
      DISPLAY "Copie " WS-NumExempSaisi " ajoutée au lot "
          WS-NumLotCourant "."
   END-IF.

AJUSTER-COPIES-TITRE.
      *> Départ au relieur d'une copie prise au rayon ("B") ou
      *> retour au rayon ("R") : NbCopies du titre WS-TitreSaisi
      *> suit. L'ISBN du titre est relevé pour la ligne de commande.
   OPEN I-O GCBLivresFile.
   IF WS-LIV-STATUS = "00"
      MOVE WS-TitreSaisi TO Titre OF LivreRecord
      READ GCBLivresFile
         INVALID KEY
            MOVE SPACES TO WS-ISBNTitre
         NOT INVALID KEY
            MOVE ISBN OF LivreRecord TO WS-ISBNTitre
            EVALUATE TRUE
               WHEN WS-NouveauStatutExemp = "R"
                  ADD 1 TO NbCopies OF LivreRecord
                  REWRITE LivreRecord
               WHEN WS-NouveauStatutExemp = "B"
                   AND NbCopies OF LivreRecord > 0
                  SUBTRACT 1 FROM NbCopies OF LivreRecord
                  REWRITE LivreRecord
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
      END-READ
      CLOSE GCBLivresFile
   END-IF.

OBTENIR-PROCHAIN-NUMERO-LOT.
   MOVE 0 TO WS-DerniereSeqLot.
   OPEN INPUT GCBReliureSeqFile.
   IF WS-RELSEQ-STATUS = "00"
      READ GCBReliureSeqFile
         AT END CONTINUE
         NOT AT END MOVE ReliureSeqRecord TO WS-DerniereSeqLot
      END-READ
      CLOSE GCBReliureSeqFile
   END-IF.
   COMPUTE WS-NumLotCourant = WS-DerniereSeqLot + 1.
   MOVE WS-NumLotCourant TO ReliureSeqRecord.
   OPEN OUTPUT GCBReliureSeqFile.
   WRITE ReliureSeqRecord.
   CLOSE GCBReliureSeqFile.

RENTRER-LOT.
   DISPLAY "Numéro du lot : ".
   ACCEPT WS-LotSaisi.
   MOVE 0 TO WS-NbRentrees.
   MOVE "N" TO WS-EOF-REL.
   MOVE WS-LotSaisi TO NumLotReliure.
   MOVE 0 TO RangReliure.
   START GCBReliuresFile KEY IS GREATER THAN OR EQUAL CleReliure
      INVALID KEY MOVE "Y" TO WS-EOF-REL
   END-START.
   PERFORM UNTIL WS-EOF-REL = "Y"
      READ GCBReliuresFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-REL
         NOT AT END
            IF NumLotReliure NOT = WS-LotSaisi
               MOVE "Y" TO WS-EOF-REL
            ELSE
               IF StatutReliure = "A"
                  PERFORM PROPOSER-RENTREE-COPIE
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   DISPLAY WS-NbRentrees " copie(s) rentrée(s) du lot " WS-LotSaisi
       ".".

PROPOSER-RENTREE-COPIE.
   MOVE CoutDevisReliure TO WS-MontantAff.
   DISPLAY TitreReliure " copie " NumExemplaireReliure " chez "
       FUNCTION TRIM(RelieurReliure) ", devis " WS-MontantAff.
   DISPLAY "Rentrée (O/N) ? ".
   ACCEPT WS-Reponse.
   IF WS-Reponse = "O"
      DISPLAY "Etat après réparation (vide = BON) : "
      ACCEPT WS-EtatRepare
      IF WS-EtatRepare = SPACES
         MOVE "BON" TO WS-EtatRepare
      END-IF
      DISPLAY "Coût réel (0 = devis) : "
      ACCEPT WS-CoutSaisi
      IF WS-CoutSaisi = 0
         MOVE CoutDevisReliure TO WS-CoutSaisi
      END-IF
      MOVE WS-DateJour TO DateRetourReliure
      MOVE WS-EtatRepare TO EtatApresReliure
      MOVE WS-CoutSaisi TO CoutReelReliure
      MOVE "R" TO StatutReliure
      REWRITE ReliureRecord
      MOVE TitreReliure TO WS-TitreSaisi
      MOVE NumExemplaireReliure TO WS-NumExempSaisi
      MOVE RelieurReliure TO WS-RelieurSaisi
      PERFORM RENTRER-COPIE
      ADD 1 TO WS-NbRentrees
   END-IF.

RENTRER-COPIE.
      *> La copie réparée va d'abord au premier membre en attente sur
      *> le titre (mise de côté), sinon au rayon.
   PERFORM LIRE-SITE-ATTACHE-COPIE.
   PERFORM SERVIR-PREMIERE-RESERVATION.
   IF WS-ReservationServie = "O"
      MOVE "H" TO WS-NouveauStatutExemp
   ELSE
      MOVE "R" TO WS-NouveauStatutExemp
   END-IF.
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
            MOVE WS-EtatRepare TO EtatExemplaire
            MOVE WS-NouveauStatutExemp TO StatutExemplaire
            MOVE WS-SiteAttacheCopie TO SiteCourantExemplaire
            MOVE SPACES TO SiteDestinationExemplaire
            REWRITE ExemplaireRecord
      END-READ
      CLOSE GCBExemplairesFile
   END-IF.
   MOVE SPACES TO WS-ISBNTitre.
   PERFORM AJUSTER-COPIES-TITRE.
   PERFORM IMPUTER-COUT-REPARATION.

LIRE-SITE-ATTACHE-COPIE.
   MOVE SPACES TO WS-SiteAttacheCopie.
   OPEN INPUT GCBExemplairesFile.
   IF WS-EXEMP-STATUS = "00"
      MOVE WS-TitreSaisi TO TitreExemplaire
      MOVE WS-NumExempSaisi TO NumExemplaire
      READ GCBExemplairesFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            MOVE SiteAttacheExemplaire TO WS-SiteAttacheCopie
      END-READ
      CLOSE GCBExemplairesFile
   END-IF.
   IF WS-SiteAttacheCopie = SPACES
      MOVE "CEN" TO WS-SiteAttacheCopie
   END-IF.

SERVIR-PREMIERE-RESERVATION.
      *> Le premier membre en attente (plus petit numéro de
      *> réservation "A" sur le titre) obtient la copie mise de côté
      *> jusqu'à une date limite de retrait.
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
            MOVE SiteRetraitReservation TO WS-SiteRetraitLu
            IF WS-SiteRetraitLu = SPACES
               MOVE "CEN" TO WS-SiteRetraitLu
            END-IF
            IF TitreReservation = WS-TitreSaisi
               AND StatutReservation = "A"
               AND WS-SiteRetraitLu = WS-SiteAttacheCopie
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

IMPUTER-COUT-REPARATION.
   IF WS-CoutSaisi > 0
      PERFORM LIRE-BUDGET-ANNEE
      IF WS-CoutSaisi > WS-BudgetDisponible
         MOVE WS-BudgetDisponible TO WS-MontantAff
         DISPLAY "Attention : coût supérieur au budget disponible ("
             WS-MontantAff "), imputé quand même."
      END-IF
      ADD WS-CoutSaisi TO WS-MontantEngage
      PERFORM REECRIRE-BUDGET-ANNEE
      PERFORM OBTENIR-PROCHAIN-NUMERO-CMD
      OPEN EXTEND GCBCommandesFile
      IF WS-CMD-STATUS = "35"
         OPEN OUTPUT GCBCommandesFile
      END-IF
      IF WS-CMD-STATUS NOT = "00"
         DISPLAY "Erreur GCBCommandesFile, statut " WS-CMD-STATUS
      ELSE
         MOVE WS-NouvelleSeqCmd TO NumCommande
         MOVE WS-RelieurSaisi TO FournisseurCommande
         MOVE WS-DateJour TO DateCommande
         MOVE WS-ISBNTitre TO ISBNCommande
         MOVE WS-TitreSaisi TO TitreCommande
         MOVE 1 TO QuantiteCommandee
         MOVE WS-CoutSaisi TO PrixConvenuCommande
         MOVE 1 TO QuantiteRecue
         MOVE "R" TO StatutLigneCommande
         WRITE CommandeRecord
         CLOSE GCBCommandesFile
      END-IF
      MOVE WS-CoutSaisi TO WS-MontantAff
      DISPLAY "Coût " WS-MontantAff " imputé au budget "
          WS-AnneeCourante "."
   END-IF.

LISTER-COPIES-DEHORS.
   MOVE 0 TO WS-NbCopiesListees.
   MOVE "N" TO WS-EOF-REL.
   MOVE 0 TO NumLotReliure.
   MOVE 0 TO RangReliure.
   START GCBReliuresFile KEY IS GREATER THAN OR EQUAL CleReliure
      INVALID KEY MOVE "Y" TO WS-EOF-REL
   END-START.
   PERFORM UNTIL WS-EOF-REL = "Y"
      READ GCBReliuresFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-REL
         NOT AT END
            IF StatutReliure = "A"
               ADD 1 TO WS-NbCopiesListees
               DISPLAY "Lot " NumLotReliure " " TitreReliure
                   " copie " NumExemplaireReliure " "
                   RelieurReliure " retour " DateRetourPrevueReliure
            END-IF
      END-READ
   END-PERFORM.
   DISPLAY WS-NbCopiesListees " copie(s) chez le relieur.".

ETAT-RELIURES.
   MOVE 0 TO WS-NbEnRetard.
   MOVE 0 TO WS-NbRelieurs.
   MOVE SPACES TO WS-NomEtat.
   STRING "GCBReliures" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEtat.
   MOVE 0 TO WS-NbLignesEtat.
   OPEN OUTPUT GCBEtatReliuresFile.
   MOVE SPACES TO WS-LigneTravail.
   STRING "RELIURE ET REPARATION AU " WS-DateJour
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE "COPIES EN RETARD CHEZ LE RELIEUR" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE "N" TO WS-EOF-REL.
   MOVE 0 TO NumLotReliure.
   MOVE 0 TO RangReliure.
   START GCBReliuresFile KEY IS GREATER THAN OR EQUAL CleReliure
      INVALID KEY MOVE "Y" TO WS-EOF-REL
   END-START.
   PERFORM UNTIL WS-EOF-REL = "Y"
      READ GCBReliuresFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-REL
         NOT AT END PERFORM EXAMINER-LIGNE-RELIURE
      END-READ
   END-PERFORM.
   IF WS-NbEnRetard = 0
      MOVE "  Aucune copie en retard." TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-ETAT
   END-IF.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE SPACES TO WS-LigneTravail.
   STRING "DEPENSE DE REPARATION PAR RELIEUR - " WS-AnneeCourante
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE "  Relieur              Rentrées   Coût réel  Dehors      Devis"
       TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   PERFORM VARYING IdxRelieur FROM 1 BY 1
       UNTIL IdxRelieur > WS-NbRelieurs
      MOVE CoutReelTable(IdxRelieur) TO WS-CoutAff
      MOVE DevisDehorsTable(IdxRelieur) TO WS-DevisAff
      MOVE SPACES TO WS-LigneTravail
      STRING "  " NomRelieurTable(IdxRelieur) " "
          NbRentreesTable(IdxRelieur) " " WS-CoutAff " "
          NbDehorsTable(IdxRelieur) " " WS-DevisAff
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-ETAT
   END-PERFORM.
   IF WS-NbRelieurs = 0
      MOVE "  Aucune réparation cette année." TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-ETAT
   END-IF.
   CLOSE GCBEtatReliuresFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportEtat
       WS-DateJour WS-NbLignesEtat WS-NomEtat.
   DISPLAY "Etat écrit dans " FUNCTION TRIM(WS-NomEtat) ".".

EXAMINER-LIGNE-RELIURE.
   IF StatutReliure = "A"
      IF DateRetourPrevueReliure < WS-DateJour
         ADD 1 TO WS-NbEnRetard
         COMPUTE WS-JoursRetard = FUNCTION INTEGER-OF-DATE(WS-DateJour)
             - FUNCTION INTEGER-OF-DATE(DateRetourPrevueReliure)
         MOVE SPACES TO WS-LigneTravail
         STRING "  Lot " NumLotReliure " " TitreReliure " copie "
             NumExemplaireReliure
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-ETAT
         MOVE SPACES TO WS-LigneTravail
         STRING "      " RelieurReliure " prévu le "
             DateRetourPrevueReliure ", retard " WS-JoursRetard " j"
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-ETAT
      END-IF
      PERFORM CHERCHER-RANG-RELIEUR
      IF WS-RangRelieur > 0
         ADD 1 TO NbDehorsTable(WS-RangRelieur)
         ADD CoutDevisReliure TO DevisDehorsTable(WS-RangRelieur)
      END-IF
   ELSE
   IF DateRetourReliure(1:4) = WS-AnneeCourante
      PERFORM CHERCHER-RANG-RELIEUR
      IF WS-RangRelieur > 0
         ADD 1 TO NbRentreesTable(WS-RangRelieur)
         ADD CoutReelReliure TO CoutReelTable(WS-RangRelieur)
      END-IF
   END-IF
   END-IF.

CHERCHER-RANG-RELIEUR.
   MOVE 0 TO WS-RangRelieur.
   PERFORM VARYING IdxRelieur FROM 1 BY 1
       UNTIL IdxRelieur > WS-NbRelieurs OR WS-RangRelieur > 0
      IF NomRelieurTable(IdxRelieur) = RelieurReliure
         MOVE IdxRelieur TO WS-RangRelieur
      END-IF
   END-PERFORM.
   IF WS-RangRelieur = 0 AND WS-NbRelieurs < 50
      ADD 1 TO WS-NbRelieurs
      MOVE WS-NbRelieurs TO WS-RangRelieur
      MOVE RelieurReliure TO NomRelieurTable(WS-RangRelieur)
      MOVE 0 TO NbRentreesTable(WS-RangRelieur)
      MOVE 0 TO CoutReelTable(WS-RangRelieur)
      MOVE 0 TO NbDehorsTable(WS-RangRelieur)
      MOVE 0 TO DevisDehorsTable(WS-RangRelieur)
   END-IF.

ECRIRE-LIGNE-ETAT.
   MOVE WS-LigneTravail TO LigneEtatReliures.
   WRITE LigneEtatReliures.
   ADD 1 TO WS-NbLignesEtat.
   DISPLAY WS-LigneTravail.

LIRE-BUDGET-ANNEE.
   MOVE "N" TO WS-BudgetTrouve.
   MOVE 0 TO WS-MontantVote.
   MOVE 0 TO WS-MontantEngage.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBBudgetAcquisitionsFile.
   IF WS-BUD-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBBudgetAcquisitionsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF AnneeBudget = WS-AnneeCourante
               MOVE "O" TO WS-BudgetTrouve
               MOVE MontantVoteBudget TO WS-MontantVote
               MOVE MontantEngageBudget TO WS-MontantEngage
            END-IF
      END-READ
   END-PERFORM.
   IF WS-BUD-STATUS NOT = "35"
      CLOSE GCBBudgetAcquisitionsFile
   END-IF.
   COMPUTE WS-BudgetDisponible
       = WS-MontantVote - WS-MontantEngage.

REECRIRE-BUDGET-ANNEE.
      *> Même réécriture que GCB_COMMANDES : l'exercice de l'année est
      *> créé s'il manquait.
   MOVE "N" TO WS-EOF.
   MOVE "N" TO WS-BudgetTrouve.
   OPEN I-O GCBBudgetAcquisitionsFile.
   IF WS-BUD-STATUS = "35"
      OPEN OUTPUT GCBBudgetAcquisitionsFile
      MOVE WS-AnneeCourante TO AnneeBudget
      MOVE WS-MontantVote TO MontantVoteBudget
      MOVE WS-MontantEngage TO MontantEngageBudget
      WRITE BudgetAcquisitionsRecord
      CLOSE GCBBudgetAcquisitionsFile
   ELSE
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBBudgetAcquisitionsFile
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               IF AnneeBudget = WS-AnneeCourante
                  MOVE "O" TO WS-BudgetTrouve
                  MOVE WS-MontantVote TO MontantVoteBudget
                  MOVE WS-MontantEngage TO MontantEngageBudget
                  REWRITE BudgetAcquisitionsRecord
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBBudgetAcquisitionsFile
      IF WS-BudgetTrouve = "N"
         OPEN EXTEND GCBBudgetAcquisitionsFile
         MOVE WS-AnneeCourante TO AnneeBudget
         MOVE WS-MontantVote TO MontantVoteBudget
         MOVE WS-MontantEngage TO MontantEngageBudget
         WRITE BudgetAcquisitionsRecord
         CLOSE GCBBudgetAcquisitionsFile
      END-IF
   END-IF.

OBTENIR-PROCHAIN-NUMERO-CMD.
   MOVE 0 TO WS-DerniereSeqCmd.
   OPEN INPUT GCBCommandeSeqFile.
   IF WS-CMDSEQ-STATUS = "00"
      READ GCBCommandeSeqFile
         AT END CONTINUE
         NOT AT END MOVE CommandeSeqRecord TO WS-DerniereSeqCmd
      END-READ
      CLOSE GCBCommandeSeqFile
   END-IF.
   COMPUTE WS-NouvelleSeqCmd = WS-DerniereSeqCmd + 1.
   MOVE WS-NouvelleSeqCmd TO CommandeSeqRecord.
   OPEN OUTPUT GCBCommandeSeqFile.
   WRITE CommandeSeqRecord.
   CLOSE GCBCommandeSeqFile.
