IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_PERIODIQUES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBAbonnementsFile
        FILE STATUS IS WS-ABO-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumAbonnement
        ASSIGN TO "GCBAbonnementsFile.dat".
    SELECT GCBNumerosPeriodiquesFile
        FILE STATUS IS WS-NUM-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleNumeroPeriodique
        ASSIGN TO "GCBNumerosPeriodiquesFile.dat".
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

DATA DIVISION.
FILE SECTION.
   FD GCBAbonnementsFile.
   COPY ABONNEMENT.

   FD GCBNumerosPeriodiquesFile.
   COPY NUMEROPER.

   FD GCBLivresFile.
   COPY LIVRE.

   FD GCBExemplairesFile.
   COPY EXEMPLAIRE.

   FD GCBCommandesFile.
   COPY COMMANDE.

   FD GCBCommandeSeqFile.
   01 CommandeSeqRecord PIC 9(6).

   FD GCBBudgetAcquisitionsFile.
   COPY BUDGET.

WORKING-STORAGE SECTION.
   01 WS-ABO-STATUS PIC 99.
   01 WS-NUM-STATUS PIC 99.
   01 WS-LIV-STATUS PIC 99.
   01 WS-EXEMP-STATUS PIC 99.
   01 WS-CMD-STATUS PIC 99.
   01 WS-CMDSEQ-STATUS PIC 99.
   01 WS-BUD-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-EOF-EXEMP PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-DateJour PIC 9(8).
   01 WS-AnneeCourante PIC 9(4).
   01 WS-AbonnementTrouve PIC X(1).
   01 WS-NumAbonnementSaisi PIC 9(4).
   01 WS-DernierNumAbonnement PIC 9(4).
   01 WS-TitreSaisi PIC X(30).
   01 WS-ISSNSaisi PIC X(13).
   01 WS-EditeurSaisi PIC X(30).
   01 WS-FournisseurSaisi PIC X(20).
   01 WS-PeriodiciteSaisie PIC X(1).
   01 WS-PremierNumeroSaisi PIC 9(5).
   01 WS-DatePremierNumero PIC 9(8).
   01 WS-DelaiSaisi PIC 9(3).
   01 WS-CoutSaisi PIC 9(5)V99.
   01 WS-NumeroRecu PIC 9(5).
   01 WS-NumeroCourant PIC 9(5).
   01 WS-NbManquants PIC 9(5).
   01 WS-MaxNumExemplaire PIC 9(3).
   01 WS-NumExemplaireCree PIC 9(3).
   01 WS-ExemplaireCree PIC X(1).
   01 WS-MontantAff PIC -ZZZZZZ9.99.
   01 WS-Confirmation PIC X(1).

      *> Calcul de la date de parution suivante selon la périodicité
      *> (les jours au-delà du 28 sont ramenés au 28 pour les
      *> périodicités au mois).
   01 WS-DateCalcul PIC 9(8).
   01 WS-DateCalculDetail REDEFINES WS-DateCalcul.
      05 WS-AnneeCalcul PIC 9(4).
      05 WS-MoisCalcul PIC 9(2).
      05 WS-JourCalcul PIC 9(2).
   01 WS-PeriodiciteCalcul PIC X(1).
   01 WS-NbMoisPeriode PIC 9(2).
   01 WS-MoisTotal PIC 9(6).

      *> Budget d'acquisitions de l'année (mêmes règles que
      *> GCB_COMMANDES) : le coût de l'abonnement y est engagé à la
      *> souscription et à chaque renouvellement, et une ligne de
      *> commande soldée le trace dans GCBCommandesFile pour le
      *> rapport budget/dépense.
   01 WS-MontantVote PIC 9(7)V99 VALUE 0.
   01 WS-MontantEngage PIC 9(7)V99 VALUE 0.
   01 WS-BudgetDisponible PIC S9(7)V99.
   01 WS-BudgetTrouve PIC X VALUE "N".
   01 WS-DerniereSeqCmd PIC 9(6) VALUE 0.
   01 WS-NouvelleSeqCmd PIC 9(6).
   01 WS-CoutImpute PIC X(1).

      *> Site du poste (GCB_SITE) : les copies créées ici y sont
      *> attachées et y sont présentes.
   01 WS-SitePoste PIC X(3) VALUE SPACES.
   01 WS-LibelleSitePoste PIC X(30).
   01 WS-SiteTrouve PIC X(1).

      *> Périodiques : abonnements (fournisseur, périodicité, numéro
      *> attendu, échéance, coût imputé au budget d'acquisitions),
      *> bulletinage des numéros reçus - chaque numéro devient un
      *> exemplaire prêtable du titre au catalogue - et suivi des
      *> numéros manquants. Les réclamations et les relances de
      *> renouvellement sont produites par GCB_PERIODIQUES_SUIVI.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_EXEMPLAIRES'.
   ACCEPT WS-DateJour FROM DATE YYYYMMDD.
   CALL 'GCB_SITE' USING WS-SitePoste WS-LibelleSitePoste
       WS-SiteTrouve.
   MOVE WS-DateJour(1:4) TO WS-AnneeCourante.
   PERFORM OUVRIR-ABONNEMENTS.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== PERIODIQUES : ABONNEMENTS ET BULLETINAGE ==="
      DISPLAY "1. Créer un abonnement"
      DISPLAY "2. Lister les abonnements"
      DISPLAY "3. Bulletiner un numéro reçu"
      DISPLAY "4. Renouveler un abonnement"
      DISPLAY "5. Résilier un abonnement"
      DISPLAY "6. Numéros manquants d'un abonnement"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1 PERFORM CREER-ABONNEMENT
         WHEN 2 PERFORM LISTER-ABONNEMENTS
         WHEN 3 PERFORM BULLETINER-NUMERO
         WHEN 4 PERFORM RENOUVELER-ABONNEMENT
         WHEN 5 PERFORM RESILIER-ABONNEMENT
         WHEN 6 PERFORM LISTER-MANQUANTS
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-PERFORM.
   CLOSE GCBAbonnementsFile.
   STOP RUN.

OUVRIR-ABONNEMENTS.
   OPEN I-O GCBAbonnementsFile.
   IF WS-ABO-STATUS = "35"
      OPEN OUTPUT GCBAbonnementsFile
      CLOSE GCBAbonnementsFile
      OPEN I-O GCBAbonnementsFile
   END-IF.

OUVRIR-NUMEROS.
   OPEN I-O GCBNumerosPeriodiquesFile.
   IF WS-NUM-STATUS = "35"
      OPEN OUTPUT GCBNumerosPeriodiquesFile
      CLOSE GCBNumerosPeriodiquesFile
      OPEN I-O GCBNumerosPeriodiquesFile
   END-IF.

LIRE-ABONNEMENT-SAISI.
   DISPLAY "Numéro d'abonnement : ".
   ACCEPT WS-NumAbonnementSaisi.
   MOVE WS-NumAbonnementSaisi TO NumAbonnement.
   READ GCBAbonnementsFile
      INVALID KEY MOVE "N" TO WS-AbonnementTrouve
      NOT INVALID KEY MOVE "O" TO WS-AbonnementTrouve
   END-READ.

CREER-ABONNEMENT.
   DISPLAY "Titre du périodique (titre au catalogue) : ".
   ACCEPT WS-TitreSaisi.
   DISPLAY "ISSN : ".
   ACCEPT WS-ISSNSaisi.
   DISPLAY "Editeur : ".
   ACCEPT WS-EditeurSaisi.
   DISPLAY "Fournisseur : ".
   ACCEPT WS-FournisseurSaisi.
   DISPLAY "Périodicité (H=hebdo, Q=quinzaine, M=mensuel, "
       "B=bimestriel, T=trimestriel, A=annuel) : ".
   ACCEPT WS-PeriodiciteSaisie.
   DISPLAY "Premier numéro attendu : ".
   ACCEPT WS-PremierNumeroSaisi.
   DISPLAY "Date de parution prévue de ce numéro (AAAAMMJJ) : ".
   ACCEPT WS-DatePremierNumero.
   DISPLAY "Délai de grâce avant réclamation (jours) : ".
   ACCEPT WS-DelaiSaisi.
   DISPLAY "Coût annuel de l'abonnement : ".
   ACCEPT WS-CoutSaisi.
   IF WS-TitreSaisi = SPACES OR WS-FournisseurSaisi = SPACES
      DISPLAY "Titre et fournisseur obligatoires. Création refusée."
   ELSE
   IF WS-PeriodiciteSaisie NOT = "H" AND WS-PeriodiciteSaisie NOT = "Q"
       AND WS-PeriodiciteSaisie NOT = "M"
       AND WS-PeriodiciteSaisie NOT = "B"
       AND WS-PeriodiciteSaisie NOT = "T"
       AND WS-PeriodiciteSaisie NOT = "A"
      DISPLAY "Périodicité inconnue. Création refusée."
   ELSE
   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DatePremierNumero) NOT = 0
      DISPLAY "Date de parution invalide. Création refusée."
   ELSE
      PERFORM IMPUTER-COUT-BUDGET
      IF WS-CoutImpute = "O"
         PERFORM OBTENIR-DERNIER-ABONNEMENT
         COMPUTE NumAbonnement = WS-DernierNumAbonnement + 1
         MOVE WS-TitreSaisi TO TitreAbonnement
         MOVE WS-ISSNSaisi TO ISSNAbonnement
         MOVE WS-FournisseurSaisi TO FournisseurAbonnement
         MOVE WS-PeriodiciteSaisie TO PeriodiciteAbonnement
         MOVE WS-PremierNumeroSaisi TO ProchainNumeroAbonnement
         MOVE WS-DatePremierNumero TO DateProchainNumero
         MOVE WS-DelaiSaisi TO DelaiReclamationAbonnement
         MOVE WS-DateJour TO WS-DateCalcul
         MOVE "A" TO WS-PeriodiciteCalcul
         PERFORM AVANCER-DATE-PARUTION
         MOVE WS-DateCalcul TO DateEcheanceAbonnement
         MOVE WS-CoutSaisi TO CoutAnnuelAbonnement
         MOVE 0 TO DateRelanceAbonnement
         MOVE "A" TO StatutAbonnement
         WRITE AbonnementRecord
            INVALID KEY
               DISPLAY "Erreur GCBAbonnementsFile, statut "
                   WS-ABO-STATUS
            NOT INVALID KEY
               PERFORM CREER-TITRE-PERIODIQUE
               DISPLAY "Abonnement " NumAbonnement " créé, échéance "
                   DateEcheanceAbonnement "."
         END-WRITE
      END-IF
   END-IF
   END-IF
   END-IF.

OBTENIR-DERNIER-ABONNEMENT.
   MOVE 0 TO WS-DernierNumAbonnement.
   MOVE "N" TO WS-EOF.
   MOVE 0 TO NumAbonnement.
   START GCBAbonnementsFile KEY IS GREATER THAN NumAbonnement
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBAbonnementsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END MOVE NumAbonnement TO WS-DernierNumAbonnement
      END-READ
   END-PERFORM.

CREER-TITRE-PERIODIQUE.
      *> Le périodique entre au catalogue sous son titre (sans copie)
      *> s'il n'y est pas déjà : ses numéros bulletinés en seront les
      *> exemplaires.
   OPEN I-O GCBLivresFile.
   IF WS-LIV-STATUS = "35"
      OPEN OUTPUT GCBLivresFile
      CLOSE GCBLivresFile
      OPEN I-O GCBLivresFile
   END-IF.
   MOVE WS-TitreSaisi TO Titre OF LivreRecord.
   READ GCBLivresFile
      INVALID KEY
         MOVE WS-TitreSaisi TO Titre OF LivreRecord
         MOVE WS-EditeurSaisi TO Auteur OF LivreRecord
         MOVE WS-AnneeCourante TO AnneePublication
         MOVE 0 TO NbCopies OF LivreRecord
         MOVE WS-ISSNSaisi TO ISBN OF LivreRecord
         MOVE 0 TO PrixUnitaire
         MOVE 0 TO IdAuteur OF LivreRecord
         MOVE "PERIODIQUE" TO Genre OF LivreRecord
         WRITE LivreRecord
         DISPLAY "Titre " FUNCTION TRIM(WS-TitreSaisi)
             " ajouté au catalogue."
      NOT INVALID KEY
         CONTINUE
   END-READ.
   CLOSE GCBLivresFile.

LISTER-ABONNEMENTS.
   MOVE "N" TO WS-EOF.
   MOVE 0 TO NumAbonnement.
   START GCBAbonnementsFile KEY IS GREATER THAN NumAbonnement
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   IF WS-EOF = "Y"
      DISPLAY "Aucun abonnement enregistré."
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBAbonnementsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            DISPLAY NumAbonnement " " TitreAbonnement " "
                FournisseurAbonnement " " PeriodiciteAbonnement
                " attendu n°" ProchainNumeroAbonnement " le "
                DateProchainNumero " échéance "
                DateEcheanceAbonnement " (" StatutAbonnement ")"
      END-READ
   END-PERFORM.

BULLETINER-NUMERO.
   PERFORM LIRE-ABONNEMENT-SAISI.
   IF WS-AbonnementTrouve = "N"
      DISPLAY "Abonnement inconnu."
   ELSE
   IF StatutAbonnement NOT = "A"
      DISPLAY "Abonnement résilié : bulletinage refusé."
   ELSE
      DISPLAY FUNCTION TRIM(TitreAbonnement) " - numéro attendu : "
          ProchainNumeroAbonnement " (parution prévue le "
          DateProchainNumero ")"
      DISPLAY "Numéro reçu (0 = le numéro attendu) : "
      ACCEPT WS-NumeroRecu
      IF WS-NumeroRecu = 0
         MOVE ProchainNumeroAbonnement TO WS-NumeroRecu
      END-IF
      PERFORM OUVRIR-NUMEROS
      IF WS-NumeroRecu < ProchainNumeroAbonnement
         PERFORM RECEVOIR-NUMERO-EN-RETARD
      ELSE
         PERFORM RECEVOIR-NUMERO-ATTENDU
      END-IF
      CLOSE GCBNumerosPeriodiquesFile
   END-IF
   END-IF.

RECEVOIR-NUMERO-EN-RETARD.
      *> Un numéro antérieur au numéro attendu n'est accepté que s'il
      *> figure parmi les manquants (réclamé ou non).
   MOVE NumAbonnement TO NumAbonnementNumero.
   MOVE WS-NumeroRecu TO NumeroPeriodique.
   READ GCBNumerosPeriodiquesFile
      INVALID KEY
         DISPLAY "Numéro " WS-NumeroRecu " inconnu pour cet "
             "abonnement."
      NOT INVALID KEY
         IF StatutNumero NOT = "M"
            DISPLAY "Numéro " WS-NumeroRecu " déjà bulletiné."
         ELSE
            PERFORM CREER-EXEMPLAIRE-NUMERO
            IF WS-ExemplaireCree = "O"
               MOVE WS-DateJour TO DateRecueNumero
               MOVE WS-NumExemplaireCree TO NumExemplaireNumero
               MOVE "R" TO StatutNumero
               REWRITE NumeroPeriodiqueRecord
               DISPLAY "Numéro manquant " WS-NumeroRecu
                   " reçu : exemplaire " WS-NumExemplaireCree "."
            END-IF
         END-IF
   END-READ.

RECEVOIR-NUMERO-ATTENDU.
      *> Les numéros sautés entre le numéro attendu et le numéro reçu
      *> sont inscrits manquants, à leur date de parution prévue.
   MOVE 0 TO WS-NbManquants.
   MOVE DateProchainNumero TO WS-DateCalcul.
   MOVE PeriodiciteAbonnement TO WS-PeriodiciteCalcul.
   PERFORM VARYING WS-NumeroCourant FROM ProchainNumeroAbonnement BY 1
       UNTIL WS-NumeroCourant >= WS-NumeroRecu
      MOVE NumAbonnement TO NumAbonnementNumero
      MOVE WS-NumeroCourant TO NumeroPeriodique
      MOVE WS-DateCalcul TO DateAttendueNumero
      MOVE 0 TO DateRecueNumero
      MOVE 0 TO NumExemplaireNumero
      MOVE "M" TO StatutNumero
      MOVE 0 TO NbReclamationsNumero
      MOVE 0 TO DateReclamationNumero
      WRITE NumeroPeriodiqueRecord
         INVALID KEY CONTINUE
         NOT INVALID KEY ADD 1 TO WS-NbManquants
      END-WRITE
      PERFORM AVANCER-DATE-PARUTION
   END-PERFORM.
   PERFORM CREER-EXEMPLAIRE-NUMERO.
   IF WS-ExemplaireCree = "O"
      MOVE NumAbonnement TO NumAbonnementNumero
      MOVE WS-NumeroRecu TO NumeroPeriodique
      MOVE WS-DateCalcul TO DateAttendueNumero
      MOVE WS-DateJour TO DateRecueNumero
      MOVE WS-NumExemplaireCree TO NumExemplaireNumero
      MOVE "R" TO StatutNumero
      MOVE 0 TO NbReclamationsNumero
      MOVE 0 TO DateReclamationNumero
      WRITE NumeroPeriodiqueRecord
         INVALID KEY REWRITE NumeroPeriodiqueRecord
      END-WRITE
      PERFORM AVANCER-DATE-PARUTION
      COMPUTE ProchainNumeroAbonnement = WS-NumeroRecu + 1
      MOVE WS-DateCalcul TO DateProchainNumero
      REWRITE AbonnementRecord
      DISPLAY "Numéro " WS-NumeroRecu " bulletiné : exemplaire "
          WS-NumExemplaireCree ". Prochain attendu : "
          ProchainNumeroAbonnement " le " DateProchainNumero "."
      IF WS-NbManquants > 0
         DISPLAY WS-NbManquants " numéro(s) sauté(s) inscrit(s) "
             "manquant(s), à réclamer au fournisseur."
      END-IF
   END-IF.

CREER-EXEMPLAIRE-NUMERO.
      *> Même numérotation que CREER-EXEMPLAIRES-LIVRES dans
      *> GCB_IMPORT_LIVRAISON : à la suite des copies du titre, sous
      *> 900 ; le compte de rayon NbCopies suit.
   MOVE "N" TO WS-ExemplaireCree.
   MOVE 0 TO WS-MaxNumExemplaire.
   MOVE "N" TO WS-EOF-EXEMP.
   OPEN I-O GCBExemplairesFile.
   IF WS-EXEMP-STATUS = "35"
      OPEN OUTPUT GCBExemplairesFile
      CLOSE GCBExemplairesFile
      OPEN I-O GCBExemplairesFile
   END-IF.
   IF WS-EXEMP-STATUS NOT = "00"
      DISPLAY "Erreur GCBExemplairesFile, statut " WS-EXEMP-STATUS
   ELSE
      MOVE TitreAbonnement TO TitreExemplaire
      MOVE 0 TO NumExemplaire
      START GCBExemplairesFile KEY IS GREATER THAN OR EQUAL
          CleExemplaire
         INVALID KEY MOVE "Y" TO WS-EOF-EXEMP
      END-START
      PERFORM UNTIL WS-EOF-EXEMP = "Y"
         READ GCBExemplairesFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF-EXEMP
            NOT AT END
               IF TitreExemplaire NOT = TitreAbonnement
                  MOVE "Y" TO WS-EOF-EXEMP
               ELSE
                  IF NumExemplaire > WS-MaxNumExemplaire
                     AND NumExemplaire < 900
                     MOVE NumExemplaire TO WS-MaxNumExemplaire
                  END-IF
               END-IF
         END-READ
      END-PERFORM
      IF WS-MaxNumExemplaire >= 899
         DISPLAY "Plus de numéro d'exemplaire libre pour ce titre."
      ELSE
         COMPUTE WS-NumExemplaireCree = WS-MaxNumExemplaire + 1
         MOVE TitreAbonnement TO TitreExemplaire
         MOVE WS-NumExemplaireCree TO NumExemplaire
         MOVE WS-DateJour TO DateAcquisitionExemplaire
         MOVE "NEUF" TO EtatExemplaire
         MOVE "R" TO StatutExemplaire
         MOVE 0 TO CodeBarreExemplaire
         MOVE WS-SitePoste TO SiteAttacheExemplaire
         MOVE WS-SitePoste TO SiteCourantExemplaire
         MOVE SPACES TO SiteDestinationExemplaire
         WRITE ExemplaireRecord
            INVALID KEY
               DISPLAY "Exemplaire déjà existant : numéro non "
                   "bulletiné."
            NOT INVALID KEY
               MOVE "O" TO WS-ExemplaireCree
         END-WRITE
      END-IF
      CLOSE GCBExemplairesFile
   END-IF.
   IF WS-ExemplaireCree = "O"
      OPEN I-O GCBLivresFile
      IF WS-LIV-STATUS = "00"
         MOVE TitreAbonnement TO Titre OF LivreRecord
         READ GCBLivresFile
            INVALID KEY
               DISPLAY "Titre absent du catalogue : compte de "
                   "rayon non mis à jour."
            NOT INVALID KEY
               ADD 1 TO NbCopies OF LivreRecord
               REWRITE LivreRecord
         END-READ
         CLOSE GCBLivresFile
      END-IF
   END-IF.

RENOUVELER-ABONNEMENT.
   PERFORM LIRE-ABONNEMENT-SAISI.
   IF WS-AbonnementTrouve = "N"
      DISPLAY "Abonnement inconnu."
   ELSE
      MOVE CoutAnnuelAbonnement TO WS-MontantAff
      DISPLAY FUNCTION TRIM(TitreAbonnement) " : échéance "
          DateEcheanceAbonnement ", coût actuel " WS-MontantAff
      DISPLAY "Coût annuel du renouvellement : "
      ACCEPT WS-CoutSaisi
      MOVE TitreAbonnement TO WS-TitreSaisi
      MOVE ISSNAbonnement TO WS-ISSNSaisi
      MOVE FournisseurAbonnement TO WS-FournisseurSaisi
      PERFORM IMPUTER-COUT-BUDGET
      IF WS-CoutImpute = "O"
            *> La nouvelle période court à partir de l'échéance, ou
            *> d'aujourd'hui si l'abonnement avait déjà expiré.
         IF DateEcheanceAbonnement < WS-DateJour
            MOVE WS-DateJour TO WS-DateCalcul
         ELSE
            MOVE DateEcheanceAbonnement TO WS-DateCalcul
         END-IF
         MOVE "A" TO WS-PeriodiciteCalcul
         PERFORM AVANCER-DATE-PARUTION
         MOVE WS-DateCalcul TO DateEcheanceAbonnement
         MOVE WS-CoutSaisi TO CoutAnnuelAbonnement
         MOVE 0 TO DateRelanceAbonnement
         MOVE "A" TO StatutAbonnement
         REWRITE AbonnementRecord
         DISPLAY "Abonnement renouvelé jusqu'au "
             DateEcheanceAbonnement "."
      END-IF
   END-IF.

RESILIER-ABONNEMENT.
   PERFORM LIRE-ABONNEMENT-SAISI.
   IF WS-AbonnementTrouve = "N"
      DISPLAY "Abonnement inconnu."
   ELSE
      DISPLAY "Résilier " FUNCTION TRIM(TitreAbonnement)
          " (O/N) ? "
      ACCEPT WS-Confirmation
      IF WS-Confirmation = "O"
         MOVE "R" TO StatutAbonnement
         REWRITE AbonnementRecord
         DISPLAY "Abonnement résilié : plus de réclamation ni de "
             "relance."
      END-IF
   END-IF.

LISTER-MANQUANTS.
   PERFORM LIRE-ABONNEMENT-SAISI.
   IF WS-AbonnementTrouve = "N"
      DISPLAY "Abonnement inconnu."
   ELSE
      PERFORM OUVRIR-NUMEROS
      MOVE 0 TO WS-NbManquants
      MOVE "N" TO WS-EOF
      MOVE NumAbonnement TO NumAbonnementNumero
      MOVE 0 TO NumeroPeriodique
      START GCBNumerosPeriodiquesFile KEY IS GREATER THAN OR EQUAL
          CleNumeroPeriodique
         INVALID KEY MOVE "Y" TO WS-EOF
      END-START
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBNumerosPeriodiquesFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               IF NumAbonnementNumero NOT = NumAbonnement
                  MOVE "Y" TO WS-EOF
               ELSE
                  IF StatutNumero = "M"
                     ADD 1 TO WS-NbManquants
                     DISPLAY "  n°" NumeroPeriodique " prévu le "
                         DateAttendueNumero " réclamé "
                         NbReclamationsNumero " fois"
                  END-IF
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBNumerosPeriodiquesFile
      DISPLAY WS-NbManquants " numéro(s) manquant(s)."
   END-IF.

AVANCER-DATE-PARUTION.
   EVALUATE WS-PeriodiciteCalcul
      WHEN "H"
         COMPUTE WS-DateCalcul = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-DateCalcul) + 7)
      WHEN "Q"
         COMPUTE WS-DateCalcul = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-DateCalcul) + 14)
      WHEN OTHER
         EVALUATE WS-PeriodiciteCalcul
            WHEN "B" MOVE 2 TO WS-NbMoisPeriode
            WHEN "T" MOVE 3 TO WS-NbMoisPeriode
            WHEN "A" MOVE 12 TO WS-NbMoisPeriode
            WHEN OTHER MOVE 1 TO WS-NbMoisPeriode
         END-EVALUATE
         COMPUTE WS-MoisTotal = WS-AnneeCalcul * 12
             + WS-MoisCalcul - 1 + WS-NbMoisPeriode
         DIVIDE WS-MoisTotal BY 12 GIVING WS-AnneeCalcul
             REMAINDER WS-MoisCalcul
         ADD 1 TO WS-MoisCalcul
         IF WS-JourCalcul > 28
            MOVE 28 TO WS-JourCalcul
         END-IF
   END-EVALUATE.

IMPUTER-COUT-BUDGET.
   MOVE "N" TO WS-CoutImpute.
   PERFORM LIRE-BUDGET-ANNEE.
   IF WS-MontantVote = 0
      DISPLAY "Aucun budget d'acquisitions voté pour "
          WS-AnneeCourante " (GCB_COMMANDES, option 4)."
   ELSE
   IF WS-CoutSaisi > WS-BudgetDisponible
      MOVE WS-BudgetDisponible TO WS-MontantAff
      DISPLAY "Budget insuffisant (disponible " WS-MontantAff
          ") : abonnement refusé."
   ELSE
      PERFORM OBTENIR-PROCHAIN-NUMERO-CMD
      OPEN EXTEND GCBCommandesFile
      IF WS-CMD-STATUS = "35"
         OPEN OUTPUT GCBCommandesFile
      END-IF
      IF WS-CMD-STATUS NOT = "00"
         DISPLAY "Erreur GCBCommandesFile, statut " WS-CMD-STATUS
      ELSE
            *> Ligne soldée d'emblée : l'abonnement est payé à la
            *> souscription, les numéros arrivent par bulletinage.
         MOVE WS-NouvelleSeqCmd TO NumCommande
         MOVE WS-FournisseurSaisi TO FournisseurCommande
         MOVE WS-DateJour TO DateCommande
         MOVE WS-ISSNSaisi TO ISBNCommande
         MOVE WS-TitreSaisi TO TitreCommande
         MOVE 1 TO QuantiteCommandee
         MOVE WS-CoutSaisi TO PrixConvenuCommande
         MOVE 1 TO QuantiteRecue
         MOVE "R" TO StatutLigneCommande
         WRITE CommandeRecord
         CLOSE GCBCommandesFile
         ADD WS-CoutSaisi TO WS-MontantEngage
         PERFORM REECRIRE-BUDGET-ANNEE
         MOVE "O" TO WS-CoutImpute
         MOVE WS-CoutSaisi TO WS-MontantAff
         DISPLAY "Coût " WS-MontantAff " imputé au budget "
             WS-AnneeCourante " (commande " WS-NouvelleSeqCmd ")."
      END-IF
   END-IF
   END-IF.

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
      *> L'exercice de l'année existe forcément ici (budget voté).
   MOVE "N" TO WS-EOF.
   OPEN I-O GCBBudgetAcquisitionsFile.
   IF WS-BUD-STATUS = "00"
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBBudgetAcquisitionsFile
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               IF AnneeBudget = WS-AnneeCourante
                  MOVE WS-MontantEngage TO MontantEngageBudget
                  REWRITE BudgetAcquisitionsRecord
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBBudgetAcquisitionsFile
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
