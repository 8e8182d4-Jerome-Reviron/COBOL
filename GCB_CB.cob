IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_CB.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBAutorisationsCBFile
        FILE STATUS IS WS-AUTCB-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBAutorisationsCBFile.txt".
    SELECT GCBAutorisationCBSeqFile
        FILE STATUS IS WS-AUTSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBAutorisationCBSeqFile.txt".
    SELECT GCBCompensationCBFile
        FILE STATUS IS WS-COMP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCompensationCBFile.txt".
    SELECT GCBCompensationsCBNonRapprocheesFile
        FILE STATUS IS WS-NR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCompensationsCBNonRapprocheesFile.txt".
    SELECT GCBCartesFile
        FILE STATUS IS WS-CARTE-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumCarte
        ALTERNATE RECORD KEY IS NumeroCompteCarte
            WITH DUPLICATES
        ASSIGN TO "GCBCartesFile.dat".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".
    SELECT GCBFichiersTraitesFile
        FILE STATUS IS WS-FICH-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBFichiersTraitesFile.txt".
    SELECT GCBModeBatchFile
        FILE STATUS IS WS-BATCH-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBModeBatchFile.txt".
    SELECT GCBCanalFile
        FILE STATUS IS WS-CANAL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCanalFile.txt".
    SELECT EditionCBFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEdition.

DATA DIVISION.
FILE SECTION.
   FD GCBAutorisationsCBFile.
   COPY AUTORCB.

   FD GCBAutorisationCBSeqFile.
   01 AutorisationCBSeqRecord PIC 9(6).

   FD GCBCompensationCBFile.
      *> Fichier de compensation quotidien du réseau carte : un
      *> en-tête "H" (date, réseau), une ligne "D" par achat présenté
      *> (numéro d'autorisation, carte, montant compensé, commerçant)
      *> et un pied "T" (nombre de lignes, total) ; mêmes contrôles
      *> de niveau fichier que le journal de GCB_GAB.
   01 CompensationCBRecord.
      05 TypeLigneComp PIC X(1).
      05 CorpsLigneComp PIC X(45).
      05 CorpsEnteteComp REDEFINES CorpsLigneComp.
         10 DateFichierComp PIC 9(8).
         10 ReseauComp PIC X(12).
         10 FILLER PIC X(25).
      05 CorpsDetailComp REDEFINES CorpsLigneComp.
         10 NumAutorisationComp PIC 9(6).
         10 NumCarteComp PIC 9(8).
         10 MontantComp PIC 9(5)V99.
         10 CommercantComp PIC X(20).
         10 FILLER PIC X(4).
      05 CorpsPiedComp REDEFINES CorpsLigneComp.
         10 NbLignesAnnonceComp PIC 9(6).
         10 TotalAnnonceComp PIC 9(9)V99.
         10 FILLER PIC X(28).

   FD GCBCompensationsCBNonRapprocheesFile.
      *> Présentations non imputées, avec leur code motif : AUTINC
      *> autorisation inconnue ou d'une autre carte, DEJACP
      *> autorisation déjà compensée, CPTINC compte inconnu, CPTFER
      *> compte indisponible, DECEDE titulaire décédé, FICCTL fichier
      *> refusé au contrôle.
   01 CompensationNRRecord.
      05 DateTraitementNR PIC 9(8).
      05 NumAutorisationNR PIC 9(6).
      05 NumCarteNR PIC 9(8).
      05 NumeroCompteNR PIC 9(6).
      05 MontantNR PIC 9(5)V99.
      05 CommercantNR PIC X(20).
      05 CodeMotifNR PIC X(6).

   FD GCBCartesFile.
   COPY CARTE.

   FD GCBJourFile.
   COPY JOUR.

   FD GCBFichiersTraitesFile.
   COPY FICHTRAIT.

   FD GCBModeBatchFile.
      *> "O" le temps de la compensation : débraye la garde
      *> anti-doublon de GCB_WRITE pour les achats identiques
      *> légitimes d'un même fichier.
   01 ModeBatchRecord PIC X(1).

   FD GCBCanalFile.
      *> Canal "C" posé le temps de la compensation : les achats
      *> sont des opérations par carte.
   01 CanalRecord PIC X(1).

   FD EditionCBFile.
   01 LigneEdition PIC X(100).

WORKING-STORAGE SECTION.
   01 WS-AUTCB-STATUS PIC 99.
   01 WS-AUTSEQ-STATUS PIC 99.
   01 WS-COMP-STATUS PIC 99.
   01 WS-NR-STATUS PIC 99.
   01 WS-CARTE-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-BATCH-STATUS PIC 99.
   01 WS-CANAL-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 0.

      *> Contrôles de niveau fichier, mêmes règles que l'intake
      *> interbancaire : en-tête et pied obligatoires, totaux du pied
      *> confrontés au lu, doublon (date, réseau) refusé via
      *> GCBFichiersTraitesFile.
   01 WS-FICH-STATUS PIC 99.
   01 WS-FichierRefuse PIC X(1) VALUE "N".
   01 WS-EnteteVu PIC X VALUE "N".
   01 WS-PiedVu PIC X VALUE "N".
   01 WS-DateFichier PIC 9(8) VALUE 0.
   01 WS-EmetteurFichier PIC X(12) VALUE SPACES.
   01 WS-NbLignesLues PIC 9(6) VALUE 0.
   01 WS-TotalLignesLues PIC 9(9)V99 VALUE 0.
   01 WS-NbAnnonceLu PIC 9(6) VALUE 0.
   01 WS-TotalAnnonceLu PIC 9(9)V99 VALUE 0.
   01 TypeFichierIntake PIC X(3) VALUE "CBC".

   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-NbCompensees PIC 9(5) VALUE 0.
   01 WS-NbNonRapprochees PIC 9(5) VALUE 0.
   01 WS-NbExpirees PIC 9(5) VALUE 0.
   01 WS-MotifCourant PIC X(6).
   01 ActionAchat PIC X(10) VALUE "ACHAT-CB".
   01 WS-MontantDebit PIC S9(5)V99.
   01 WS-PlancherCompte PIC S9(5)V99.
      *> Relu au démarrage dans GCBParametresFile (clé
      *> DECOUVERT-MAX) via GCB_PARAMETRE, comme GCB2 ; la VALUE ne
      *> sert que de repli.
   01 MontantDecouvertMax PIC S9(5)V99 VALUE 200.00.
      *> Nombre de jours pendant lesquels une autorisation non
      *> compensée retient les fonds (clé DELAI-AUTOR-CB).
   01 WS-DelaiAutorisation PIC 9(3) VALUE 7.
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
   01 CleDecouvertMax PIC X(20) VALUE "DECOUVERT-MAX".
   01 CleDelaiAutorisation PIC X(20) VALUE "DELAI-AUTOR-CB".
   01 WS-TotalBlocages PIC S9(7)V99.
   01 WS-TotalChequesAttente PIC S9(7)V99.
   01 WS-TotalEnveloppes PIC S9(7)V99.
   01 WS-CompteMineur PIC X(1) VALUE "N".
   01 WS-NumTuteurCompte PIC 9(6) VALUE 0.
   01 WS-CodeProduit PIC X(2).
   01 WS-TauxProduit PIC 9V9999.
   01 WS-DecouvertProduit PIC X(1).
   01 WS-RetraitsLibres PIC X(1).

      *> Saisie d'une demande d'autorisation.
   01 WS-NumCarte PIC 9(8).
   01 WS-MontantSaisi PIC 9(5)V99.
   01 WS-CommercantSaisi PIC X(20).
   01 WS-NumCompteCarte PIC 9(6) VALUE 0.
   01 WS-StatutCarte PIC X(1).
   01 WS-ExpirationCarte PIC 9(8).
   01 WS-CarteTrouvee PIC X VALUE "N".
   01 WS-DernierNumAutorisation PIC 9(6).
   01 WS-NumAutorisation PIC 9(6).

      *> Autorisations (lignes brutes) pour l'expiration, le
      *> rapprochement et la réécriture.
   01 WS-NbAutorisations PIC 9(4) VALUE 0.
   01 IdxAutorisation PIC 9(4).
   01 IdxAutorisationTrouvee PIC 9(4) VALUE 0.
   01 WS-AutorisationsTronque PIC X VALUE "N".
   01 TableAutorisations OCCURS 5000 TIMES.
      05 LigneAutorisationTable PIC X(100).

      *> Présentations non rapprochées du jour, pour le rapport.
   01 WS-NbNR PIC 9(4) VALUE 0.
   01 IdxNR PIC 9(4).
   01 TableNR OCCURS 2000 TIMES.
      05 LigneNRTable PIC X(70).

      *> Cartes présentes dans le rapport du jour.
   01 WS-NbCartesRapport PIC 9(4) VALUE 0.
   01 IdxCarteRapport PIC 9(4).
   01 WS-CarteDejaVue PIC X VALUE "N".
   01 TableCartesRapport OCCURS 2000 TIMES.
      05 NumCarteRapport PIC 9(8).
   01 WS-CarteEditee PIC 9(8).

   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(100).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-TypeRapportCB PIC X(12) VALUE "COMPENS-CB".
   01 WS-EcartCompense PIC S9(5)V99.
   01 WS-MontantAff PIC ZZZZ9.99.
   01 WS-MontantCompAff PIC ZZZZ9.99.
   01 WS-EcartAff PIC -ZZZZ9.99.
   01 WS-DisponibleAff PIC -ZZZZZZ9.99.
   01 WS-Disponible PIC S9(7)V99.

   01 WS-SoldeCompte PIC S9(5)V99.
   01 WS-StatutCompte PIC X(1).
   01 WS-PinCompte PIC 9(4).
   01 WS-DeviseCompte PIC X(3).
   01 WS-NomTitulaire PIC X(30).
   01 WS-CompteJoint PIC X(1).
   01 WS-NomCotitulaire PIC X(30).
   01 WS-Beneficiaire PIC X(30).

      *> Paiements par carte chez les commerçants : la demande
      *> d'autorisation contrôle la carte et le disponible du compte
      *> (même plancher que le RETRAIT de GCB2) et pose une
      *> autorisation qui retient les fonds par GCB_BLOCAGE. Le
      *> fichier de compensation du réseau est intégré en batch :
      *> chaque présentation rapprochée sur son numéro d'autorisation
      *> devient un mouvement ACHAT-CB du montant compensé par
      *> GCB_WRITE et libère la retenue, ce qui solde l'écart éventuel
      *> avec le montant autorisé. Les autorisations non compensées
      *> tombent à leur échéance ; le rapport du jour les liste par
      *> carte avec les compensées et les non rapprochées.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_CARTES'.
   DISPLAY "==============================================".
   DISPLAY "PAIEMENTS PAR CARTE - GCB2".
   DISPLAY "==============================================".
   DISPLAY "1. Demande d'autorisation".
   DISPLAY "2. Intégrer le fichier de compensation".
   DISPLAY "3. Rapport du jour par carte".
   DISPLAY "0. Quitter".
   ACCEPT ChoixUtilisateur.
   PERFORM LIRE-DATE-JOUR.
   PERFORM LIRE-PARAMETRES.
   EVALUATE ChoixUtilisateur
      WHEN 1
         PERFORM AUTORISER-ACHAT
      WHEN 2
         PERFORM POSER-MODE-BATCH
         PERFORM INTEGRER-COMPENSATION
         PERFORM EFFACER-MODE-BATCH
      WHEN 3
         PERFORM EDITER-RAPPORT-CB
      WHEN OTHER
         DISPLAY "Aucune action effectuée."
   END-EVALUATE.
   STOP RUN.

LIRE-PARAMETRES.
   CALL 'GCB_PARAMETRE' USING CleDecouvertMax WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO MontantDecouvertMax
   END-IF.
   CALL 'GCB_PARAMETRE' USING CleDelaiAutorisation WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-DelaiAutorisation
   END-IF.

LIRE-DATE-JOUR.
      *> Même repli que OBTENIR-DATE-TRAITEMENT dans GCB_WRITE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   OPEN INPUT GCBJourFile.
   IF WS-JOUR-STATUS = "00"
      READ GCBJourFile
         AT END CONTINUE
         NOT AT END MOVE DateJourFile TO WS-DateJour
      END-READ
      CLOSE GCBJourFile
   END-IF.

AUTORISER-ACHAT.
   DISPLAY "Numéro de carte : ".
   ACCEPT WS-NumCarte.
   DISPLAY "Montant de l'achat : ".
   ACCEPT WS-MontantSaisi.
   DISPLAY "Commerçant : ".
   ACCEPT WS-CommercantSaisi.
   PERFORM CHERCHER-CARTE.
   IF WS-CarteTrouvee = "N"
      DISPLAY "REFUS : carte inconnue."
   ELSE
   IF WS-StatutCarte NOT = "A"
      DISPLAY "REFUS : carte bloquée ou retirée."
   ELSE
   IF WS-ExpirationCarte < WS-DateJour
      DISPLAY "REFUS : carte expirée."
   ELSE
   IF WS-MontantSaisi = 0
      DISPLAY "REFUS : montant nul."
   ELSE
      MOVE 0 TO WS-SoldeCompte
      CALL 'GCB_LECTURE' USING WS-NumCompteCarte WS-SoldeCompte
          WS-StatutCompte WS-PinCompte WS-DeviseCompte
          WS-NomTitulaire WS-CompteJoint WS-NomCotitulaire
          WS-Beneficiaire
      IF WS-StatutCompte NOT = "A"
         DISPLAY "REFUS : compte " WS-NumCompteCarte
             " indisponible (statut " WS-StatutCompte ")."
      ELSE
         PERFORM CALCULER-PLANCHER
         MOVE WS-MontantSaisi TO WS-MontantDebit
         IF WS-MontantDebit > WS-SoldeCompte - WS-PlancherCompte
            COMPUTE WS-Disponible = WS-SoldeCompte
                - WS-PlancherCompte
            MOVE WS-Disponible TO WS-DisponibleAff
            DISPLAY "REFUS : solde insuffisant (disponible "
                WS-DisponibleAff ")."
         ELSE
            PERFORM ENREGISTRER-AUTORISATION
         END-IF
      END-IF
   END-IF
   END-IF
   END-IF
   END-IF.

CALCULER-PLANCHER.
      *> Même plancher que le RETRAIT de GCB2 : règles du produit
      *> (pas de découvert pour un compte de mineur, GCB_MINEUR),
      *> blocages de fonds (autorisations en cours comprises),
      *> chèques non compensés et enveloppes.
   CALL 'GCB_PRODUIT' USING WS-NumCompteCarte WS-CodeProduit
       WS-TauxProduit WS-DecouvertProduit WS-RetraitsLibres.
   CALL 'GCB_MINEUR' USING WS-NumCompteCarte WS-CompteMineur
       WS-NumTuteurCompte.
   MOVE 0 TO WS-PlancherCompte.
   IF WS-DecouvertProduit = "O" AND WS-CompteMineur NOT = "O"
      COMPUTE WS-PlancherCompte = 0 - MontantDecouvertMax
   END-IF.
   CALL 'GCB_BLOCAGE' USING WS-NumCompteCarte WS-TotalBlocages.
   ADD WS-TotalBlocages TO WS-PlancherCompte.
   CALL 'GCB_CHEQUES_ATTENTE' USING WS-NumCompteCarte
       WS-TotalChequesAttente.
   ADD WS-TotalChequesAttente TO WS-PlancherCompte.
   CALL 'GCB_ENVELOPPES' USING WS-NumCompteCarte WS-TotalEnveloppes.
   ADD WS-TotalEnveloppes TO WS-PlancherCompte.

ENREGISTRER-AUTORISATION.
   PERFORM OBTENIR-NUMERO-AUTORISATION.
   MOVE WS-NumAutorisation TO NumAutorisationCB.
   MOVE WS-NumCarte TO NumCarteAutorisation.
   MOVE WS-NumCompteCarte TO NumeroCompteAutorisation.
   MOVE WS-CommercantSaisi TO CommercantAutorisation.
   MOVE WS-MontantSaisi TO MontantAutorise.
   MOVE WS-DateJour TO DateAutorisation.
   COMPUTE DateExpirationAutorisation = FUNCTION DATE-OF-INTEGER(
       FUNCTION INTEGER-OF-DATE(WS-DateJour) + WS-DelaiAutorisation).
   MOVE "A" TO StatutAutorisation.
   MOVE 0 TO MontantCompenseAutorisation.
   MOVE 0 TO DateSortieAutorisation.
   OPEN EXTEND GCBAutorisationsCBFile.
   IF WS-AUTCB-STATUS = "35"
      OPEN OUTPUT GCBAutorisationsCBFile
   END-IF.
   IF WS-AUTCB-STATUS NOT = "00"
      DISPLAY "Erreur GCBAutorisationsCBFile, statut "
          WS-AUTCB-STATUS
   ELSE
      WRITE AutorisationCBRecord
      CLOSE GCBAutorisationsCBFile
      MOVE WS-MontantSaisi TO WS-MontantAff
      DISPLAY "AUTORISE : autorisation n° " WS-NumAutorisation
          " pour " WS-MontantAff ", fonds retenus jusqu'au "
          DateExpirationAutorisation "."
   END-IF.

OBTENIR-NUMERO-AUTORISATION.
      *> Même mécanisme de séquence monotone que GCBSequenceFile dans
      *> GCB_WRITE.
   MOVE 0 TO WS-DernierNumAutorisation.
   OPEN INPUT GCBAutorisationCBSeqFile.
   IF WS-AUTSEQ-STATUS = "00"
      READ GCBAutorisationCBSeqFile
         AT END CONTINUE
         NOT AT END
            MOVE AutorisationCBSeqRecord TO WS-DernierNumAutorisation
      END-READ
      CLOSE GCBAutorisationCBSeqFile
   END-IF.
   COMPUTE WS-NumAutorisation = WS-DernierNumAutorisation + 1.
   MOVE WS-NumAutorisation TO AutorisationCBSeqRecord.
   OPEN OUTPUT GCBAutorisationCBSeqFile.
   WRITE AutorisationCBSeqRecord.
   CLOSE GCBAutorisationCBSeqFile.

CHERCHER-CARTE.
      *> Lecture directe de la carte par son numéro.
   MOVE "N" TO WS-CarteTrouvee.
   OPEN INPUT GCBCartesFile.
   IF WS-CARTE-STATUS = "00"
      MOVE WS-NumCarte TO NumCarte
      READ GCBCartesFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            MOVE "O" TO WS-CarteTrouvee
            MOVE NumeroCompteCarte TO WS-NumCompteCarte
            MOVE StatutCarte TO WS-StatutCarte
            MOVE DateExpirationCarte TO WS-ExpirationCarte
      END-READ
      CLOSE GCBCartesFile
   END-IF.

INTEGRER-COMPENSATION.
   PERFORM CONTROLER-FICHIER-COMP.
   EVALUATE WS-FichierRefuse
      WHEN "A"
         DISPLAY "Aucun fichier de compensation à intégrer (statut "
             WS-COMP-STATUS ")."
      WHEN "D"
         DISPLAY "Compensation du " WS-DateFichier " du réseau "
             WS-EmetteurFichier " DEJA INTEGREE : refusée en bloc."
      WHEN "E"
         PERFORM REJETER-FICHIER-COMP
      WHEN OTHER
         PERFORM CHARGER-TABLE-AUTORISATIONS
         IF WS-AutorisationsTronque = "O"
            DISPLAY "GCBAutorisationsCBFile trop volumineux pour "
                "être chargé en entier : compensation non intégrée."
         ELSE
            PERFORM EXPIRER-AUTORISATIONS
            PERFORM POSER-CANAL-CARTE
            OPEN INPUT GCBCompensationCBFile
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
               READ GCBCompensationCBFile
                  AT END MOVE "Y" TO WS-EOF
                  NOT AT END
                     IF TypeLigneComp = "D"
                        PERFORM TRAITER-UNE-PRESENTATION
                     END-IF
               END-READ
            END-PERFORM
            CLOSE GCBCompensationCBFile
            PERFORM REMETTRE-CANAL-GUICHET
            PERFORM REECRIRE-TABLE-AUTORISATIONS
            PERFORM NOTER-FICHIER-TRAITE
            DISPLAY "Compensées : " WS-NbCompensees
                "  Non rapprochées : " WS-NbNonRapprochees
                "  Expirées : " WS-NbExpirees
         END-IF
   END-EVALUATE.

CONTROLER-FICHIER-COMP.
   MOVE "N" TO WS-FichierRefuse.
   MOVE "N" TO WS-EnteteVu.
   MOVE "N" TO WS-PiedVu.
   MOVE 0 TO WS-NbLignesLues.
   MOVE 0 TO WS-TotalLignesLues.
   OPEN INPUT GCBCompensationCBFile.
   IF WS-COMP-STATUS NOT = "00"
      MOVE "A" TO WS-FichierRefuse
   ELSE
      MOVE "N" TO WS-EOF
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBCompensationCBFile
            AT END MOVE "Y" TO WS-EOF
            NOT AT END PERFORM CONTROLER-UNE-LIGNE-COMP
         END-READ
      END-PERFORM
      CLOSE GCBCompensationCBFile
      IF WS-FichierRefuse = "N"
         IF WS-EnteteVu = "N" OR WS-PiedVu = "N"
            DISPLAY "Fichier de compensation sans en-tête ou sans "
                "pied : refusé en bloc."
            MOVE "E" TO WS-FichierRefuse
         ELSE
            IF WS-NbAnnonceLu NOT = WS-NbLignesLues
               OR WS-TotalAnnonceLu NOT = WS-TotalLignesLues
               DISPLAY "Pied du fichier de compensation en écart "
                   "(annoncé " WS-NbAnnonceLu "/" WS-TotalAnnonceLu
                   " , lu " WS-NbLignesLues "/" WS-TotalLignesLues
                   ") : refusé en bloc."
               MOVE "E" TO WS-FichierRefuse
            ELSE
               PERFORM CONTROLER-DOUBLON-FICHIER
            END-IF
         END-IF
      END-IF
   END-IF.

CONTROLER-UNE-LIGNE-COMP.
   EVALUATE TypeLigneComp
      WHEN "H"
         MOVE "O" TO WS-EnteteVu
         MOVE DateFichierComp TO WS-DateFichier
         MOVE ReseauComp TO WS-EmetteurFichier
      WHEN "D"
         ADD 1 TO WS-NbLignesLues
         ADD MontantComp TO WS-TotalLignesLues
      WHEN "T"
         MOVE "O" TO WS-PiedVu
         MOVE NbLignesAnnonceComp TO WS-NbAnnonceLu
         MOVE TotalAnnonceComp TO WS-TotalAnnonceLu
      WHEN OTHER
         DISPLAY "Type de ligne inconnu dans le fichier de "
             "compensation : refusé en bloc."
         MOVE "E" TO WS-FichierRefuse
   END-EVALUATE.

CONTROLER-DOUBLON-FICHIER.
   OPEN INPUT GCBFichiersTraitesFile.
   IF WS-FICH-STATUS = "00"
      MOVE "N" TO WS-EOF
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBFichiersTraitesFile
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               IF TypeFichierTraite = TypeFichierIntake
                  AND DateFichierTraite = WS-DateFichier
                  AND EmetteurFichierTraite = WS-EmetteurFichier
                  MOVE "D" TO WS-FichierRefuse
                  MOVE "Y" TO WS-EOF
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBFichiersTraitesFile
   END-IF.

NOTER-FICHIER-TRAITE.
   OPEN EXTEND GCBFichiersTraitesFile.
   IF WS-FICH-STATUS = "35"
      OPEN OUTPUT GCBFichiersTraitesFile
   END-IF.
   IF WS-FICH-STATUS = "00"
      MOVE TypeFichierIntake TO TypeFichierTraite
      MOVE WS-DateFichier TO DateFichierTraite
      MOVE WS-EmetteurFichier TO EmetteurFichierTraite
      WRITE FichierTraiteRecord
      CLOSE GCBFichiersTraitesFile
   END-IF.

REJETER-FICHIER-COMP.
      *> Totaux ou structure en écart : AUCUN achat n'est imputé,
      *> chaque présentation part en non rapprochée FICCTL et le
      *> fichier n'est pas enregistré (un fichier corrigé pourra
      *> repasser).
   MOVE 0 TO WS-NumCompteCarte.
   OPEN INPUT GCBCompensationCBFile.
   MOVE "N" TO WS-EOF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBCompensationCBFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF TypeLigneComp = "D"
               MOVE "FICCTL" TO WS-MotifCourant
               PERFORM ECRIRE-NON-RAPPROCHEE
            END-IF
      END-READ
   END-PERFORM.
   CLOSE GCBCompensationCBFile.
   DISPLAY WS-NbNonRapprochees " présentation(s) écartée(s), fichier "
       "de compensation refusé en bloc.".

EXPIRER-AUTORISATIONS.
      *> Une autorisation active dont l'échéance est passée ne
      *> retient plus les fonds (GCB_BLOCAGE l'ignore déjà) : elle
      *> est marquée expirée à la date du jour pour le rapport.
   PERFORM VARYING IdxAutorisation FROM 1 BY 1
       UNTIL IdxAutorisation > WS-NbAutorisations
      MOVE LigneAutorisationTable(IdxAutorisation)
          TO AutorisationCBRecord
      IF StatutAutorisation = "A"
         AND DateExpirationAutorisation < WS-DateJour
         MOVE "X" TO StatutAutorisation
         MOVE WS-DateJour TO DateSortieAutorisation
         MOVE AutorisationCBRecord
             TO LigneAutorisationTable(IdxAutorisation)
         ADD 1 TO WS-NbExpirees
      END-IF
   END-PERFORM.

TRAITER-UNE-PRESENTATION.
      *> Rapprochement sur le numéro d'autorisation et la carte. Une
      *> autorisation déjà expirée reste compensable : le commerçant
      *> a été payé par le réseau.
   MOVE 0 TO WS-NumCompteCarte.
   MOVE 0 TO IdxAutorisationTrouvee.
   PERFORM VARYING IdxAutorisation FROM 1 BY 1
       UNTIL IdxAutorisation > WS-NbAutorisations
       OR IdxAutorisationTrouvee > 0
      MOVE LigneAutorisationTable(IdxAutorisation)
          TO AutorisationCBRecord
      IF NumAutorisationCB = NumAutorisationComp
         AND NumCarteAutorisation = NumCarteComp
         MOVE IdxAutorisation TO IdxAutorisationTrouvee
      END-IF
   END-PERFORM.
   IF IdxAutorisationTrouvee = 0
      MOVE "AUTINC" TO WS-MotifCourant
      PERFORM ECRIRE-NON-RAPPROCHEE
   ELSE
      MOVE LigneAutorisationTable(IdxAutorisationTrouvee)
          TO AutorisationCBRecord
      MOVE NumeroCompteAutorisation TO WS-NumCompteCarte
      IF StatutAutorisation = "C"
         MOVE "DEJACP" TO WS-MotifCourant
         PERFORM ECRIRE-NON-RAPPROCHEE
      ELSE
         MOVE 0 TO WS-SoldeCompte
         CALL 'GCB_LECTURE' USING WS-NumCompteCarte WS-SoldeCompte
             WS-StatutCompte WS-PinCompte WS-DeviseCompte
             WS-NomTitulaire WS-CompteJoint WS-NomCotitulaire
             WS-Beneficiaire
         EVALUATE WS-StatutCompte
            WHEN "N"
               MOVE "CPTINC" TO WS-MotifCourant
               PERFORM ECRIRE-NON-RAPPROCHEE
            WHEN "A"
               PERFORM IMPUTER-ACHAT-CB
            WHEN "S"
               MOVE "DECEDE" TO WS-MotifCourant
               PERFORM ECRIRE-NON-RAPPROCHEE
            WHEN OTHER
               MOVE "CPTFER" TO WS-MotifCourant
               PERFORM ECRIRE-NON-RAPPROCHEE
         END-EVALUATE
      END-IF
   END-IF.

IMPUTER-ACHAT-CB.
      *> L'achat a été garanti à l'autorisation : le montant compensé
      *> est débité sans nouveau contrôle de solde, et la retenue du
      *> montant autorisé tombe avec le passage en "C".
   MOVE MontantComp TO WS-MontantDebit.
   COMPUTE WS-SoldeCompte = WS-SoldeCompte - WS-MontantDebit.
   CALL 'GCB_WRITE' USING WS-NumCompteCarte ActionAchat
       WS-MontantDebit WS-SoldeCompte WS-PinCompte
       WS-DeviseCompte WS-NomTitulaire WS-CompteJoint
       WS-NomCotitulaire WS-Beneficiaire WS-StatutCompte.
   MOVE LigneAutorisationTable(IdxAutorisationTrouvee)
       TO AutorisationCBRecord.
   MOVE "C" TO StatutAutorisation.
   MOVE MontantComp TO MontantCompenseAutorisation.
   MOVE WS-DateJour TO DateSortieAutorisation.
   MOVE AutorisationCBRecord
       TO LigneAutorisationTable(IdxAutorisationTrouvee).
   ADD 1 TO WS-NbCompensees.

ECRIRE-NON-RAPPROCHEE.
   ADD 1 TO WS-NbNonRapprochees.
   OPEN EXTEND GCBCompensationsCBNonRapprocheesFile.
   IF WS-NR-STATUS = "35"
      OPEN OUTPUT GCBCompensationsCBNonRapprocheesFile
   END-IF.
   IF WS-NR-STATUS = "00"
      MOVE WS-DateJour TO DateTraitementNR
      MOVE NumAutorisationComp TO NumAutorisationNR
      MOVE NumCarteComp TO NumCarteNR
      MOVE WS-NumCompteCarte TO NumeroCompteNR
      MOVE MontantComp TO MontantNR
      MOVE CommercantComp TO CommercantNR
      MOVE WS-MotifCourant TO CodeMotifNR
      WRITE CompensationNRRecord
      CLOSE GCBCompensationsCBNonRapprocheesFile
   END-IF.

CHARGER-TABLE-AUTORISATIONS.
   MOVE 0 TO WS-NbAutorisations.
   MOVE "N" TO WS-AutorisationsTronque.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBAutorisationsCBFile.
   IF WS-AUTCB-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBAutorisationsCBFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbAutorisations < 5000
               ADD 1 TO WS-NbAutorisations
               MOVE AutorisationCBRecord
                   TO LigneAutorisationTable(WS-NbAutorisations)
            ELSE
               MOVE "O" TO WS-AutorisationsTronque
            END-IF
      END-READ
   END-PERFORM.
   IF WS-AUTCB-STATUS NOT = "35"
      CLOSE GCBAutorisationsCBFile
   END-IF.

REECRIRE-TABLE-AUTORISATIONS.
   OPEN OUTPUT GCBAutorisationsCBFile.
   PERFORM VARYING IdxAutorisation FROM 1 BY 1
       UNTIL IdxAutorisation > WS-NbAutorisations
      MOVE LigneAutorisationTable(IdxAutorisation)
          TO AutorisationCBRecord
      WRITE AutorisationCBRecord
   END-PERFORM.
   CLOSE GCBAutorisationsCBFile.

EDITER-RAPPORT-CB.
      *> Rapport du jour, carte par carte : autorisations compensées
      *> (avec l'écart compensé - autorisé), présentations non
      *> rapprochées et autorisations tombées sans compensation.
   PERFORM CHARGER-TABLE-AUTORISATIONS.
   IF WS-AutorisationsTronque = "O"
      DISPLAY "GCBAutorisationsCBFile trop volumineux pour être "
          "chargé en entier : rapport non édité."
   ELSE
      PERFORM EXPIRER-AUTORISATIONS
      PERFORM REECRIRE-TABLE-AUTORISATIONS
      PERFORM CHARGER-TABLE-NR
      PERFORM RECENSER-CARTES-RAPPORT
      MOVE SPACES TO WS-NomEdition
      STRING "GCBRapportCB" WS-DateJour ".txt"
          DELIMITED BY SIZE INTO WS-NomEdition
      MOVE 0 TO WS-NbLignesEditees
      OPEN OUTPUT EditionCBFile
      IF WS-EDIT-STATUS NOT = "00"
         DISPLAY "Erreur " FUNCTION TRIM(WS-NomEdition) ", statut "
             WS-EDIT-STATUS
      ELSE
         MOVE SPACES TO WS-LigneTravail
         STRING "PAIEMENTS PAR CARTE - COMPENSATION DU " WS-DateJour
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
         MOVE ALL "=" TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
         IF WS-NbCartesRapport = 0
            MOVE "Aucune compensation ni expiration ce jour."
                TO WS-LigneTravail
            PERFORM ECRIRE-LIGNE-EDITION
         END-IF
         PERFORM VARYING IdxCarteRapport FROM 1 BY 1
             UNTIL IdxCarteRapport > WS-NbCartesRapport
            MOVE NumCarteRapport(IdxCarteRapport) TO WS-CarteEditee
            PERFORM EDITER-CARTE
         END-PERFORM
         CLOSE EditionCBFile
         CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportCB
             WS-DateJour WS-NbLignesEditees WS-NomEdition
         DISPLAY "Rapport édité dans " FUNCTION TRIM(WS-NomEdition)
             " (" WS-NbCartesRapport " carte(s))."
      END-IF
   END-IF.

CHARGER-TABLE-NR.
   MOVE 0 TO WS-NbNR.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBCompensationsCBNonRapprocheesFile.
   IF WS-NR-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBCompensationsCBNonRapprocheesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF DateTraitementNR = WS-DateJour AND WS-NbNR < 2000
               ADD 1 TO WS-NbNR
               MOVE CompensationNRRecord TO LigneNRTable(WS-NbNR)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-NR-STATUS NOT = "35"
      CLOSE GCBCompensationsCBNonRapprocheesFile
   END-IF.

RECENSER-CARTES-RAPPORT.
   MOVE 0 TO WS-NbCartesRapport.
   PERFORM VARYING IdxAutorisation FROM 1 BY 1
       UNTIL IdxAutorisation > WS-NbAutorisations
      MOVE LigneAutorisationTable(IdxAutorisation)
          TO AutorisationCBRecord
      IF DateSortieAutorisation = WS-DateJour
         MOVE NumCarteAutorisation TO WS-NumCarte
         PERFORM AJOUTER-CARTE-RAPPORT
      END-IF
   END-PERFORM.
   PERFORM VARYING IdxNR FROM 1 BY 1 UNTIL IdxNR > WS-NbNR
      MOVE LigneNRTable(IdxNR) TO CompensationNRRecord
      MOVE NumCarteNR TO WS-NumCarte
      PERFORM AJOUTER-CARTE-RAPPORT
   END-PERFORM.

AJOUTER-CARTE-RAPPORT.
   MOVE "N" TO WS-CarteDejaVue.
   PERFORM VARYING IdxCarteRapport FROM 1 BY 1
       UNTIL IdxCarteRapport > WS-NbCartesRapport
       OR WS-CarteDejaVue = "O"
      IF NumCarteRapport(IdxCarteRapport) = WS-NumCarte
         MOVE "O" TO WS-CarteDejaVue
      END-IF
   END-PERFORM.
   IF WS-CarteDejaVue = "N" AND WS-NbCartesRapport < 2000
      ADD 1 TO WS-NbCartesRapport
      MOVE WS-NumCarte TO NumCarteRapport(WS-NbCartesRapport)
   END-IF.

EDITER-CARTE.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "CARTE " WS-CarteEditee
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   PERFORM VARYING IdxAutorisation FROM 1 BY 1
       UNTIL IdxAutorisation > WS-NbAutorisations
      MOVE LigneAutorisationTable(IdxAutorisation)
          TO AutorisationCBRecord
      IF NumCarteAutorisation = WS-CarteEditee
         AND DateSortieAutorisation = WS-DateJour
         AND StatutAutorisation = "C"
         COMPUTE WS-EcartCompense = MontantCompenseAutorisation
             - MontantAutorise
         MOVE MontantAutorise TO WS-MontantAff
         MOVE MontantCompenseAutorisation TO WS-MontantCompAff
         MOVE WS-EcartCompense TO WS-EcartAff
         MOVE SPACES TO WS-LigneTravail
         STRING "  COMPENSEE    aut " NumAutorisationCB " du "
             DateAutorisation " autorisé " WS-MontantAff
             " compensé " WS-MontantCompAff " écart " WS-EcartAff
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
      END-IF
   END-PERFORM.
   PERFORM VARYING IdxNR FROM 1 BY 1 UNTIL IdxNR > WS-NbNR
      MOVE LigneNRTable(IdxNR) TO CompensationNRRecord
      IF NumCarteNR = WS-CarteEditee
         MOVE MontantNR TO WS-MontantCompAff
         MOVE SPACES TO WS-LigneTravail
         STRING "  NON RAPPR.   aut " NumAutorisationNR " "
             CommercantNR " présenté " WS-MontantCompAff
             " motif " CodeMotifNR
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
      END-IF
   END-PERFORM.
   PERFORM VARYING IdxAutorisation FROM 1 BY 1
       UNTIL IdxAutorisation > WS-NbAutorisations
      MOVE LigneAutorisationTable(IdxAutorisation)
          TO AutorisationCBRecord
      IF NumCarteAutorisation = WS-CarteEditee
         AND DateSortieAutorisation = WS-DateJour
         AND StatutAutorisation = "X"
         MOVE MontantAutorise TO WS-MontantAff
         MOVE SPACES TO WS-LigneTravail
         STRING "  EXPIREE      aut " NumAutorisationCB " du "
             DateAutorisation " " CommercantAutorisation
             " autorisé " WS-MontantAff
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
      END-IF
   END-PERFORM.

ECRIRE-LIGNE-EDITION.
   MOVE WS-LigneTravail TO LigneEdition.
   WRITE LigneEdition.
   ADD 1 TO WS-NbLignesEditees.

POSER-CANAL-CARTE.
   MOVE "C" TO CanalRecord.
   OPEN OUTPUT GCBCanalFile.
   WRITE CanalRecord.
   CLOSE GCBCanalFile.

REMETTRE-CANAL-GUICHET.
   MOVE "G" TO CanalRecord.
   OPEN OUTPUT GCBCanalFile.
   WRITE CanalRecord.
   CLOSE GCBCanalFile.

POSER-MODE-BATCH.
   MOVE "O" TO ModeBatchRecord.
   OPEN OUTPUT GCBModeBatchFile.
   WRITE ModeBatchRecord.
   CLOSE GCBModeBatchFile.

EFFACER-MODE-BATCH.
   MOVE "N" TO ModeBatchRecord.
   OPEN OUTPUT GCBModeBatchFile.
   WRITE ModeBatchRecord.
   CLOSE GCBModeBatchFile.
