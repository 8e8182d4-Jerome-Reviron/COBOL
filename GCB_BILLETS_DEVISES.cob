IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_BILLETS_DEVISES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBBilletsDevisesFile
        FILE STATUS IS WS-BIL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBBilletsDevisesFile.txt".
    SELECT GCBBilletsJournalFile
        FILE STATUS IS WS-BJRN-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBBilletsJournalFile.txt".
    SELECT GCBTauxFile
        FILE STATUS IS WS-TAUX-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBTauxFile.txt".
    SELECT GCBGrandLivreFile
        FILE STATUS IS WS-GL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBGrandLivreFile.txt".
    SELECT GCBPlanComptesFile
        FILE STATUS IS WS-PLAN-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBPlanComptesFile.txt".
    SELECT GCBSequenceFile
        FILE STATUS IS WS-SEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBSequenceFile.txt".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".
    SELECT GCBOperateurSessionFile
        FILE STATUS IS WS-OPSES-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBOperateurSessionFile.txt".
    SELECT GCBAgenceSessionFile
        FILE STATUS IS WS-AGSES-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBAgenceSessionFile.txt".
    SELECT EditionCommandeFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEdition.

DATA DIVISION.
FILE SECTION.
   FD GCBBilletsDevisesFile.
   COPY BILLETDEV.

   FD GCBBilletsJournalFile.
   COPY BILLETJRN.

   FD GCBTauxFile.
   COPY TAUX.

   FD GCBGrandLivreFile.
   COPY GRANDLIVRE.

   FD GCBPlanComptesFile.
   COPY PLANCOMPTES.

   FD GCBSequenceFile.
   01 SequenceRecord PIC 9(8).

   FD GCBJourFile.
   COPY JOUR.

   FD GCBOperateurSessionFile.
   01 OperateurSessionRecord PIC 9(6).

   FD GCBAgenceSessionFile.
   01 AgenceSessionRecord PIC X(3).

   FD EditionCommandeFile.
   01 LigneEdition PIC X(100).

WORKING-STORAGE SECTION.
   01 WS-BIL-STATUS PIC 99.
   01 WS-BJRN-STATUS PIC 99.
   01 WS-TAUX-STATUS PIC 99.
   01 WS-GL-STATUS PIC 99.
   01 WS-PLAN-STATUS PIC 99.
   01 WS-SEQ-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-OPSES-STATUS PIC 99.
   01 WS-AGSES-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-SignonOK PIC X(1) VALUE "N".
   01 WS-OperateurPoste PIC 9(6) VALUE 0.
   01 WS-AgencePoste PIC X(3) VALUE "001".
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-Confirmation PIC X(1).

      *> Stock chargé en table (lignes brutes) pour le mouvement et la
      *> réécriture, même procédé que TableCoffre dans GCB_COFFRE ;
      *> seules les lignes de l'agence du poste sont mouvementées.
   01 WS-NbLignesBillets PIC 9(4) VALUE 0.
   01 IdxBillet PIC 9(4).
   01 WS-BilletsTronque PIC X(1) VALUE "N".
   01 TableBillets.
      05 LigneBilletTable PIC X(29) OCCURS 500 TIMES.
   01 WS-CoupureTrouvee PIC X(1).

      *> Coupures d'une opération, saisies avant confirmation.
   01 WS-NbLignesOp PIC 9(2) VALUE 0.
   01 WS-MaxLignesOp PIC 9(2) VALUE 10.
   01 IdxOp PIC 9(2).
   01 WS-LigneOpTrouvee PIC X(1).
   01 TableOperation OCCURS 10 TIMES.
      05 ValeurOpTable PIC 9(5).
      05 NbOpTable PIC 9(6).
      05 IdxStockOpTable PIC 9(4).
   01 WS-FinSaisie PIC X(1).
   01 WS-SaisieValide PIC X(1).
   01 WS-SensOperation PIC X(1).
   01 WS-DeviseSaisie PIC X(3).
   01 WS-ValeurSaisie PIC 9(5).
   01 WS-NbSaisi PIC 9(6).
   01 WS-SeuilSaisi PIC 9(6).
   01 WS-CibleSaisie PIC 9(6).
   01 WS-MontantDevise PIC 9(7) VALUE 0.
   01 WS-MontantLigneDevise PIC 9(11).

      *> Taux pivot de GCBTauxFile, même sélection datée que
      *> CHERCHER-TAUX-EFFECTIF dans GCB_CHANGE ; l'écart achat/vente
      *> des billets est propre au guichet (clé ECART-BILLETS de
      *> GCBParametresFile, la VALUE n'est qu'un repli).
   01 WS-EOF-TAUX PIC X VALUE "N".
   01 WS-TauxTrouve PIC X(1).
   01 WS-DateEffetRetenue PIC 9(8).
   01 WS-TauxRetenu PIC 9V9999.
   01 WS-EcartBillets PIC 9V9999 VALUE 0.0300.
   01 CleEcartBillets PIC X(20) VALUE "ECART-BILLETS".
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
   01 WS-ContreValeur PIC 9(7)V99 VALUE 0.
   01 WS-Marge PIC 9(5)V99 VALUE 0.
   01 WS-TotalClient PIC 9(7)V99 VALUE 0.

      *> Règlement client : "C" sur compte (GCB_WRITE), "E" en
      *> espèces EUR au tiroir (GCB_CAISSE_MAJ).
   01 WS-ModeReglement PIC X(1).
   01 WS-CompteSaisi PIC 9(6) VALUE 0.
   01 ActionVenteBillets PIC X(10) VALUE "VTE-BILLET".
   01 ActionAchatBillets PIC X(10) VALUE "ACH-BILLET".
   01 ActionCommChange PIC X(10) VALUE "COMM-CHG".
   01 ActionCaisseDepot PIC X(10) VALUE "DEPOT".
   01 ActionCaisseRetrait PIC X(10) VALUE "RETRAIT".
   01 WS-ActionEcriture PIC X(10).
   01 WS-MontantEcriture PIC S9(5)V99.
   01 WS-MontantCaisse PIC S9(5)V99.
   01 WS-SoldeAttendu PIC S9(5)V99.
   01 WS-SoldeCompte PIC S9(5)V99.
   01 WS-StatutCompte PIC X(1).
   01 WS-PinCompte PIC 9(4).
   01 WS-DeviseCompte PIC X(3).
   01 WS-NomTitulaire PIC X(30).
   01 WS-CompteJoint PIC X(1).
   01 WS-NomCotitulaire PIC X(30).
   01 WS-Beneficiaire PIC X(30).
   01 WS-EcritureOK PIC X(1).
   01 WS-ReglementOK PIC X(1).

      *> Même plancher que le VIREMENT de GCB2 : règles du produit,
      *> blocages, chèques non compensés et enveloppes déposées.
   01 WS-PlancherCompte PIC S9(7)V99.
   01 MontantDecouvertMax PIC S9(5)V99 VALUE 200.00.
   01 CleDecouvertMax PIC X(20) VALUE "DECOUVERT-MAX".
   01 WS-TotalBlocages PIC S9(7)V99.
   01 WS-TotalChequesAttente PIC S9(7)V99.
   01 WS-TotalEnveloppes PIC S9(7)V99.
   01 WS-CompteMineur PIC X(1) VALUE "N".
   01 WS-NumTuteurCompte PIC 9(6) VALUE 0.
   01 WS-CodeProduit PIC X(2).
   01 WS-TauxProduit PIC 9V9999.
   01 WS-DecouvertProduit PIC X(1).
   01 WS-RetraitsLibres PIC X(1).

      *> Règlements en espèces et mouvements avec le correspondant :
      *> écritures directes au grand livre, numérotées dans
      *> GCBSequenceFile comme celles de GCB_CHEQUES_BANQUE.
   01 CompteGLBilletsDevises PIC X(4) VALUE "5315".
   01 CompteGLCaisse PIC X(4) VALUE "5310".
   01 CompteGLCommissions PIC X(4) VALUE "7061".
   01 CompteGLSuspens PIC X(4) VALUE "4711".
   01 LibelleApproBillets PIC X(10) VALUE "APPRO-BDV".
   01 LibelleRetourBillets PIC X(10) VALUE "RETOUR-BDV".
   01 WS-CompteGLDebit PIC X(4).
   01 WS-CompteGLCredit PIC X(4).
   01 WS-LibelleGL PIC X(10).
   01 WS-MontantGLPaire PIC 9(7)V99.
   01 WS-ComptePlanPresent PIC X(1).
   01 WS-PeriodeVerrouillee PIC X(1).
   01 WS-DerniereSequence PIC 9(8) VALUE 0.
   01 WS-NouvelleSequence PIC 9(8) VALUE 0.

      *> Position et liste de commande.
   01 WS-NbDevisesPos PIC 9(2) VALUE 0.
   01 IdxDevisePos PIC 9(2).
   01 WS-DevisePosTrouvee PIC X(1).
   01 TableDevisesPos OCCURS 30 TIMES.
      05 DevisePosTable PIC X(3).
      05 MontantPosTable PIC 9(9).
      05 NbSousSeuilPosTable PIC 9(4).
   01 WS-ValeurEURPos PIC 9(9)V99.
   01 WS-TotalEURPos PIC 9(9)V99.
   01 WS-QuantiteACommander PIC 9(6).
   01 WS-NbLignesCommande PIC 9(4) VALUE 0.
   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(100).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-TypeRapportCommande PIC X(12) VALUE "CMD-BILLETS".
   01 WS-MontantAff PIC Z(6)9.99.
   01 WS-MargeAff PIC Z(4)9.99.
   01 WS-DeviseAff PIC Z(8)9.

      *> Billets étrangers au guichet : vente et achat de billets au
      *> client au taux de GCBTauxFile corrigé de l'écart billets,
      *> réglés sur compte ou en espèces EUR ; approvisionnement et
      *> retour des billets auprès du correspondant ; position du
      *> stock de l'agence et liste de commande des devises qui
      *> passent sous leur seuil. La marge de l'écart est une
      *> commission de change (7061), le stock de billets est tenu au
      *> taux pivot sur le 5315.

PROCEDURE DIVISION.
   CALL 'GCB_SIGNON' USING WS-SignonOK.
   IF WS-SignonOK NOT = "O"
      DISPLAY "Pas de session opérateur : guichet des devises "
          "fermé."
      STOP RUN
   END-IF.
   PERFORM LIRE-OPERATEUR-POSTE.
   PERFORM LIRE-AGENCE-SESSION.
   PERFORM LIRE-DATE-JOUR.
   CALL 'GCB_PARAMETRE' USING CleDecouvertMax WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO MontantDecouvertMax
   END-IF.
   CALL 'GCB_PARAMETRE' USING CleEcartBillets WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-EcartBillets
   END-IF.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== BILLETS ETRANGERS - AGENCE " WS-AgencePoste " ==="
      DISPLAY "1. Vendre des billets à un client"
      DISPLAY "2. Acheter des billets à un client"
      DISPLAY "3. Approvisionnement reçu du correspondant"
      DISPLAY "4. Retour de billets au correspondant"
      DISPLAY "5. Position du stock de billets"
      DISPLAY "6. Définir une coupure (seuil et stock cible)"
      DISPLAY "7. Liste de commande des devises"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1
            MOVE "V" TO WS-SensOperation
            PERFORM TRAITER-OPERATION-CLIENT
         WHEN 2
            MOVE "A" TO WS-SensOperation
            PERFORM TRAITER-OPERATION-CLIENT
         WHEN 3
            MOVE "E" TO WS-SensOperation
            PERFORM TRAITER-OPERATION-CORRESP
         WHEN 4
            MOVE "R" TO WS-SensOperation
            PERFORM TRAITER-OPERATION-CORRESP
         WHEN 5 PERFORM AFFICHER-POSITION-BILLETS
         WHEN 6 PERFORM DEFINIR-COUPURE
         WHEN 7 PERFORM EDITER-LISTE-COMMANDE
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-PERFORM.
   STOP RUN.

LIRE-OPERATEUR-POSTE.
   MOVE 0 TO WS-OperateurPoste.
   OPEN INPUT GCBOperateurSessionFile.
   IF WS-OPSES-STATUS = "00"
      READ GCBOperateurSessionFile
         AT END CONTINUE
         NOT AT END
            IF OperateurSessionRecord IS NUMERIC
               MOVE OperateurSessionRecord TO WS-OperateurPoste
            END-IF
      END-READ
      CLOSE GCBOperateurSessionFile
   END-IF.

LIRE-AGENCE-SESSION.
      *> Même lecture que LIRE-AGENCE-SESSION dans GCB_CAISSE_MAJ.
   MOVE "001" TO WS-AgencePoste.
   OPEN INPUT GCBAgenceSessionFile.
   IF WS-AGSES-STATUS = "00"
      READ GCBAgenceSessionFile
         AT END CONTINUE
         NOT AT END
            IF AgenceSessionRecord NOT = SPACES
               MOVE AgenceSessionRecord TO WS-AgencePoste
            END-IF
      END-READ
      CLOSE GCBAgenceSessionFile
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

TRAITER-OPERATION-CLIENT.
   PERFORM PREPARER-OPERATION.
   IF WS-SaisieValide = "O"
      COMPUTE WS-Marge ROUNDED = WS-ContreValeur * WS-EcartBillets
      IF WS-SensOperation = "V"
         COMPUTE WS-TotalClient = WS-ContreValeur + WS-Marge
      ELSE
         COMPUTE WS-TotalClient = WS-ContreValeur - WS-Marge
      END-IF
      MOVE WS-MontantDevise TO WS-DeviseAff
      MOVE WS-TotalClient TO WS-MontantAff
      MOVE WS-Marge TO WS-MargeAff
      DISPLAY WS-DeviseAff " " WS-DeviseSaisie " au taux "
          WS-TauxRetenu " : " WS-MontantAff " EUR (dont écart "
          WS-MargeAff ")."
      IF WS-TotalClient > 99999.99
         DISPLAY "Contre-valeur supérieure à 99999.99 EUR : "
             "fractionner l'opération."
      ELSE
         DISPLAY "Règlement (C = sur compte, E = espèces EUR) : "
         ACCEPT WS-ModeReglement
         IF WS-ModeReglement = "C"
            PERFORM CONTROLER-COMPTE-CLIENT
         ELSE
         IF WS-ModeReglement = "E"
            MOVE "O" TO WS-ReglementOK
            MOVE 0 TO WS-CompteSaisi
         ELSE
            DISPLAY "Mode de règlement invalide."
            MOVE "N" TO WS-ReglementOK
         END-IF
         END-IF
         IF WS-ReglementOK = "O"
            DISPLAY "Confirmer l'opération (O/N) : "
            ACCEPT WS-Confirmation
            IF WS-Confirmation = "O" OR WS-Confirmation = "o"
               PERFORM EXECUTER-OPERATION-CLIENT
            ELSE
               DISPLAY "Opération abandonnée."
            END-IF
         END-IF
      END-IF
   END-IF.

PREPARER-OPERATION.
      *> Devise, taux du jour et coupures de l'opération ; à la
      *> sortie du stock chaque coupure doit être disponible.
   MOVE "N" TO WS-SaisieValide.
   PERFORM CHARGER-TABLE-BILLETS.
   IF WS-BilletsTronque = "O"
      DISPLAY "Stock de plus de 500 lignes : GCBBilletsDevisesFile "
          "doit être purgé avant tout mouvement."
   ELSE
      DISPLAY "Devise (3 lettres) : "
      ACCEPT WS-DeviseSaisie
      PERFORM CHERCHER-TAUX-EFFECTIF
      IF WS-DeviseSaisie = "EUR" OR WS-DeviseSaisie = SPACES
         DISPLAY "Devise étrangère attendue (les billets EUR sont "
             "au coffre, voir GCB_COFFRE)."
      ELSE
      IF WS-TauxTrouve NOT = "O"
         DISPLAY "Aucun taux " WS-DeviseSaisie " applicable au "
             WS-DateJour " dans GCBTauxFile (voir GCB_TAUX)."
      ELSE
         PERFORM SAISIR-COUPURES-OPERATION
         IF WS-MontantDevise = 0
            DISPLAY "Aucune coupure saisie : rien à traiter."
         ELSE
            MOVE "O" TO WS-SaisieValide
            COMPUTE WS-ContreValeur ROUNDED
                = WS-MontantDevise * WS-TauxRetenu
         END-IF
      END-IF
      END-IF
   END-IF.

SAISIR-COUPURES-OPERATION.
   MOVE 0 TO WS-NbLignesOp.
   MOVE 0 TO WS-MontantDevise.
   MOVE "N" TO WS-FinSaisie.
   DISPLAY "Coupures " WS-DeviseSaisie " (valeur 0 pour terminer).".
   PERFORM UNTIL WS-FinSaisie = "O"
      DISPLAY "Valeur de la coupure : "
      ACCEPT WS-ValeurSaisie
      IF WS-ValeurSaisie = 0
         MOVE "O" TO WS-FinSaisie
      ELSE
         DISPLAY "Nombre de billets : "
         ACCEPT WS-NbSaisi
         PERFORM AJOUTER-LIGNE-OPERATION
         IF WS-NbLignesOp = WS-MaxLignesOp
            DISPLAY "Maximum de " WS-MaxLignesOp " coupures par "
                "opération atteint."
            MOVE "O" TO WS-FinSaisie
         END-IF
      END-IF
   END-PERFORM.

AJOUTER-LIGNE-OPERATION.
   PERFORM CHERCHER-COUPURE-STOCK.
   IF WS-CoupureTrouvee = "N"
      DISPLAY "Coupure de " WS-ValeurSaisie " " WS-DeviseSaisie
          " inconnue du stock de l'agence (option 6) : ignorée."
   ELSE
   IF WS-NbSaisi = 0
      DISPLAY "Nombre à zéro : ligne ignorée."
   ELSE
         *> Une coupure saisie deux fois est cumulée sur sa ligne.
      MOVE "N" TO WS-LigneOpTrouvee
      PERFORM VARYING IdxOp FROM 1 BY 1
          UNTIL IdxOp > WS-NbLignesOp OR WS-LigneOpTrouvee = "O"
         IF ValeurOpTable(IdxOp) = WS-ValeurSaisie
            MOVE "O" TO WS-LigneOpTrouvee
            SUBTRACT 1 FROM IdxOp
         END-IF
      END-PERFORM
      IF WS-LigneOpTrouvee = "N"
         ADD 1 TO WS-NbLignesOp
         MOVE WS-NbLignesOp TO IdxOp
         MOVE WS-ValeurSaisie TO ValeurOpTable(IdxOp)
         MOVE 0 TO NbOpTable(IdxOp)
         MOVE IdxBillet TO IdxStockOpTable(IdxOp)
      END-IF
      MOVE LigneBilletTable(IdxBillet) TO BilletDeviseRecord
      IF (WS-SensOperation = "V" OR WS-SensOperation = "R")
         AND NbOpTable(IdxOp) + WS-NbSaisi > NbBillets
         DISPLAY "Le stock ne porte que " NbBillets " billet(s) de "
             WS-ValeurSaisie " " WS-DeviseSaisie " : ligne refusée."
         IF NbOpTable(IdxOp) = 0
            SUBTRACT 1 FROM WS-NbLignesOp
         END-IF
      ELSE
         COMPUTE WS-MontantLigneDevise
             = WS-MontantDevise + WS-ValeurSaisie * WS-NbSaisi
         IF WS-MontantLigneDevise > 9999999
            DISPLAY "Montant de l'opération trop élevé : ligne "
                "refusée."
            IF NbOpTable(IdxOp) = 0
               SUBTRACT 1 FROM WS-NbLignesOp
            END-IF
         ELSE
            ADD WS-NbSaisi TO NbOpTable(IdxOp)
            MOVE WS-MontantLigneDevise TO WS-MontantDevise
         END-IF
      END-IF
   END-IF
   END-IF.

CHERCHER-COUPURE-STOCK.
   MOVE "N" TO WS-CoupureTrouvee.
   PERFORM VARYING IdxBillet FROM 1 BY 1
       UNTIL IdxBillet > WS-NbLignesBillets
       OR WS-CoupureTrouvee = "O"
      MOVE LigneBilletTable(IdxBillet) TO BilletDeviseRecord
      IF CodeAgenceBillet = WS-AgencePoste
         AND DeviseBillet = WS-DeviseSaisie
         AND ValeurBillet = WS-ValeurSaisie
         MOVE "O" TO WS-CoupureTrouvee
         SUBTRACT 1 FROM IdxBillet
      END-IF
   END-PERFORM.

CONTROLER-COMPTE-CLIENT.
   MOVE "N" TO WS-ReglementOK.
   DISPLAY "Compte du client : ".
   ACCEPT WS-CompteSaisi.
   MOVE 0 TO WS-SoldeCompte.
   CALL 'GCB_LECTURE' USING WS-CompteSaisi WS-SoldeCompte
       WS-StatutCompte WS-PinCompte WS-DeviseCompte WS-NomTitulaire
       WS-CompteJoint WS-NomCotitulaire WS-Beneficiaire.
   IF WS-StatutCompte = "N"
      DISPLAY "Compte " WS-CompteSaisi " inconnu."
   ELSE
   IF WS-StatutCompte NOT = "A"
      DISPLAY "Compte indisponible (statut " WS-StatutCompte ")."
   ELSE
   IF WS-DeviseCompte NOT = "EUR"
      DISPLAY "Règlement sur compte en EUR uniquement (compte tenu "
          "en " WS-DeviseCompte ")."
   ELSE
      IF WS-SensOperation = "V"
         PERFORM CALCULER-PLANCHER-COMPTE
         IF WS-TotalClient > WS-SoldeCompte - WS-PlancherCompte
            DISPLAY "Solde insuffisant (découvert non autorisé "
                "au-delà du plancher)."
         ELSE
            MOVE "O" TO WS-ReglementOK
         END-IF
      ELSE
         IF WS-SoldeCompte + WS-TotalClient > 99999.99
            DISPLAY "Le crédit porterait le solde au-delà de "
                "99999.99 : régler en espèces."
         ELSE
            MOVE "O" TO WS-ReglementOK
         END-IF
      END-IF
   END-IF
   END-IF
   END-IF.

CALCULER-PLANCHER-COMPTE.
      *> Plancher du RETRAIT de GCB2 : pas de découvert pour un
      *> compte de mineur (GCB_MINEUR), même si le produit l'autorise.
   CALL 'GCB_PRODUIT' USING WS-CompteSaisi WS-CodeProduit
       WS-TauxProduit WS-DecouvertProduit WS-RetraitsLibres.
   CALL 'GCB_MINEUR' USING WS-CompteSaisi WS-CompteMineur
       WS-NumTuteurCompte.
   MOVE 0 TO WS-PlancherCompte.
   IF WS-DecouvertProduit = "O" AND WS-CompteMineur NOT = "O"
      COMPUTE WS-PlancherCompte = 0 - MontantDecouvertMax
   END-IF.
   CALL 'GCB_BLOCAGE' USING WS-CompteSaisi WS-TotalBlocages.
   ADD WS-TotalBlocages TO WS-PlancherCompte.
   CALL 'GCB_CHEQUES_ATTENTE' USING WS-CompteSaisi
       WS-TotalChequesAttente.
   ADD WS-TotalChequesAttente TO WS-PlancherCompte.
   CALL 'GCB_ENVELOPPES' USING WS-CompteSaisi WS-TotalEnveloppes.
   ADD WS-TotalEnveloppes TO WS-PlancherCompte.

EXECUTER-OPERATION-CLIENT.
   PERFORM AJOUTER-COMPTE-PLAN-SI-ABSENT.
   IF WS-ModeReglement = "C"
      PERFORM REGLER-SUR-COMPTE
   ELSE
      PERFORM REGLER-EN-ESPECES
   END-IF.
   IF WS-ReglementOK = "O"
      PERFORM MOUVEMENTER-STOCK
      PERFORM JOURNALISER-OPERATION
      MOVE WS-TotalClient TO WS-MontantAff
      IF WS-SensOperation = "V"
         DISPLAY "Billets remis au client, " WS-MontantAff
             " EUR encaissés."
      ELSE
         DISPLAY "Billets repris au coffre, " WS-MontantAff
             " EUR versés au client."
      END-IF
   END-IF.

REGLER-SUR-COMPTE.
      *> GCB_WRITE ne rend pas compte d'un refus : chaque écriture est
      *> vérifiée par relecture du solde. Les billets ne bougent que
      *> si la contre-valeur est passée ; l'écart suit en COMM-CHG.
   MOVE "N" TO WS-ReglementOK.
   IF WS-SensOperation = "V"
      MOVE ActionVenteBillets TO WS-ActionEcriture
      MOVE WS-ContreValeur TO WS-MontantEcriture
      COMPUTE WS-SoldeAttendu = WS-SoldeCompte - WS-MontantEcriture
   ELSE
      MOVE ActionAchatBillets TO WS-ActionEcriture
      MOVE WS-ContreValeur TO WS-MontantEcriture
      COMPUTE WS-SoldeAttendu = WS-SoldeCompte + WS-MontantEcriture
   END-IF.
   PERFORM PASSER-ECRITURE-COMPTE.
   IF WS-EcritureOK NOT = "O"
      DISPLAY "Ecriture refusée par la tenue de compte : opération "
          "annulée, aucun billet n'a bougé."
   ELSE
      MOVE "O" TO WS-ReglementOK
      IF WS-Marge > 0
         MOVE ActionCommChange TO WS-ActionEcriture
         MOVE WS-Marge TO WS-MontantEcriture
         COMPUTE WS-SoldeAttendu = WS-SoldeCompte - WS-MontantEcriture
         PERFORM PASSER-ECRITURE-COMPTE
         IF WS-EcritureOK NOT = "O"
            MOVE WS-Marge TO WS-MargeAff
            DISPLAY "ATTENTION : écart de " WS-MargeAff " EUR non "
                "prélevé sur le compte " WS-CompteSaisi
                " (à régulariser)."
         END-IF
      END-IF
   END-IF.

PASSER-ECRITURE-COMPTE.
   MOVE "N" TO WS-EcritureOK.
   CALL 'GCB_WRITE' USING WS-CompteSaisi WS-ActionEcriture
       WS-MontantEcriture WS-SoldeAttendu WS-PinCompte
       WS-DeviseCompte WS-NomTitulaire WS-CompteJoint
       WS-NomCotitulaire WS-Beneficiaire WS-StatutCompte.
   MOVE 0 TO WS-SoldeCompte.
   CALL 'GCB_LECTURE' USING WS-CompteSaisi WS-SoldeCompte
       WS-StatutCompte WS-PinCompte WS-DeviseCompte WS-NomTitulaire
       WS-CompteJoint WS-NomCotitulaire WS-Beneficiaire.
   IF WS-SoldeCompte = WS-SoldeAttendu
      MOVE "O" TO WS-EcritureOK
   END-IF.

REGLER-EN-ESPECES.
      *> Les espèces EUR passent par le tiroir ; le grand livre
      *> reçoit directement le stock de billets et la marge contre
      *> la caisse 5310, sous une même séquence.
   MOVE "N" TO WS-ReglementOK.
   CALL 'GCB_PERIODE' USING WS-DateJour WS-PeriodeVerrouillee.
   IF WS-PeriodeVerrouillee = "O"
      DISPLAY "La journée comptable " WS-DateJour " tombe dans un "
          "mois clôturé : opération refusée."
   ELSE
      PERFORM OBTENIR-PROCHAINE-SEQUENCE
      OPEN EXTEND GCBGrandLivreFile
      IF WS-GL-STATUS = "35"
         OPEN OUTPUT GCBGrandLivreFile
      END-IF
      IF WS-GL-STATUS NOT = "00"
         DISPLAY "Erreur GCBGrandLivreFile, statut " WS-GL-STATUS
             " : opération refusée."
      ELSE
         MOVE WS-ContreValeur TO WS-MontantGLPaire
         IF WS-SensOperation = "V"
            MOVE ActionVenteBillets TO WS-LibelleGL
            MOVE CompteGLCaisse TO WS-CompteGLDebit
            MOVE CompteGLBilletsDevises TO WS-CompteGLCredit
         ELSE
            MOVE ActionAchatBillets TO WS-LibelleGL
            MOVE CompteGLBilletsDevises TO WS-CompteGLDebit
            MOVE CompteGLCaisse TO WS-CompteGLCredit
         END-IF
         PERFORM ECRIRE-PAIRE-GL
         IF WS-Marge > 0
            MOVE WS-Marge TO WS-MontantGLPaire
            MOVE ActionCommChange TO WS-LibelleGL
            MOVE CompteGLCaisse TO WS-CompteGLDebit
            MOVE CompteGLCommissions TO WS-CompteGLCredit
            PERFORM ECRIRE-PAIRE-GL
         END-IF
         CLOSE GCBGrandLivreFile
         MOVE WS-TotalClient TO WS-MontantCaisse
         IF WS-SensOperation = "V"
            CALL 'GCB_CAISSE_MAJ' USING ActionCaisseDepot
                WS-MontantCaisse
         ELSE
            CALL 'GCB_CAISSE_MAJ' USING ActionCaisseRetrait
                WS-MontantCaisse
         END-IF
         MOVE "O" TO WS-ReglementOK
      END-IF
   END-IF.

TRAITER-OPERATION-CORRESP.
      *> Approvisionnement et retour : le correspondant est réglé par
      *> le suspens interbancaire 4711, au taux pivot, sans marge.
   PERFORM PREPARER-OPERATION.
   IF WS-SaisieValide = "O"
      MOVE 0 TO WS-Marge
      MOVE WS-ContreValeur TO WS-TotalClient
      MOVE 0 TO WS-CompteSaisi
      MOVE "I" TO WS-ModeReglement
      MOVE WS-MontantDevise TO WS-DeviseAff
      MOVE WS-ContreValeur TO WS-MontantAff
      IF WS-SensOperation = "E"
         DISPLAY "Entrée au stock de " WS-DeviseAff " "
             WS-DeviseSaisie " (" WS-MontantAff " EUR). Confirmer "
             "(O/N) : "
      ELSE
         DISPLAY "Retour au correspondant de " WS-DeviseAff " "
             WS-DeviseSaisie " (" WS-MontantAff " EUR). Confirmer "
             "(O/N) : "
      END-IF
      ACCEPT WS-Confirmation
      IF WS-Confirmation NOT = "O" AND WS-Confirmation NOT = "o"
         DISPLAY "Opération abandonnée."
      ELSE
         CALL 'GCB_PERIODE' USING WS-DateJour WS-PeriodeVerrouillee
         IF WS-PeriodeVerrouillee = "O"
            DISPLAY "La journée comptable " WS-DateJour " tombe "
                "dans un mois clôturé : opération refusée."
         ELSE
            PERFORM AJOUTER-COMPTE-PLAN-SI-ABSENT
            PERFORM OBTENIR-PROCHAINE-SEQUENCE
            OPEN EXTEND GCBGrandLivreFile
            IF WS-GL-STATUS = "35"
               OPEN OUTPUT GCBGrandLivreFile
            END-IF
            IF WS-GL-STATUS NOT = "00"
               DISPLAY "Erreur GCBGrandLivreFile, statut "
                   WS-GL-STATUS " : opération refusée."
            ELSE
               MOVE WS-ContreValeur TO WS-MontantGLPaire
               IF WS-SensOperation = "E"
                  MOVE LibelleApproBillets TO WS-LibelleGL
                  MOVE CompteGLBilletsDevises TO WS-CompteGLDebit
                  MOVE CompteGLSuspens TO WS-CompteGLCredit
               ELSE
                  MOVE LibelleRetourBillets TO WS-LibelleGL
                  MOVE CompteGLSuspens TO WS-CompteGLDebit
                  MOVE CompteGLBilletsDevises TO WS-CompteGLCredit
               END-IF
               PERFORM ECRIRE-PAIRE-GL
               CLOSE GCBGrandLivreFile
               PERFORM MOUVEMENTER-STOCK
               PERFORM JOURNALISER-OPERATION
               DISPLAY "Stock " WS-DeviseSaisie " mis à jour."
            END-IF
         END-IF
      END-IF
   END-IF.

ECRIRE-PAIRE-GL.
   MOVE WS-NouvelleSequence TO NumSequenceOrigineGL.
   MOVE WS-DateJour TO DateEcritureGL.
   MOVE WS-MontantGLPaire TO MontantGL.
   MOVE WS-LibelleGL TO LibelleGL.
   MOVE WS-CompteGLDebit TO CompteGeneralGL.
   MOVE "D" TO SensGL.
   WRITE GrandLivreRecord.
   MOVE WS-CompteGLCredit TO CompteGeneralGL.
   MOVE "C" TO SensGL.
   WRITE GrandLivreRecord.

MOUVEMENTER-STOCK.
   PERFORM VARYING IdxOp FROM 1 BY 1 UNTIL IdxOp > WS-NbLignesOp
      MOVE IdxStockOpTable(IdxOp) TO IdxBillet
      MOVE LigneBilletTable(IdxBillet) TO BilletDeviseRecord
      IF WS-SensOperation = "V" OR WS-SensOperation = "R"
         SUBTRACT NbOpTable(IdxOp) FROM NbBillets
      ELSE
         ADD NbOpTable(IdxOp) TO NbBillets
      END-IF
      MOVE BilletDeviseRecord TO LigneBilletTable(IdxBillet)
   END-PERFORM.
   PERFORM REECRIRE-TABLE-BILLETS.

JOURNALISER-OPERATION.
      *> Même idiome OPEN EXTEND / repli OPEN OUTPUT que
      *> JOURNALISER-TRANSFERT dans GCB_COFFRE.
   OPEN EXTEND GCBBilletsJournalFile.
   IF WS-BJRN-STATUS = "35"
      OPEN OUTPUT GCBBilletsJournalFile
   END-IF.
   IF WS-BJRN-STATUS NOT = "00"
      DISPLAY "Erreur GCBBilletsJournalFile, statut " WS-BJRN-STATUS
   ELSE
      MOVE WS-DateJour TO DateBilletJrn
      MOVE FUNCTION CURRENT-DATE(9:6) TO HeureBilletJrn
      MOVE WS-AgencePoste TO AgenceBilletJrn
      MOVE WS-SensOperation TO SensBilletJrn
      MOVE WS-DeviseSaisie TO DeviseBilletJrn
      MOVE WS-MontantDevise TO MontantDeviseJrn
      MOVE WS-TauxRetenu TO TauxBilletJrn
      MOVE WS-ContreValeur TO ContreValeurJrn
      MOVE WS-Marge TO MargeBilletJrn
      MOVE WS-ModeReglement TO ReglementBilletJrn
      MOVE WS-CompteSaisi TO CompteBilletJrn
      MOVE WS-OperateurPoste TO OperateurBilletJrn
      WRITE BilletJournalRecord
      CLOSE GCBBilletsJournalFile
   END-IF.

DEFINIR-COUPURE.
   PERFORM CHARGER-TABLE-BILLETS.
   IF WS-BilletsTronque = "O"
      DISPLAY "Stock de plus de 500 lignes : GCBBilletsDevisesFile "
          "doit être purgé avant toute mise à jour."
   ELSE
      DISPLAY "Devise (3 lettres) : "
      ACCEPT WS-DeviseSaisie
      DISPLAY "Valeur de la coupure : "
      ACCEPT WS-ValeurSaisie
      DISPLAY "Seuil de commande (nombre de billets) : "
      ACCEPT WS-SeuilSaisi
      DISPLAY "Stock cible après commande : "
      ACCEPT WS-CibleSaisie
      PERFORM CHERCHER-COUPURE-STOCK
      IF WS-DeviseSaisie = "EUR" OR WS-DeviseSaisie = SPACES
         OR WS-ValeurSaisie = 0
         DISPLAY "Devise étrangère et valeur de coupure "
             "obligatoires."
      ELSE
      IF WS-CibleSaisie < WS-SeuilSaisi
         DISPLAY "Le stock cible ne peut être inférieur au seuil."
      ELSE
      IF WS-CoupureTrouvee = "O"
         MOVE WS-SeuilSaisi TO SeuilBillet
         MOVE WS-CibleSaisie TO CibleBillet
         MOVE BilletDeviseRecord TO LigneBilletTable(IdxBillet)
         PERFORM REECRIRE-TABLE-BILLETS
         DISPLAY "Coupure " WS-ValeurSaisie " " WS-DeviseSaisie
             " mise à jour."
      ELSE
      IF WS-NbLignesBillets >= 500
         DISPLAY "Stock plein (500 lignes) : coupure non créée."
      ELSE
         ADD 1 TO WS-NbLignesBillets
         MOVE WS-AgencePoste TO CodeAgenceBillet
         MOVE WS-DeviseSaisie TO DeviseBillet
         MOVE WS-ValeurSaisie TO ValeurBillet
         MOVE 0 TO NbBillets
         MOVE WS-SeuilSaisi TO SeuilBillet
         MOVE WS-CibleSaisie TO CibleBillet
         MOVE BilletDeviseRecord
             TO LigneBilletTable(WS-NbLignesBillets)
         PERFORM REECRIRE-TABLE-BILLETS
         DISPLAY "Coupure " WS-ValeurSaisie " " WS-DeviseSaisie
             " créée à zéro billet (approvisionner par l'option 3)."
      END-IF
      END-IF
      END-IF
      END-IF
   END-IF.

AFFICHER-POSITION-BILLETS.
   PERFORM CHARGER-TABLE-BILLETS.
   PERFORM CUMULER-DEVISES-AGENCE.
   DISPLAY "Devise  Coupure  Billets  Seuil".
   PERFORM VARYING IdxBillet FROM 1 BY 1
       UNTIL IdxBillet > WS-NbLignesBillets
      MOVE LigneBilletTable(IdxBillet) TO BilletDeviseRecord
      IF CodeAgenceBillet = WS-AgencePoste
         DISPLAY DeviseBillet "     " ValeurBillet "    " NbBillets
             "   " SeuilBillet
      END-IF
   END-PERFORM.
   MOVE 0 TO WS-TotalEURPos.
   PERFORM VARYING IdxDevisePos FROM 1 BY 1
       UNTIL IdxDevisePos > WS-NbDevisesPos
      MOVE DevisePosTable(IdxDevisePos) TO WS-DeviseSaisie
      PERFORM CHERCHER-TAUX-EFFECTIF
      MOVE MontantPosTable(IdxDevisePos) TO WS-DeviseAff
      IF WS-TauxTrouve = "O"
         COMPUTE WS-ValeurEURPos ROUNDED
             = MontantPosTable(IdxDevisePos) * WS-TauxRetenu
         ADD WS-ValeurEURPos TO WS-TotalEURPos
         MOVE WS-ValeurEURPos TO WS-MontantAff
         DISPLAY "TOTAL " WS-DeviseSaisie " " WS-DeviseAff " = "
             WS-MontantAff " EUR au taux " WS-TauxRetenu
      ELSE
         DISPLAY "TOTAL " WS-DeviseSaisie " " WS-DeviseAff
             " (aucun taux applicable)"
      END-IF
   END-PERFORM.
   MOVE WS-TotalEURPos TO WS-MontantAff.
   DISPLAY "CONTRE-VALEUR DU STOCK : " WS-MontantAff " EUR".
   IF WS-BilletsTronque = "O"
      DISPLAY "ATTENTION : position tronquée à 500 lignes."
   END-IF.

CUMULER-DEVISES-AGENCE.
   MOVE 0 TO WS-NbDevisesPos.
   PERFORM VARYING IdxBillet FROM 1 BY 1
       UNTIL IdxBillet > WS-NbLignesBillets
      MOVE LigneBilletTable(IdxBillet) TO BilletDeviseRecord
      IF CodeAgenceBillet = WS-AgencePoste
         MOVE "N" TO WS-DevisePosTrouvee
         PERFORM VARYING IdxDevisePos FROM 1 BY 1
             UNTIL IdxDevisePos > WS-NbDevisesPos
             OR WS-DevisePosTrouvee = "O"
            IF DevisePosTable(IdxDevisePos) = DeviseBillet
               MOVE "O" TO WS-DevisePosTrouvee
               SUBTRACT 1 FROM IdxDevisePos
            END-IF
         END-PERFORM
         IF WS-DevisePosTrouvee = "N" AND WS-NbDevisesPos < 30
            ADD 1 TO WS-NbDevisesPos
            MOVE WS-NbDevisesPos TO IdxDevisePos
            MOVE DeviseBillet TO DevisePosTable(IdxDevisePos)
            MOVE 0 TO MontantPosTable(IdxDevisePos)
            MOVE 0 TO NbSousSeuilPosTable(IdxDevisePos)
            MOVE "O" TO WS-DevisePosTrouvee
         END-IF
         IF WS-DevisePosTrouvee = "O"
            COMPUTE MontantPosTable(IdxDevisePos)
                = MontantPosTable(IdxDevisePos)
                + ValeurBillet * NbBillets
            IF NbBillets < SeuilBillet
               ADD 1 TO NbSousSeuilPosTable(IdxDevisePos)
            END-IF
         END-IF
      END-IF
   END-PERFORM.

EDITER-LISTE-COMMANDE.
   PERFORM CHARGER-TABLE-BILLETS.
   PERFORM CUMULER-DEVISES-AGENCE.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBCommandeBillets" WS-AgencePoste "-" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   MOVE 0 TO WS-NbLignesEditees.
   MOVE 0 TO WS-NbLignesCommande.
   OPEN OUTPUT EditionCommandeFile.
   IF WS-EDIT-STATUS NOT = "00"
      DISPLAY "Erreur " FUNCTION TRIM(WS-NomEdition) ", statut "
          WS-EDIT-STATUS
   ELSE
      MOVE SPACES TO WS-LigneTravail
      STRING "COMMANDE DE BILLETS ETRANGERS - AGENCE " WS-AgencePoste
          " - " WS-DateJour
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE ALL "=" TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE "Devise Coupure Stock  Seuil  Cible  A commander"
          TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      PERFORM VARYING IdxBillet FROM 1 BY 1
          UNTIL IdxBillet > WS-NbLignesBillets
         MOVE LigneBilletTable(IdxBillet) TO BilletDeviseRecord
         IF CodeAgenceBillet = WS-AgencePoste
            AND NbBillets < SeuilBillet
            COMPUTE WS-QuantiteACommander = CibleBillet - NbBillets
            ADD 1 TO WS-NbLignesCommande
            MOVE SPACES TO WS-LigneTravail
            STRING DeviseBillet "    " ValeurBillet "   " NbBillets
                " " SeuilBillet " " CibleBillet " "
                WS-QuantiteACommander
                DELIMITED BY SIZE INTO WS-LigneTravail
            PERFORM ECRIRE-LIGNE-EDITION
         END-IF
      END-PERFORM
      MOVE SPACES TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE "DEVISES A COMMANDER" TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      PERFORM VARYING IdxDevisePos FROM 1 BY 1
          UNTIL IdxDevisePos > WS-NbDevisesPos
         IF NbSousSeuilPosTable(IdxDevisePos) > 0
            MOVE MontantPosTable(IdxDevisePos) TO WS-DeviseAff
            MOVE SPACES TO WS-LigneTravail
            STRING DevisePosTable(IdxDevisePos) " : "
                NbSousSeuilPosTable(IdxDevisePos)
                " coupure(s) sous le seuil, stock " WS-DeviseAff
                DELIMITED BY SIZE INTO WS-LigneTravail
            PERFORM ECRIRE-LIGNE-EDITION
         END-IF
      END-PERFORM
      IF WS-NbLignesCommande = 0
         MOVE "Aucune coupure sous son seuil : rien à commander."
             TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
      END-IF
      IF WS-BilletsTronque = "O"
         MOVE "ATTENTION : stock tronqué à 500 lignes."
             TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
      END-IF
      CLOSE EditionCommandeFile
      CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportCommande
          WS-DateJour WS-NbLignesEditees WS-NomEdition
      DISPLAY WS-NbLignesCommande " coupure(s) à commander : liste "
          "dans " FUNCTION TRIM(WS-NomEdition) "."
   END-IF.

CHERCHER-TAUX-EFFECTIF.
   MOVE "N" TO WS-TauxTrouve.
   MOVE 0 TO WS-DateEffetRetenue.
   MOVE "N" TO WS-EOF-TAUX.
   OPEN INPUT GCBTauxFile.
   IF WS-TAUX-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-TAUX
   END-IF.
   PERFORM UNTIL WS-EOF-TAUX = "Y"
      READ GCBTauxFile
         AT END MOVE "Y" TO WS-EOF-TAUX
         NOT AT END
            IF DeviseTaux = WS-DeviseSaisie
               AND DateEffetTaux <= WS-DateJour
               AND TauxEnEUR > 0
               IF WS-TauxTrouve = "N"
                  OR DateEffetTaux >= WS-DateEffetRetenue
                  MOVE "O" TO WS-TauxTrouve
                  MOVE DateEffetTaux TO WS-DateEffetRetenue
                  MOVE TauxEnEUR TO WS-TauxRetenu
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-TAUX-STATUS NOT = "35"
      CLOSE GCBTauxFile
   END-IF.

CHARGER-TABLE-BILLETS.
   MOVE 0 TO WS-NbLignesBillets.
   MOVE "N" TO WS-BilletsTronque.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBBilletsDevisesFile.
   IF WS-BIL-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBBilletsDevisesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbLignesBillets < 500
               ADD 1 TO WS-NbLignesBillets
               MOVE BilletDeviseRecord
                   TO LigneBilletTable(WS-NbLignesBillets)
            ELSE
               MOVE "O" TO WS-BilletsTronque
            END-IF
      END-READ
   END-PERFORM.
   IF WS-BIL-STATUS NOT = "35"
      CLOSE GCBBilletsDevisesFile
   END-IF.

REECRIRE-TABLE-BILLETS.
   OPEN OUTPUT GCBBilletsDevisesFile.
   PERFORM VARYING IdxBillet FROM 1 BY 1
       UNTIL IdxBillet > WS-NbLignesBillets
      MOVE LigneBilletTable(IdxBillet) TO BilletDeviseRecord
      WRITE BilletDeviseRecord
   END-PERFORM.
   CLOSE GCBBilletsDevisesFile.

AJOUTER-COMPTE-PLAN-SI-ABSENT.
      *> Le 5315 est ajouté au plan de comptes d'une installation
      *> antérieure, comme le 4672 dans GCB_CHEQUES_BANQUE. Un plan
      *> absent sera semé complet par GCB_WRITE au premier mouvement.
   MOVE "N" TO WS-ComptePlanPresent.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBPlanComptesFile.
   IF WS-PLAN-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBPlanComptesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF CompteGeneral = CompteGLBilletsDevises
               MOVE "O" TO WS-ComptePlanPresent
               MOVE "Y" TO WS-EOF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PLAN-STATUS NOT = "35"
      CLOSE GCBPlanComptesFile
   END-IF.
   IF WS-ComptePlanPresent = "N" AND WS-PLAN-STATUS NOT = "35"
      OPEN EXTEND GCBPlanComptesFile
      IF WS-PLAN-STATUS = "00"
         MOVE CompteGLBilletsDevises TO CompteGeneral
         MOVE "CAISSE BILLETS ETRANGERS" TO LibelleCompteGeneral
         MOVE "D" TO SensNormalCompteGeneral
         WRITE PlanComptesRecord
         CLOSE GCBPlanComptesFile
      END-IF
   END-IF.

OBTENIR-PROCHAINE-SEQUENCE.
   MOVE 0 TO WS-DerniereSequence.
   OPEN INPUT GCBSequenceFile.
   IF WS-SEQ-STATUS = "00"
      READ GCBSequenceFile
         AT END CONTINUE
         NOT AT END MOVE SequenceRecord TO WS-DerniereSequence
      END-READ
      CLOSE GCBSequenceFile
   END-IF.
   COMPUTE WS-NouvelleSequence = WS-DerniereSequence + 1.
   MOVE WS-NouvelleSequence TO SequenceRecord.
   OPEN OUTPUT GCBSequenceFile.
   WRITE SequenceRecord.
   CLOSE GCBSequenceFile.

ECRIRE-LIGNE-EDITION.
   MOVE WS-LigneTravail TO LigneEdition.
   WRITE LigneEdition.
   ADD 1 TO WS-NbLignesEditees.
