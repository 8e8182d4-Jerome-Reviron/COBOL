IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_COFFRES_LOCATION.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBCoffresLocationFile
        FILE STATUS IS WS-COF-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCoffresLocationFile.txt".
    SELECT GCBContratsCoffresFile
        FILE STATUS IS WS-CTR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBContratsCoffresFile.txt".
    SELECT GCBVisitesCoffresFile
        FILE STATUS IS WS-VIS-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBVisitesCoffresFile.txt".
    SELECT GCBComptesFile
        FILE STATUS IS WS-CPT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NumeroCompte OF ComptesRecord
        ASSIGN TO "GCBComptesFile.dat".
    SELECT GCBAgencesFile
        FILE STATUS IS WS-AGENCE-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBAgencesFile.txt".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".
    SELECT GCBOperateurSessionFile
        FILE STATUS IS WS-OPSES-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBOperateurSessionFile.txt".
    SELECT EditionCoffresFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEdition.

DATA DIVISION.
FILE SECTION.
   FD GCBCoffresLocationFile.
   COPY COFFRELOC.

   FD GCBContratsCoffresFile.
   COPY CONTRATCOF.

   FD GCBVisitesCoffresFile.
   COPY VISITECOF.

   FD GCBComptesFile.
   COPY COMPTES.

   FD GCBAgencesFile.
   COPY AGENCE.

   FD GCBJourFile.
   COPY JOUR.

   FD GCBOperateurSessionFile.
   01 OperateurSessionRecord PIC 9(6).

   FD EditionCoffresFile.
   01 LigneEdition PIC X(100).

WORKING-STORAGE SECTION.
   01 WS-COF-STATUS PIC 99.
   01 WS-CTR-STATUS PIC 99.
   01 WS-VIS-STATUS PIC 99.
   01 WS-CPT-STATUS PIC 99.
   01 WS-AGENCE-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-OPSES-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 0.
   01 WS-SignonOK PIC X(1) VALUE "N".
   01 WS-OperateurPoste PIC 9(6) VALUE 0.
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-Confirmation PIC X(1).

   01 WS-NbCoffres PIC 9(4) VALUE 0.
   01 IdxCoffre PIC 9(4).
   01 WS-CoffresTronque PIC X(1) VALUE "N".
   01 TableCoffres.
      05 LigneCoffreTable PIC X(9) OCCURS 2000 TIMES.
   01 WS-CoffreTrouve PIC X(1).

   01 WS-NbContrats PIC 9(4) VALUE 0.
   01 IdxContrat PIC 9(4).
   01 WS-ContratsTronque PIC X(1) VALUE "N".
   01 TableContrats.
      05 LigneContratTable PIC X(70) OCCURS 2000 TIMES.
   01 WS-ContratTrouve PIC X(1).
   01 WS-DernierNumContrat PIC 9(6) VALUE 0.

   01 WS-NumCoffreSaisi PIC 9(4).
   01 WS-TailleSaisie PIC X(1).
   01 WS-AgenceSaisie PIC X(3).
   01 WS-AgenceValide PIC X(1).
   01 WS-NumClientSaisi PIC 9(6).
   01 WS-CompteSaisi PIC 9(6).
   01 WS-LoyerSaisi PIC 9(5)V99.
   01 WS-TypeVisiteSaisi PIC X(1).

   01 WS-NomClient PIC X(30).
   01 WS-AdresseClient PIC X(40).
   01 WS-ContactClient PIC X(30).
   01 WS-ClientTrouve PIC X(1).
   01 WS-DateExpDocClient PIC 9(8).

   01 WS-CompteTrouve PIC X(1).
   01 WS-StatutCompteLu PIC X(1).
   01 WS-ClientCompteLu PIC 9(6).

   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(100).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-TypeRapportCoffres PIC X(12) VALUE "COFFRES-LOC".
   01 WS-NbLibres PIC 9(4) VALUE 0.
   01 WS-NbImpayes PIC 9(4) VALUE 0.
   01 WS-TotalImpayes PIC 9(7)V99 VALUE 0.
   01 WS-LoyerAff PIC Z(4)9.99.
   01 WS-TotalAff PIC Z(6)9.99.

      *> Location des coffres-forts de la salle des coffres : parc des
      *> coffres par agence, ouverture des contrats de location,
      *> journal des accès et état des coffres libres et des loyers
      *> en retard. Le loyer annuel est prélevé par la clôture de
      *> journée (GCB_COFFRES_LOYERS), jamais depuis ce menu.

PROCEDURE DIVISION.
   CALL 'GCB_SIGNON' USING WS-SignonOK.
   IF WS-SignonOK NOT = "O"
      DISPLAY "Pas de session opérateur : salle des coffres "
          "inaccessible."
      STOP RUN
   END-IF.
   PERFORM LIRE-OPERATEUR-POSTE.
   PERFORM LIRE-DATE-JOUR.
   DISPLAY "==============================================".
   DISPLAY "LOCATION DES COFFRES-FORTS - GCB2".
   DISPLAY "==============================================".
   DISPLAY "1. Créer un coffre".
   DISPLAY "2. Ouvrir une location".
   DISPLAY "3. Enregistrer une visite".
   DISPLAY "4. Etat des coffres libres et des loyers en retard".
   DISPLAY "0. Quitter".
   ACCEPT ChoixUtilisateur.
   EVALUATE ChoixUtilisateur
      WHEN 1
         PERFORM CREER-COFFRE
      WHEN 2
         PERFORM OUVRIR-LOCATION
      WHEN 3
         PERFORM ENREGISTRER-VISITE
      WHEN 4
         PERFORM EDITER-ETAT-COFFRES
      WHEN OTHER
         DISPLAY "Aucune action effectuée."
   END-EVALUATE.
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

CREER-COFFRE.
   PERFORM CHARGER-TABLE-COFFRES.
   IF WS-CoffresTronque = "O"
      DISPLAY "Plus de 2000 coffres : GCBCoffresLocationFile doit "
          "être purgé avant d'en créer un nouveau."
   ELSE
      DISPLAY "Numéro du coffre : "
      ACCEPT WS-NumCoffreSaisi
      DISPLAY "Taille (P petit, M moyen, G grand) : "
      ACCEPT WS-TailleSaisie
      DISPLAY "Code agence : "
      ACCEPT WS-AgenceSaisie
      PERFORM RECHERCHER-COFFRE-TABLE
      PERFORM CONTROLER-AGENCE
      IF WS-NumCoffreSaisi = 0
         DISPLAY "Numéro de coffre invalide."
      ELSE
      IF WS-CoffreTrouve = "O"
         DISPLAY "Le coffre " WS-NumCoffreSaisi " existe déjà."
      ELSE
      IF WS-TailleSaisie NOT = "P" AND WS-TailleSaisie NOT = "M"
         AND WS-TailleSaisie NOT = "G"
         DISPLAY "Taille invalide : P, M ou G."
      ELSE
      IF WS-AgenceValide NOT = "O"
         DISPLAY "Agence inconnue ou fermée (voir GCB_AGENCES)."
      ELSE
         MOVE WS-NumCoffreSaisi TO NumCoffreLoc
         MOVE WS-TailleSaisie TO TailleCoffreLoc
         MOVE WS-AgenceSaisie TO AgenceCoffreLoc
         MOVE "L" TO StatutCoffreLoc
         OPEN EXTEND GCBCoffresLocationFile
         IF WS-COF-STATUS = "35"
            OPEN OUTPUT GCBCoffresLocationFile
         END-IF
         IF WS-COF-STATUS NOT = "00"
            DISPLAY "Erreur GCBCoffresLocationFile, statut "
                WS-COF-STATUS
         ELSE
            WRITE CoffreLocationRecord
            CLOSE GCBCoffresLocationFile
            DISPLAY "Coffre " WS-NumCoffreSaisi " créé, libre à la "
                "location."
         END-IF
      END-IF
      END-IF
      END-IF
      END-IF
   END-IF.

CONTROLER-AGENCE.
      *> Sans référentiel, seule l'agence historique "001" existe.
   MOVE "N" TO WS-AgenceValide.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBAgencesFile.
   IF WS-AGENCE-STATUS NOT = "00"
      IF WS-AgenceSaisie = "001"
         MOVE "O" TO WS-AgenceValide
      END-IF
   ELSE
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBAgencesFile
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               IF CodeAgence = WS-AgenceSaisie
                  AND StatutAgence = "A"
                  MOVE "O" TO WS-AgenceValide
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBAgencesFile
   END-IF.

OUVRIR-LOCATION.
   PERFORM CHARGER-TABLE-COFFRES.
   PERFORM CHARGER-TABLE-CONTRATS.
   IF WS-CoffresTronque = "O" OR WS-ContratsTronque = "O"
      DISPLAY "Plus de 2000 coffres ou contrats : purger les "
          "fichiers des coffres avant d'ouvrir une location."
   ELSE
      DISPLAY "Numéro du coffre à louer : "
      ACCEPT WS-NumCoffreSaisi
      PERFORM RECHERCHER-COFFRE-TABLE
      IF WS-CoffreTrouve NOT = "O"
         DISPLAY "Coffre inconnu."
      ELSE
      IF StatutCoffreLoc NOT = "L"
         DISPLAY "Le coffre " WS-NumCoffreSaisi " n'est pas libre."
      ELSE
         PERFORM SAISIR-LOCATION
      END-IF
      END-IF
   END-IF.

SAISIR-LOCATION.
   DISPLAY "Numéro du client locataire : ".
   ACCEPT WS-NumClientSaisi.
   CALL 'GCB_CLIENT_LECTURE' USING WS-NumClientSaisi WS-NomClient
       WS-AdresseClient WS-ContactClient WS-ClientTrouve
       WS-DateExpDocClient.
   IF WS-ClientTrouve NOT = "O"
      DISPLAY "Client inconnu (voir GCB_CLIENTS)."
   ELSE
      DISPLAY "Compte à débiter du loyer : "
      ACCEPT WS-CompteSaisi
      PERFORM LIRE-COMPTE-DEBIT
      DISPLAY "Loyer annuel : "
      ACCEPT WS-LoyerSaisi
      IF WS-CompteTrouve NOT = "O"
         DISPLAY "Compte inconnu : location non ouverte."
      ELSE
      IF WS-StatutCompteLu NOT = "A"
         DISPLAY "Le compte à débiter doit être actif."
      ELSE
      IF WS-ClientCompteLu NOT = WS-NumClientSaisi
         DISPLAY "Le compte à débiter doit appartenir au client "
             "locataire (rattachement GCB_CLIENTS)."
      ELSE
      IF WS-LoyerSaisi = 0
         DISPLAY "Le loyer annuel doit être positif."
      ELSE
         PERFORM AJOUTER-CONTRAT
      END-IF
      END-IF
      END-IF
      END-IF
   END-IF.

LIRE-COMPTE-DEBIT.
   MOVE "N" TO WS-CompteTrouve.
   OPEN INPUT GCBComptesFile.
   IF WS-CPT-STATUS = "00"
      MOVE WS-CompteSaisi TO NumeroCompte OF ComptesRecord
      READ GCBComptesFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            MOVE "O" TO WS-CompteTrouve
            MOVE StatutCompteFile TO WS-StatutCompteLu
            MOVE NumClientFile TO WS-ClientCompteLu
      END-READ
      CLOSE GCBComptesFile
   END-IF.

AJOUTER-CONTRAT.
   MOVE 0 TO WS-DernierNumContrat.
   PERFORM VARYING IdxContrat FROM 1 BY 1
       UNTIL IdxContrat > WS-NbContrats
      MOVE LigneContratTable(IdxContrat) TO ContratCoffreRecord
      IF NumContratCoffre > WS-DernierNumContrat
         MOVE NumContratCoffre TO WS-DernierNumContrat
      END-IF
   END-PERFORM.
   MOVE SPACES TO ContratCoffreRecord.
   COMPUTE NumContratCoffre = WS-DernierNumContrat + 1.
   MOVE WS-NumCoffreSaisi TO NumCoffreContrat.
   MOVE WS-NumClientSaisi TO NumClientContrat.
   MOVE WS-CompteSaisi TO CompteDebitContrat.
   MOVE WS-DateJour TO DateDebutContrat.
   MOVE WS-LoyerSaisi TO LoyerAnnuelContrat.
      *> Le premier loyer, payable d'avance, part à la clôture du
      *> jour ; les suivants à chaque date anniversaire.
   MOVE WS-DateJour TO DateProchainLoyer.
   MOVE "A" TO StatutContrat.
   MOVE 0 TO DateFinContrat.
   MOVE 0 TO MontantImpayeContrat.
   MOVE SPACE TO EtatImpayeContrat.
   MOVE 0 TO DateImpayeContrat.
   OPEN EXTEND GCBContratsCoffresFile.
   IF WS-CTR-STATUS = "35"
      OPEN OUTPUT GCBContratsCoffresFile
   END-IF.
   IF WS-CTR-STATUS NOT = "00"
      DISPLAY "Erreur GCBContratsCoffresFile, statut " WS-CTR-STATUS
   ELSE
      WRITE ContratCoffreRecord
      CLOSE GCBContratsCoffresFile
      MOVE "O" TO StatutCoffreLoc
      MOVE CoffreLocationRecord TO LigneCoffreTable(IdxCoffre)
      PERFORM REECRIRE-TABLE-COFFRES
      DISPLAY "Contrat " NumContratCoffre " ouvert pour "
          WS-NomClient ", coffre " WS-NumCoffreSaisi
          ", premier loyer prélevé à la clôture du jour."
   END-IF.

ENREGISTRER-VISITE.
   PERFORM CHARGER-TABLE-COFFRES.
   PERFORM CHARGER-TABLE-CONTRATS.
   DISPLAY "Numéro du coffre : ".
   ACCEPT WS-NumCoffreSaisi.
   PERFORM RECHERCHER-CONTRAT-ACTIF.
   IF WS-ContratTrouve NOT = "O"
      DISPLAY "Aucune location en cours sur ce coffre."
   ELSE
      DISPLAY "Numéro du client qui se présente : "
      ACCEPT WS-NumClientSaisi
      IF WS-NumClientSaisi NOT = NumClientContrat
         DISPLAY "Ce client n'est pas le locataire du coffre : "
             "accès refusé."
      ELSE
         DISPLAY "Type de visite (A accès, V vidage final) : "
         ACCEPT WS-TypeVisiteSaisi
         IF WS-TypeVisiteSaisi = "A"
            PERFORM ECRIRE-VISITE
         ELSE
         IF WS-TypeVisiteSaisi = "V"
            PERFORM VIDER-COFFRE
         ELSE
            DISPLAY "Type de visite invalide."
         END-IF
         END-IF
      END-IF
   END-IF.

VIDER-COFFRE.
      *> Le vidage clôt la location : la table des contrats doit
      *> être complète pour pouvoir être réécrite.
   IF WS-CoffresTronque = "O" OR WS-ContratsTronque = "O"
      DISPLAY "Plus de 2000 coffres ou contrats : purger les "
          "fichiers des coffres avant de clore une location."
   ELSE
      IF EtatImpayeContrat NOT = SPACE
         MOVE MontantImpayeContrat TO WS-LoyerAff
         DISPLAY "ATTENTION : loyer en retard de " WS-LoyerAff
             " depuis le " DateImpayeContrat
             " sur ce contrat."
      END-IF
      DISPLAY "Le client vide le coffre " WS-NumCoffreSaisi
          " : clore le contrat " NumContratCoffre " ? (O/N) : "
      ACCEPT WS-Confirmation
      IF WS-Confirmation NOT = "O"
         DISPLAY "Aucune action effectuée."
      ELSE
         PERFORM ECRIRE-VISITE
         MOVE "C" TO StatutContrat
         MOVE WS-DateJour TO DateFinContrat
         MOVE ContratCoffreRecord TO LigneContratTable(IdxContrat)
         PERFORM REECRIRE-TABLE-CONTRATS
         PERFORM RECHERCHER-COFFRE-TABLE
         IF WS-CoffreTrouve = "O"
            MOVE "L" TO StatutCoffreLoc
            MOVE CoffreLocationRecord TO LigneCoffreTable(IdxCoffre)
            PERFORM REECRIRE-TABLE-COFFRES
         END-IF
         DISPLAY "Contrat " NumContratCoffre " clos, coffre "
             WS-NumCoffreSaisi " rendu à la location."
      END-IF
   END-IF.

ECRIRE-VISITE.
   MOVE WS-DateJour TO DateVisite.
   MOVE FUNCTION CURRENT-DATE(9:6) TO HeureVisite.
   MOVE WS-NumCoffreSaisi TO NumCoffreVisite.
   MOVE NumContratCoffre TO NumContratVisite.
   MOVE WS-NumClientSaisi TO NumClientVisite.
   MOVE WS-OperateurPoste TO OperateurVisite.
   MOVE WS-TypeVisiteSaisi TO TypeVisite.
   OPEN EXTEND GCBVisitesCoffresFile.
   IF WS-VIS-STATUS = "35"
      OPEN OUTPUT GCBVisitesCoffresFile
   END-IF.
   IF WS-VIS-STATUS NOT = "00"
      DISPLAY "Erreur GCBVisitesCoffresFile, statut " WS-VIS-STATUS
   ELSE
      WRITE VisiteCoffreRecord
      CLOSE GCBVisitesCoffresFile
      DISPLAY "Visite enregistrée au journal des accès ("
          HeureVisite ")."
   END-IF.

RECHERCHER-COFFRE-TABLE.
   MOVE "N" TO WS-CoffreTrouve.
   PERFORM VARYING IdxCoffre FROM 1 BY 1
       UNTIL IdxCoffre > WS-NbCoffres OR WS-CoffreTrouve = "O"
      MOVE LigneCoffreTable(IdxCoffre) TO CoffreLocationRecord
      IF NumCoffreLoc = WS-NumCoffreSaisi
         MOVE "O" TO WS-CoffreTrouve
      END-IF
   END-PERFORM.
   IF WS-CoffreTrouve = "O"
         *> La boucle a dépassé d'un cran le coffre trouvé.
      SUBTRACT 1 FROM IdxCoffre
   END-IF.

RECHERCHER-CONTRAT-ACTIF.
   MOVE "N" TO WS-ContratTrouve.
   PERFORM VARYING IdxContrat FROM 1 BY 1
       UNTIL IdxContrat > WS-NbContrats OR WS-ContratTrouve = "O"
      MOVE LigneContratTable(IdxContrat) TO ContratCoffreRecord
      IF NumCoffreContrat = WS-NumCoffreSaisi
         AND StatutContrat = "A"
         MOVE "O" TO WS-ContratTrouve
      END-IF
   END-PERFORM.
   IF WS-ContratTrouve = "O"
         *> La boucle a dépassé d'un cran le contrat trouvé.
      SUBTRACT 1 FROM IdxContrat
   END-IF.

EDITER-ETAT-COFFRES.
   PERFORM CHARGER-TABLE-COFFRES.
   PERFORM CHARGER-TABLE-CONTRATS.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBCoffresLocation" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   MOVE 0 TO WS-NbLignesEditees.
   MOVE 0 TO WS-NbLibres.
   MOVE 0 TO WS-NbImpayes.
   MOVE 0 TO WS-TotalImpayes.
   OPEN OUTPUT EditionCoffresFile.
   IF WS-EDIT-STATUS NOT = "00"
      DISPLAY "Erreur " FUNCTION TRIM(WS-NomEdition) ", statut "
          WS-EDIT-STATUS
   ELSE
      MOVE SPACES TO WS-LigneTravail
      STRING "ETAT DES COFFRES LOUES AU " WS-DateJour
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE ALL "=" TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE "COFFRES LIBRES" TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE "Coffre Taille Agence" TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      PERFORM VARYING IdxCoffre FROM 1 BY 1
          UNTIL IdxCoffre > WS-NbCoffres
         MOVE LigneCoffreTable(IdxCoffre) TO CoffreLocationRecord
         IF StatutCoffreLoc = "L"
            ADD 1 TO WS-NbLibres
            MOVE SPACES TO WS-LigneTravail
            STRING NumCoffreLoc "   " TailleCoffreLoc "      "
                AgenceCoffreLoc
                DELIMITED BY SIZE INTO WS-LigneTravail
            PERFORM ECRIRE-LIGNE-EDITION
         END-IF
      END-PERFORM
      MOVE SPACES TO WS-LigneTravail
      STRING WS-NbLibres " coffre(s) libre(s)."
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE SPACES TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE "LOYERS EN RETARD" TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE "Contrat Coffre Client Compte   Montant    Depuis   Etat"
          TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      PERFORM VARYING IdxContrat FROM 1 BY 1
          UNTIL IdxContrat > WS-NbContrats
         MOVE LigneContratTable(IdxContrat) TO ContratCoffreRecord
         IF EtatImpayeContrat NOT = SPACE
            ADD 1 TO WS-NbImpayes
            ADD MontantImpayeContrat TO WS-TotalImpayes
            MOVE MontantImpayeContrat TO WS-LoyerAff
            MOVE SPACES TO WS-LigneTravail
            STRING NumContratCoffre " " NumCoffreContrat " "
                NumClientContrat " " CompteDebitContrat " "
                WS-LoyerAff " " DateImpayeContrat " "
                EtatImpayeContrat " " StatutContrat
                DELIMITED BY SIZE INTO WS-LigneTravail
            PERFORM ECRIRE-LIGNE-EDITION
         END-IF
      END-PERFORM
      MOVE WS-TotalImpayes TO WS-TotalAff
      MOVE SPACES TO WS-LigneTravail
      STRING WS-NbImpayes " loyer(s) en retard pour " WS-TotalAff
          " (D = prélevé à découvert, N = non prélevé)."
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      IF WS-CoffresTronque = "O" OR WS-ContratsTronque = "O"
         MOVE "ATTENTION : état tronqué à 2000 coffres ou contrats."
             TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
      END-IF
      CLOSE EditionCoffresFile
      CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportCoffres
          WS-DateJour WS-NbLignesEditees WS-NomEdition
      DISPLAY "Etat édité dans " FUNCTION TRIM(WS-NomEdition) " : "
          WS-NbLibres " coffre(s) libre(s), " WS-NbImpayes
          " loyer(s) en retard."
   END-IF.

CHARGER-TABLE-COFFRES.
   MOVE 0 TO WS-NbCoffres.
   MOVE "N" TO WS-CoffresTronque.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBCoffresLocationFile.
   IF WS-COF-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBCoffresLocationFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbCoffres < 2000
               ADD 1 TO WS-NbCoffres
               MOVE CoffreLocationRecord
                   TO LigneCoffreTable(WS-NbCoffres)
            ELSE
               MOVE "O" TO WS-CoffresTronque
            END-IF
      END-READ
   END-PERFORM.
   IF WS-COF-STATUS NOT = "35"
      CLOSE GCBCoffresLocationFile
   END-IF.

REECRIRE-TABLE-COFFRES.
   OPEN OUTPUT GCBCoffresLocationFile.
   PERFORM VARYING IdxCoffre FROM 1 BY 1
       UNTIL IdxCoffre > WS-NbCoffres
      MOVE LigneCoffreTable(IdxCoffre) TO CoffreLocationRecord
      WRITE CoffreLocationRecord
   END-PERFORM.
   CLOSE GCBCoffresLocationFile.

CHARGER-TABLE-CONTRATS.
   MOVE 0 TO WS-NbContrats.
   MOVE "N" TO WS-ContratsTronque.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBContratsCoffresFile.
   IF WS-CTR-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBContratsCoffresFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbContrats < 2000
               ADD 1 TO WS-NbContrats
               MOVE ContratCoffreRecord
                   TO LigneContratTable(WS-NbContrats)
            ELSE
               MOVE "O" TO WS-ContratsTronque
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CTR-STATUS NOT = "35"
      CLOSE GCBContratsCoffresFile
   END-IF.

REECRIRE-TABLE-CONTRATS.
   OPEN OUTPUT GCBContratsCoffresFile.
   PERFORM VARYING IdxContrat FROM 1 BY 1
       UNTIL IdxContrat > WS-NbContrats
      MOVE LigneContratTable(IdxContrat) TO ContratCoffreRecord
      WRITE ContratCoffreRecord
   END-PERFORM.
   CLOSE GCBContratsCoffresFile.

ECRIRE-LIGNE-EDITION.
   MOVE WS-LigneTravail TO LigneEdition.
   WRITE LigneEdition.
   ADD 1 TO WS-NbLignesEditees.
