IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_COFFRES_LOYERS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBContratsCoffresFile
        FILE STATUS IS WS-CTR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBContratsCoffresFile.txt".
    SELECT EditionLoyersFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEdition.

DATA DIVISION.
FILE SECTION.
   FD GCBContratsCoffresFile.
   COPY CONTRATCOF.

   FD EditionLoyersFile.
   01 LigneEdition PIC X(100).

WORKING-STORAGE SECTION.
   01 WS-CTR-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EOF-CTR PIC X VALUE "N".
   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(100).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-TypeRapportLoyers PIC X(12) VALUE "LOYERS-COF".

      *> Contrats chargés en table pour estampiller l'échéance
      *> suivante puis réécrire le fichier, même mécanique que
      *> GCB_BALAYAGE.
   01 WS-NbContrats PIC 9(4) VALUE 0.
   01 IdxContrat PIC 9(4).
   01 WS-ContratsTronque PIC X(1) VALUE "N".
   01 TableContrats.
      05 LigneContratTable PIC X(70) OCCURS 2000 TIMES.
   01 WS-NbActifs PIC 9(4) VALUE 0.

   01 WS-NbLoyersPasses PIC 9(4) VALUE 0.
   01 WS-NbEnDecouvert PIC 9(4) VALUE 0.
   01 WS-NbNonPasses PIC 9(4) VALUE 0.
   01 WS-NbRegularises PIC 9(4) VALUE 0.
   01 WS-TotalLoyers PIC 9(7)V99 VALUE 0.

   01 ActionLoyer PIC X(10) VALUE "FRAIS".
   01 WS-MontantLoyer PIC S9(5)V99.
   01 WS-SoldeAttendu PIC S9(5)V99.
   01 WS-LoyerPasse PIC X(1).
   01 WS-RepriseImpaye PIC X(1).
   01 WS-AnneeEcheance PIC 9(4).
   01 WS-SoldeCompte PIC S9(5)V99.
   01 WS-StatutCompte PIC X(1).
   01 WS-PinCompte PIC 9(4).
   01 WS-DeviseCompte PIC X(3).
   01 WS-NomTitulaire PIC X(30).
   01 WS-CompteJoint PIC X(1).
   01 WS-NomCotitulaire PIC X(30).
   01 WS-Beneficiaire PIC X(30).
   01 WS-MontantAff PIC Z(4)9.99.
   01 WS-TotalAff PIC Z(6)9.99.

LINKAGE SECTION.
   01 DateJour PIC 9(8).

      *> Loyers des coffres loués, appelé par la clôture de journée
      *> de GCB_JOURNEE. Chaque contrat actif arrivé à sa date
      *> anniversaire est prélevé du loyer annuel (FRAIS par
      *> GCB_WRITE, même si le compte passe à découvert : le
      *> recouvrement prend alors le relais) et son échéance avance
      *> d'un an. Un loyer non passé reste dû sur le contrat et est
      *> représenté aux clôtures suivantes ; un découvert dû au loyer
      *> est levé du contrat dès que le compte redevient créditeur.

PROCEDURE DIVISION USING DateJour.
   PERFORM CHARGER-TABLE-CONTRATS.
   MOVE 0 TO WS-NbActifs.
   PERFORM VARYING IdxContrat FROM 1 BY 1
       UNTIL IdxContrat > WS-NbContrats
      MOVE LigneContratTable(IdxContrat) TO ContratCoffreRecord
      IF StatutContrat = "A" OR EtatImpayeContrat NOT = SPACE
         ADD 1 TO WS-NbActifs
      END-IF
   END-PERFORM.
   IF WS-NbActifs = 0
      EXIT PROGRAM
   END-IF.
      *> Fichier plus grand que la table : le réécrire perdrait des
      *> contrats, les loyers attendent qu'il soit purgé.
   IF WS-ContratsTronque = "O"
      DISPLAY "GCB_COFFRES_LOYERS: plus de 2000 contrats dans "
          "GCBContratsCoffresFile, loyers non prélevés."
      EXIT PROGRAM
   END-IF.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBLoyersCoffres" DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   MOVE 0 TO WS-NbLignesEditees.
   OPEN OUTPUT EditionLoyersFile.
   IF WS-EDIT-STATUS NOT = "00"
      DISPLAY "GCB_COFFRES_LOYERS: erreur "
          FUNCTION TRIM(WS-NomEdition) ", statut " WS-EDIT-STATUS
          ". Loyers non prélevés."
      EXIT PROGRAM
   END-IF.
   MOVE SPACES TO WS-LigneTravail.
   STRING "LOYERS DES COFFRES LOUES - CLOTURE DU " DateJour
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE ALL "=" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   PERFORM VARYING IdxContrat FROM 1 BY 1
       UNTIL IdxContrat > WS-NbContrats
      MOVE LigneContratTable(IdxContrat) TO ContratCoffreRecord
      PERFORM TRAITER-UN-CONTRAT
      MOVE ContratCoffreRecord TO LigneContratTable(IdxContrat)
   END-PERFORM.
   PERFORM REECRIRE-TABLE-CONTRATS.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE WS-TotalLoyers TO WS-TotalAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Loyers prélevés : " WS-NbLoyersPasses " pour " WS-TotalAff
       "   dont à découvert : " WS-NbEnDecouvert
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Non prélevés : " WS-NbNonPasses "   Régularisés : "
       WS-NbRegularises
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   CLOSE EditionLoyersFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportLoyers
       DateJour WS-NbLignesEditees WS-NomEdition.
   EXIT PROGRAM.

TRAITER-UN-CONTRAT.
      *> Reprise d'abord : un loyer resté dû est représenté avant
      *> l'échéance éventuelle du jour.
   IF EtatImpayeContrat = "N"
      MOVE MontantImpayeContrat TO WS-MontantLoyer
      MOVE "O" TO WS-RepriseImpaye
      PERFORM PASSER-LOYER
      IF WS-LoyerPasse = "O"
         ADD 1 TO WS-NbRegularises
      END-IF
   ELSE
   IF EtatImpayeContrat = "D"
      MOVE 0 TO WS-SoldeCompte
      CALL 'GCB_LECTURE' USING CompteDebitContrat WS-SoldeCompte
          WS-StatutCompte WS-PinCompte WS-DeviseCompte
          WS-NomTitulaire WS-CompteJoint WS-NomCotitulaire
          WS-Beneficiaire
      IF WS-SoldeCompte >= 0
         MOVE SPACE TO EtatImpayeContrat
         MOVE 0 TO MontantImpayeContrat
         MOVE 0 TO DateImpayeContrat
         ADD 1 TO WS-NbRegularises
         MOVE SPACES TO WS-LigneTravail
         STRING "REGULARISE contrat " NumContratCoffre " coffre "
             NumCoffreContrat " compte " CompteDebitContrat
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
      END-IF
   END-IF
   END-IF.
   IF StatutContrat = "A" AND DateProchainLoyer <= DateJour
      MOVE LoyerAnnuelContrat TO WS-MontantLoyer
      MOVE "N" TO WS-RepriseImpaye
      PERFORM PASSER-LOYER
      PERFORM AVANCER-ECHEANCE
   END-IF.

PASSER-LOYER.
      *> GCB_WRITE ne rend pas compte d'un refus : le solde est relu
      *> pour savoir si le loyer est réellement passé.
   MOVE "N" TO WS-LoyerPasse.
   MOVE 0 TO WS-SoldeCompte.
   CALL 'GCB_LECTURE' USING CompteDebitContrat WS-SoldeCompte
       WS-StatutCompte WS-PinCompte WS-DeviseCompte WS-NomTitulaire
       WS-CompteJoint WS-NomCotitulaire WS-Beneficiaire.
   IF WS-StatutCompte = "A"
      COMPUTE WS-SoldeAttendu = WS-SoldeCompte - WS-MontantLoyer
      CALL 'GCB_WRITE' USING CompteDebitContrat ActionLoyer
          WS-MontantLoyer WS-SoldeAttendu WS-PinCompte
          WS-DeviseCompte WS-NomTitulaire WS-CompteJoint
          WS-NomCotitulaire WS-Beneficiaire WS-StatutCompte
      MOVE 0 TO WS-SoldeCompte
      CALL 'GCB_LECTURE' USING CompteDebitContrat WS-SoldeCompte
          WS-StatutCompte WS-PinCompte WS-DeviseCompte
          WS-NomTitulaire WS-CompteJoint WS-NomCotitulaire
          WS-Beneficiaire
      IF WS-SoldeCompte = WS-SoldeAttendu
         MOVE "O" TO WS-LoyerPasse
      END-IF
   END-IF.
   MOVE WS-MontantLoyer TO WS-MontantAff.
   MOVE SPACES TO WS-LigneTravail.
   IF WS-LoyerPasse = "O"
      ADD 1 TO WS-NbLoyersPasses
      ADD WS-MontantLoyer TO WS-TotalLoyers
      IF WS-SoldeCompte < 0
         ADD 1 TO WS-NbEnDecouvert
         MOVE "D" TO EtatImpayeContrat
         IF WS-MontantLoyer < 0 - WS-SoldeCompte
            MOVE WS-MontantLoyer TO MontantImpayeContrat
         ELSE
            COMPUTE MontantImpayeContrat = 0 - WS-SoldeCompte
         END-IF
         MOVE DateJour TO DateImpayeContrat
         STRING "PRELEVE A DECOUVERT contrat " NumContratCoffre
             " coffre " NumCoffreContrat " compte "
             CompteDebitContrat " loyer " WS-MontantAff
             DELIMITED BY SIZE INTO WS-LigneTravail
      ELSE
         MOVE SPACE TO EtatImpayeContrat
         MOVE 0 TO MontantImpayeContrat
         MOVE 0 TO DateImpayeContrat
         STRING "PRELEVE contrat " NumContratCoffre " coffre "
             NumCoffreContrat " compte " CompteDebitContrat
             " loyer " WS-MontantAff
             DELIMITED BY SIZE INTO WS-LigneTravail
      END-IF
   ELSE
      ADD 1 TO WS-NbNonPasses
         *> Un nouveau loyer refusé s'ajoute à l'arriéré déjà dû ;
         *> la date d'impayé reste celle du premier loyer non passé.
      IF WS-RepriseImpaye = "N"
         IF EtatImpayeContrat = "N"
            ADD WS-MontantLoyer TO MontantImpayeContrat
         ELSE
            MOVE WS-MontantLoyer TO MontantImpayeContrat
            MOVE DateJour TO DateImpayeContrat
         END-IF
      END-IF
      MOVE "N" TO EtatImpayeContrat
      STRING "NON PRELEVE contrat " NumContratCoffre " coffre "
          NumCoffreContrat " compte " CompteDebitContrat
          " (statut " WS-StatutCompte ") loyer " WS-MontantAff
          DELIMITED BY SIZE INTO WS-LigneTravail
   END-IF.
   PERFORM ECRIRE-LIGNE-EDITION.

AVANCER-ECHEANCE.
      *> Même jour et même mois l'an prochain ; un contrat ouvert un
      *> 29 février tombe le 28 les années non bissextiles.
   ADD 10000 TO DateProchainLoyer.
   MOVE DateProchainLoyer(1:4) TO WS-AnneeEcheance.
   IF DateProchainLoyer(5:4) = "0229"
      AND FUNCTION MOD(WS-AnneeEcheance, 4) NOT = 0
      MOVE "0228" TO DateProchainLoyer(5:4)
   END-IF.

CHARGER-TABLE-CONTRATS.
   MOVE 0 TO WS-NbContrats.
   MOVE "N" TO WS-ContratsTronque.
   MOVE "N" TO WS-EOF-CTR.
   OPEN INPUT GCBContratsCoffresFile.
   IF WS-CTR-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-CTR
   END-IF.
   PERFORM UNTIL WS-EOF-CTR = "Y"
      READ GCBContratsCoffresFile
         AT END MOVE "Y" TO WS-EOF-CTR
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
