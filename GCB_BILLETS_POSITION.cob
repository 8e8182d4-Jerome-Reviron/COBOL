IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_BILLETS_POSITION.
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
    SELECT EditionPositionFile
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

   FD EditionPositionFile.
   01 LigneEdition PIC X(100).

WORKING-STORAGE SECTION.
   01 WS-BIL-STATUS PIC 99.
   01 WS-BJRN-STATUS PIC 99.
   01 WS-TAUX-STATUS PIC 99.
   01 WS-GL-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(100).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-TypeRapportBillets PIC X(12) VALUE "BILLETS-POS".

      *> Position par agence et par devise, cumulée depuis le stock,
      *> et volumes du jour par devise depuis le journal.
   01 WS-NbPositions PIC 9(3) VALUE 0.
   01 IdxPosition PIC 9(3).
   01 WS-PositionTrouvee PIC X(1).
   01 WS-PositionsTronque PIC X(1) VALUE "N".
   01 TablePositions OCCURS 100 TIMES.
      05 AgencePosTable PIC X(3).
      05 DevisePosTable PIC X(3).
      05 MontantPosTable PIC 9(9).
   01 WS-NbDevisesJour PIC 9(2) VALUE 0.
   01 IdxDeviseJour PIC 9(2).
   01 WS-DeviseJourTrouvee PIC X(1).
   01 TableDevisesJour OCCURS 30 TIMES.
      05 DeviseJourTable PIC X(3).
      05 VenduJourTable PIC 9(9).
      05 AcheteJourTable PIC 9(9).
      05 MargeJourTable PIC 9(7)V99.
   01 WS-DeviseCherchee PIC X(3).

   01 WS-EOF-TAUX PIC X VALUE "N".
   01 WS-TauxTrouve PIC X(1).
   01 WS-DateEffetRetenue PIC 9(8).
   01 WS-TauxRetenu PIC 9V9999.
   01 WS-ValeurEUR PIC 9(9)V99.
   01 WS-TotalEUR PIC 9(9)V99 VALUE 0.
   01 WS-SoldeGL5315 PIC S9(9)V99 VALUE 0.
   01 WS-EcartValorisation PIC S9(9)V99 VALUE 0.
   01 CompteGLBilletsDevises PIC X(4) VALUE "5315".
   01 WS-DeviseAff PIC Z(8)9.
   01 WS-MontantAff PIC Z(8)9.99.
   01 WS-EcartAff PIC -(8)9.99.

LINKAGE SECTION.
   01 DateJour PIC 9(8).

      *> Position de change billets, appelée par la clôture de
      *> journée de GCB_JOURNEE : stock de billets étrangers de
      *> chaque agence valorisé en EUR au taux du jour de
      *> GCBTauxFile, volumes vendus et achetés dans la journée, et
      *> rapprochement avec le 5315 du grand livre, tenu au taux de
      *> chaque opération (l'écart est la réévaluation latente du
      *> stock). Rien n'est édité tant qu'aucune coupure n'est
      *> définie dans GCB_BILLETS_DEVISES.

PROCEDURE DIVISION USING DateJour.
   PERFORM CUMULER-STOCK-BILLETS.
   IF WS-NbPositions = 0
      EXIT PROGRAM
   END-IF.
   PERFORM CUMULER-JOURNAL-JOUR.
   PERFORM CUMULER-SOLDE-GL-5315.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBPositionBillets" DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   MOVE 0 TO WS-NbLignesEditees.
   OPEN OUTPUT EditionPositionFile.
   IF WS-EDIT-STATUS NOT = "00"
      DISPLAY "GCB_BILLETS_POSITION: erreur "
          FUNCTION TRIM(WS-NomEdition) ", statut " WS-EDIT-STATUS
      EXIT PROGRAM
   END-IF.
   MOVE SPACES TO WS-LigneTravail.
   STRING "POSITION DES BILLETS ETRANGERS - CLOTURE DU " DateJour
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE ALL "=" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "Agence Devise  Stock devise   Taux    Contre-valeur EUR"
       TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE 0 TO WS-TotalEUR.
   PERFORM VARYING IdxPosition FROM 1 BY 1
       UNTIL IdxPosition > WS-NbPositions
      MOVE DevisePosTable(IdxPosition) TO WS-DeviseCherchee
      PERFORM CHERCHER-TAUX-EFFECTIF
      MOVE MontantPosTable(IdxPosition) TO WS-DeviseAff
      MOVE SPACES TO WS-LigneTravail
      IF WS-TauxTrouve = "O"
         COMPUTE WS-ValeurEUR ROUNDED
             = MontantPosTable(IdxPosition) * WS-TauxRetenu
         ADD WS-ValeurEUR TO WS-TotalEUR
         MOVE WS-ValeurEUR TO WS-MontantAff
         STRING AgencePosTable(IdxPosition) "    "
             DevisePosTable(IdxPosition) "  " WS-DeviseAff "   "
             WS-TauxRetenu " " WS-MontantAff
             DELIMITED BY SIZE INTO WS-LigneTravail
      ELSE
         STRING AgencePosTable(IdxPosition) "    "
             DevisePosTable(IdxPosition) "  " WS-DeviseAff
             "   *** AUCUN TAUX APPLICABLE - NON VALORISE ***"
             DELIMITED BY SIZE INTO WS-LigneTravail
      END-IF
      PERFORM ECRIRE-LIGNE-EDITION
   END-PERFORM.
   IF WS-PositionsTronque = "O"
      MOVE "ATTENTION : position tronquée à 100 agences/devises."
          TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.
   MOVE WS-TotalEUR TO WS-MontantAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Contre-valeur totale du stock au taux du jour : "
       WS-MontantAff " EUR"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE WS-SoldeGL5315 TO WS-EcartAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Solde du compte " CompteGLBilletsDevises
       " au grand livre : " WS-EcartAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   COMPUTE WS-EcartValorisation = WS-TotalEUR - WS-SoldeGL5315.
   MOVE WS-EcartValorisation TO WS-EcartAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Ecart de valorisation (réévaluation latente) : "
       WS-EcartAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "OPERATIONS CLIENTELE DU JOUR" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "Devise    Vendu devise   Acheté devise   Marge EUR"
       TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   PERFORM VARYING IdxDeviseJour FROM 1 BY 1
       UNTIL IdxDeviseJour > WS-NbDevisesJour
      MOVE SPACES TO WS-LigneTravail
      MOVE MargeJourTable(IdxDeviseJour) TO WS-MontantAff
      STRING DeviseJourTable(IdxDeviseJour) "    "
          VenduJourTable(IdxDeviseJour) "      "
          AcheteJourTable(IdxDeviseJour) "   " WS-MontantAff
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-PERFORM.
   IF WS-NbDevisesJour = 0
      MOVE "Aucune vente ni achat de billets dans la journée."
          TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.
   CLOSE EditionPositionFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportBillets
       DateJour WS-NbLignesEditees WS-NomEdition.
   EXIT PROGRAM.

CUMULER-STOCK-BILLETS.
   MOVE 0 TO WS-NbPositions.
   MOVE "N" TO WS-PositionsTronque.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBBilletsDevisesFile.
   IF WS-BIL-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBBilletsDevisesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END PERFORM CUMULER-UNE-COUPURE
      END-READ
   END-PERFORM.
   IF WS-BIL-STATUS NOT = "35"
      CLOSE GCBBilletsDevisesFile
   END-IF.

CUMULER-UNE-COUPURE.
   MOVE "N" TO WS-PositionTrouvee.
   PERFORM VARYING IdxPosition FROM 1 BY 1
       UNTIL IdxPosition > WS-NbPositions
       OR WS-PositionTrouvee = "O"
      IF AgencePosTable(IdxPosition) = CodeAgenceBillet
         AND DevisePosTable(IdxPosition) = DeviseBillet
         MOVE "O" TO WS-PositionTrouvee
         SUBTRACT 1 FROM IdxPosition
      END-IF
   END-PERFORM.
   IF WS-PositionTrouvee = "N"
      IF WS-NbPositions < 100
         ADD 1 TO WS-NbPositions
         MOVE WS-NbPositions TO IdxPosition
         MOVE CodeAgenceBillet TO AgencePosTable(IdxPosition)
         MOVE DeviseBillet TO DevisePosTable(IdxPosition)
         MOVE 0 TO MontantPosTable(IdxPosition)
         MOVE "O" TO WS-PositionTrouvee
      ELSE
         MOVE "O" TO WS-PositionsTronque
      END-IF
   END-IF.
   IF WS-PositionTrouvee = "O"
      COMPUTE MontantPosTable(IdxPosition)
          = MontantPosTable(IdxPosition) + ValeurBillet * NbBillets
   END-IF.

CUMULER-JOURNAL-JOUR.
   MOVE 0 TO WS-NbDevisesJour.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBBilletsJournalFile.
   IF WS-BJRN-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBBilletsJournalFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF DateBilletJrn = DateJour
               AND (SensBilletJrn = "V" OR SensBilletJrn = "A")
               PERFORM CUMULER-UNE-OPERATION
            END-IF
      END-READ
   END-PERFORM.
   IF WS-BJRN-STATUS NOT = "35"
      CLOSE GCBBilletsJournalFile
   END-IF.

CUMULER-UNE-OPERATION.
   MOVE "N" TO WS-DeviseJourTrouvee.
   PERFORM VARYING IdxDeviseJour FROM 1 BY 1
       UNTIL IdxDeviseJour > WS-NbDevisesJour
       OR WS-DeviseJourTrouvee = "O"
      IF DeviseJourTable(IdxDeviseJour) = DeviseBilletJrn
         MOVE "O" TO WS-DeviseJourTrouvee
         SUBTRACT 1 FROM IdxDeviseJour
      END-IF
   END-PERFORM.
   IF WS-DeviseJourTrouvee = "N" AND WS-NbDevisesJour < 30
      ADD 1 TO WS-NbDevisesJour
      MOVE WS-NbDevisesJour TO IdxDeviseJour
      MOVE DeviseBilletJrn TO DeviseJourTable(IdxDeviseJour)
      MOVE 0 TO VenduJourTable(IdxDeviseJour)
      MOVE 0 TO AcheteJourTable(IdxDeviseJour)
      MOVE 0 TO MargeJourTable(IdxDeviseJour)
      MOVE "O" TO WS-DeviseJourTrouvee
   END-IF.
   IF WS-DeviseJourTrouvee = "O"
      IF SensBilletJrn = "V"
         ADD MontantDeviseJrn TO VenduJourTable(IdxDeviseJour)
      ELSE
         ADD MontantDeviseJrn TO AcheteJourTable(IdxDeviseJour)
      END-IF
      ADD MargeBilletJrn TO MargeJourTable(IdxDeviseJour)
   END-IF.

CUMULER-SOLDE-GL-5315.
   MOVE 0 TO WS-SoldeGL5315.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBGrandLivreFile.
   IF WS-GL-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBGrandLivreFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF CompteGeneralGL = CompteGLBilletsDevises
               AND DateEcritureGL <= DateJour
               IF SensGL = "D"
                  ADD MontantGL TO WS-SoldeGL5315
               ELSE
                  SUBTRACT MontantGL FROM WS-SoldeGL5315
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-GL-STATUS NOT = "35"
      CLOSE GCBGrandLivreFile
   END-IF.

CHERCHER-TAUX-EFFECTIF.
      *> Même sélection datée que CHERCHER-TAUX-EFFECTIF dans
      *> GCB_CHANGE, au taux pivot sans écart.
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
            IF DeviseTaux = WS-DeviseCherchee
               AND DateEffetTaux <= DateJour
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

ECRIRE-LIGNE-EDITION.
   MOVE WS-LigneTravail TO LigneEdition.
   WRITE LigneEdition.
   ADD 1 TO WS-NbLignesEditees.
