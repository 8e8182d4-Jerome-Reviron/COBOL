IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_FINANCEMENT_CHANTIERS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBChantiersFile
        FILE STATUS IS WS-CHA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBChantiersFile.txt".
    SELECT GCBPretsFile
        FILE STATUS IS WS-PRET-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBPretsFile.txt".
    SELECT GCBEtatFinancementFile
        FILE STATUS IS WS-ETAT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEtat.

DATA DIVISION.
FILE SECTION.
   FD GCBChantiersFile.
   COPY CHANTIER.

   FD GCBPretsFile.
   COPY PRET.

   FD GCBEtatFinancementFile.
   01 LigneEtatFinancement PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-CHA-STATUS PIC 99.
   01 WS-PRET-STATUS PIC 99.
   01 WS-ETAT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-DateJour PIC 9(8).
   01 WS-NomEtat PIC X(44).
   01 WS-LigneTravail PIC X(80).
   01 WS-NbLignesEtat PIC 9(6) VALUE 0.
   01 WS-TypeRapportEtat PIC X(12) VALUE "FINANC-CHANT".

      *> Dossiers de prêt chargés en table pour le rapprochement
      *> avec les chantiers, bornés comme dans GCB_PRETS.
   01 WS-NbPrets PIC 9(3) VALUE 0.
   01 IdxPret PIC 9(3).
   01 TablePrets OCCURS 200 TIMES.
      05 NumPretTable PIC 9(6).
      05 MontantPretTable PIC 9(7)V99.
      05 DureePretTable PIC 9(3).
      05 CapitalRestantTable PIC 9(7)V99.
      05 NbImpayesTable PIC 9(3).
      05 StatutPretTable PIC X(1).

   01 WS-NumPretCha PIC 9(6).
   01 WS-NbChantiers PIC 9(5) VALUE 0.
   01 WS-NbFinances PIC 9(5) VALUE 0.
   01 WS-NbADecaisser PIC 9(5) VALUE 0.
   01 WS-NbEnCours PIC 9(5) VALUE 0.
   01 WS-NbSoldes PIC 9(5) VALUE 0.
   01 WS-NbAvecImpayes PIC 9(5) VALUE 0.
   01 WS-TotalFinance PIC 9(9)V99 VALUE 0.
   01 WS-TotalADecaisser PIC 9(9)V99 VALUE 0.
   01 WS-EncoursFinance PIC 9(9)V99 VALUE 0.
   01 WS-TauxRecours PIC 9(3)V9 VALUE 0.

   01 WS-MontantAff PIC Z(6)9.99.
   01 WS-RestantAff PIC Z(6)9.99.
   01 WS-TotalAff PIC Z(8)9.99.
   01 WS-TauxAff PIC ZZ9.9.

      *> Marchés de clôture financés par un prêt de la banque au
      *> client (GCB_PRET_CHANTIER) : un détail par chantier financé
      *> avec l'état de son prêt - "D" accordé à décaisser à
      *> l'achèvement, "A" en remboursement, "S" soldé -, le taux de
      *> recours au financement sur l'ensemble des chantiers
      *> ouverts, et l'encours des prêts issus des clôtures (capital
      *> restant dû des prêts en cours). Etat daté, enregistré au
      *> catalogue des rapports.

PROCEDURE DIVISION.
   DISPLAY "==============================================".
   DISPLAY "FINANCEMENT DES CHANTIERS DE CLOTURE".
   DISPLAY "==============================================".
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   PERFORM CHARGER-TABLE-PRETS.
   OPEN INPUT GCBChantiersFile.
   IF WS-CHA-STATUS NOT = "00"
      DISPLAY "Aucun chantier (statut " WS-CHA-STATUS ")."
      STOP RUN
   END-IF.
   MOVE SPACES TO WS-NomEtat.
   STRING "GCBFinancementChantiers" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEtat.
   OPEN OUTPUT GCBEtatFinancementFile.
   MOVE SPACES TO WS-LigneTravail.
   STRING "CHANTIERS DE CLOTURE FINANCES PAR PRET AU " WS-DateJour
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE SPACES TO WS-LigneTravail.
   STRING "  Chant. Client               Prêt         Prêté"
       " Mois     Restant  St Imp"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE "N" TO WS-EOF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBChantiersFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            ADD 1 TO WS-NbChantiers
            MOVE 0 TO WS-NumPretCha
               *> Un chantier de l'ancien dessin relit des blancs :
               *> marché non financé.
            IF NumPretChantier IS NUMERIC
               MOVE NumPretChantier TO WS-NumPretCha
            END-IF
            IF WS-NumPretCha > 0
               PERFORM DETAILLER-CHANTIER-FINANCE
            END-IF
      END-READ
   END-PERFORM.
   CLOSE GCBChantiersFile.
   IF WS-NbChantiers > 0
      COMPUTE WS-TauxRecours ROUNDED
          = WS-NbFinances * 100 / WS-NbChantiers
   END-IF.
   PERFORM ECRIRE-RECAPITULATIF.
   CLOSE GCBEtatFinancementFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportEtat
       WS-DateJour WS-NbLignesEtat WS-NomEtat.
   DISPLAY "Etat écrit dans " FUNCTION TRIM(WS-NomEtat) ".".
   STOP RUN.

DETAILLER-CHANTIER-FINANCE.
   ADD 1 TO WS-NbFinances.
   PERFORM VARYING IdxPret FROM 1 BY 1
       UNTIL IdxPret > WS-NbPrets
       OR NumPretTable(IdxPret) = WS-NumPretCha
      CONTINUE
   END-PERFORM.
   MOVE SPACES TO WS-LigneTravail.
   IF IdxPret > WS-NbPrets
      STRING "  " NumChantier " " NomClientChantier(1:20) " "
          WS-NumPretCha "  dossier de prêt introuvable"
          DELIMITED BY SIZE INTO WS-LigneTravail
   ELSE
      MOVE MontantPretTable(IdxPret) TO WS-MontantAff
      MOVE CapitalRestantTable(IdxPret) TO WS-RestantAff
      STRING "  " NumChantier " " NomClientChantier(1:20) " "
          WS-NumPretCha "  " WS-MontantAff "  "
          DureePretTable(IdxPret) "  " WS-RestantAff "  "
          StatutPretTable(IdxPret) "  " NbImpayesTable(IdxPret)
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM CUMULER-PRET-FINANCE
   END-IF.
   PERFORM ECRIRE-LIGNE-ETAT.

CUMULER-PRET-FINANCE.
   ADD MontantPretTable(IdxPret) TO WS-TotalFinance.
   EVALUATE StatutPretTable(IdxPret)
      WHEN "D"
         ADD 1 TO WS-NbADecaisser
         ADD MontantPretTable(IdxPret) TO WS-TotalADecaisser
      WHEN "A"
         ADD 1 TO WS-NbEnCours
         ADD CapitalRestantTable(IdxPret) TO WS-EncoursFinance
         IF NbImpayesTable(IdxPret) > 0
            ADD 1 TO WS-NbAvecImpayes
         END-IF
      WHEN OTHER
         ADD 1 TO WS-NbSoldes
   END-EVALUATE.

ECRIRE-RECAPITULATIF.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE WS-TauxRecours TO WS-TauxAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Chantiers : " WS-NbChantiers ", financés : "
       WS-NbFinances " - taux de recours " WS-TauxAff " %"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE WS-TotalFinance TO WS-TotalAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Capital prêté sur les marchés financés : " WS-TotalAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE WS-TotalADecaisser TO WS-TotalAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Accordé, à décaisser à l'achèvement : " WS-TotalAff
       " (" WS-NbADecaisser " prêt(s))"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE WS-EncoursFinance TO WS-TotalAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Encours des prêts clôtures (capital restant dû) : "
       WS-TotalAff DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Prêts en cours : " WS-NbEnCours ", dont avec impayés : "
       WS-NbAvecImpayes " ; soldés : " WS-NbSoldes
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.

CHARGER-TABLE-PRETS.
   MOVE 0 TO WS-NbPrets.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBPretsFile.
   IF WS-PRET-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBPretsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbPrets < 200
               ADD 1 TO WS-NbPrets
               MOVE NumPret TO NumPretTable(WS-NbPrets)
               MOVE MontantPret TO MontantPretTable(WS-NbPrets)
               MOVE DureeMoisPret TO DureePretTable(WS-NbPrets)
               MOVE CapitalRestantPret
                   TO CapitalRestantTable(WS-NbPrets)
               MOVE NbImpayesPret TO NbImpayesTable(WS-NbPrets)
               MOVE StatutPret TO StatutPretTable(WS-NbPrets)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PRET-STATUS NOT = "35"
      CLOSE GCBPretsFile
   END-IF.

ECRIRE-LIGNE-ETAT.
   MOVE WS-LigneTravail TO LigneEtatFinancement.
   WRITE LigneEtatFinancement.
   ADD 1 TO WS-NbLignesEtat.
   DISPLAY WS-LigneTravail.
