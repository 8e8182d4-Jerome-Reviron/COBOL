IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_ETAT_FOURNISSEURS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBFacturesFrnFile
        FILE STATUS IS WS-FAC-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumFactureFrn
        ALTERNATE RECORD KEY IS FournisseurFactureFrn
            WITH DUPLICATES
        ASSIGN TO "GCBFacturesFrnFile.dat".
    SELECT GCBEtatFournisseursFile
        FILE STATUS IS WS-ETAT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEtat.

DATA DIVISION.
FILE SECTION.
   FD GCBFacturesFrnFile.
   COPY FACTUREFRN.

   FD GCBEtatFournisseursFile.
   01 LigneEtatFournisseurs PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-FAC-STATUS PIC 99.
   01 WS-ETAT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-DateJour PIC 9(8).
   01 WS-EntierJour PIC 9(8).
   01 WS-NomEtat PIC X(44).
   01 WS-LigneTravail PIC X(80).
   01 WS-NbLignesEtat PIC 9(6) VALUE 0.
   01 WS-TypeRapportEtat PIC X(12) VALUE "FOURNISSEURS".
   01 WS-JoursRetard PIC S9(6).
   01 WS-FournisseurCourant PIC X(20) VALUE SPACES.
   01 WS-NbFournisseurs PIC 9(4) VALUE 0.
   01 WS-NbFactures PIC 9(5) VALUE 0.

      *> Tranches d'ancienneté, indice 1 = pas encore échu, puis
      *> 1-30, 31-60, 61-90 et plus de 90 jours après l'échéance ;
      *> indice 6 = total de la ligne.
   01 WS-TranchesFournisseur.
      05 WS-TrancheFrn PIC 9(7)V99 OCCURS 6 TIMES.
   01 WS-TranchesGenerales.
      05 WS-TrancheGen PIC 9(7)V99 OCCURS 6 TIMES.
   01 WS-IdxTranche PIC 9.
   01 WS-I PIC 9.
   01 WS-TranchesAff.
      05 WS-TrancheAff PIC Z(7)9.99 OCCURS 6 TIMES.

      *> Balance âgée des dettes fournisseurs : toute facture encore
      *> due (en attente d'approbation ou approuvée non réglée) est
      *> rangée selon le nombre de jours écoulés depuis son échéance,
      *> un total par fournisseur dans l'ordre des codes et un total
      *> général. Etat daté, enregistré au catalogue des rapports.

PROCEDURE DIVISION.
   DISPLAY "==============================================".
   DISPLAY "BALANCE AGEE DES DETTES FOURNISSEURS".
   DISPLAY "==============================================".
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   COMPUTE WS-EntierJour = FUNCTION INTEGER-OF-DATE(WS-DateJour).
   OPEN INPUT GCBFacturesFrnFile.
   IF WS-FAC-STATUS NOT = "00"
      DISPLAY "Aucune facture fournisseur (statut " WS-FAC-STATUS
          ")."
      STOP RUN
   END-IF.
   MOVE SPACES TO WS-NomEtat.
   STRING "GCBDettesFrn" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEtat.
   OPEN OUTPUT GCBEtatFournisseursFile.
   MOVE SPACES TO WS-LigneTravail.
   STRING "BALANCE AGEE DES DETTES FOURNISSEURS AU " WS-DateJour
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE "  Fournisseur    Non echu       1-30      31-60      61-90"
       TO WS-LigneTravail.
   MOVE "        >90      Total" TO WS-LigneTravail(59:22).
   PERFORM ECRIRE-LIGNE-ETAT.
   INITIALIZE WS-TranchesFournisseur WS-TranchesGenerales.
   MOVE "N" TO WS-EOF.
   MOVE LOW-VALUES TO FournisseurFactureFrn.
   START GCBFacturesFrnFile KEY IS GREATER THAN OR EQUAL
       FournisseurFactureFrn
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBFacturesFrnFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF StatutFactureFrn = "E" OR StatutFactureFrn = "A"
               PERFORM CLASSER-FACTURE
            END-IF
      END-READ
   END-PERFORM.
   IF WS-FournisseurCourant NOT = SPACES
      PERFORM ECRIRE-LIGNE-FOURNISSEUR
   END-IF.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
      MOVE WS-TrancheGen(WS-I) TO WS-TrancheAff(WS-I)
   END-PERFORM.
   MOVE SPACES TO WS-LigneTravail.
   STRING "  TOTAL GENERAL" WS-TranchesAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE SPACES TO WS-LigneTravail.
   STRING "RECAPITULATIF : " WS-NbFactures " facture(s) due(s) à "
       WS-NbFournisseurs " fournisseur(s)"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   CLOSE GCBEtatFournisseursFile.
   CLOSE GCBFacturesFrnFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportEtat
       WS-DateJour WS-NbLignesEtat WS-NomEtat.
   DISPLAY "Etat écrit dans " FUNCTION TRIM(WS-NomEtat) ".".
   STOP RUN.

CLASSER-FACTURE.
   IF FournisseurFactureFrn NOT = WS-FournisseurCourant
      IF WS-FournisseurCourant NOT = SPACES
         PERFORM ECRIRE-LIGNE-FOURNISSEUR
      END-IF
      MOVE FournisseurFactureFrn TO WS-FournisseurCourant
      INITIALIZE WS-TranchesFournisseur
      ADD 1 TO WS-NbFournisseurs
   END-IF.
   ADD 1 TO WS-NbFactures.
   COMPUTE WS-JoursRetard = WS-EntierJour
       - FUNCTION INTEGER-OF-DATE(DateEcheanceFrn).
   IF WS-JoursRetard <= 0
      MOVE 1 TO WS-IdxTranche
   ELSE
   IF WS-JoursRetard <= 30
      MOVE 2 TO WS-IdxTranche
   ELSE
   IF WS-JoursRetard <= 60
      MOVE 3 TO WS-IdxTranche
   ELSE
   IF WS-JoursRetard <= 90
      MOVE 4 TO WS-IdxTranche
   ELSE
      MOVE 5 TO WS-IdxTranche
   END-IF
   END-IF
   END-IF
   END-IF.
   ADD MontantFactureFrn TO WS-TrancheFrn(WS-IdxTranche)
       WS-TrancheFrn(6) WS-TrancheGen(WS-IdxTranche)
       WS-TrancheGen(6).

ECRIRE-LIGNE-FOURNISSEUR.
   PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
      MOVE WS-TrancheFrn(WS-I) TO WS-TrancheAff(WS-I)
   END-PERFORM.
   MOVE SPACES TO WS-LigneTravail.
   STRING "  " WS-FournisseurCourant(1:12) WS-TranchesAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.

ECRIRE-LIGNE-ETAT.
   MOVE WS-LigneTravail TO LigneEtatFournisseurs.
   WRITE LigneEtatFournisseurs.
   ADD 1 TO WS-NbLignesEtat.
   DISPLAY WS-LigneTravail.
