IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_REGLEMENTS_FOURNISSEURS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBFournisseursFile
        FILE STATUS IS WS-FRN-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CodeFournisseur
        ASSIGN TO "GCBFournisseursFile.dat".
    SELECT GCBFacturesFrnFile
        FILE STATUS IS WS-FAC-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumFactureFrn
        ALTERNATE RECORD KEY IS FournisseurFactureFrn
            WITH DUPLICATES
        ASSIGN TO "GCBFacturesFrnFile.dat".
    SELECT GCBCompteBoutiqueFile
        FILE STATUS IS WS-CONFIG-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCompteBoutiqueFile.txt".
    SELECT GCBInterbancaireSortantFile
        FILE STATUS IS WS-SORT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBInterbancaireSortantFile.txt".
    SELECT GCBEmissionSeqFile
        FILE STATUS IS WS-EMISEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBEmissionSeqFile.txt".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".
    SELECT GCBModeBatchFile
        FILE STATUS IS WS-BATCH-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBModeBatchFile.txt".
    SELECT EditionReglementsFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEdition.

DATA DIVISION.
FILE SECTION.
   FD GCBFournisseursFile.
   COPY FOURNISSEUR.

   FD GCBFacturesFrnFile.
   COPY FACTUREFRN.

   FD GCBCompteBoutiqueFile.
   01 CompteBoutiqueRecord PIC 9(6).

   FD GCBInterbancaireSortantFile.
   COPY INTERSORT.

   FD GCBEmissionSeqFile.
   01 EmissionSeqRecord PIC 9(6).

   FD GCBJourFile.
   COPY JOUR.

   FD GCBModeBatchFile.
      *> "O" le temps du passage : débraye la garde anti-doublon de
      *> GCB_WRITE pour deux factures de même montant réglées depuis
      *> le même compte dans la même passe.
   01 ModeBatchRecord PIC X(1).

   FD EditionReglementsFile.
   01 LigneEdition PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-FRN-STATUS PIC 99.
   01 WS-FAC-STATUS PIC 99.
   01 WS-CONFIG-STATUS PIC 99.
   01 WS-SORT-STATUS PIC 99.
   01 WS-EMISEQ-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-BATCH-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(80).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-TypeRapportReglements PIC X(12) VALUE "REGL-FRN".
   01 WS-MontantAff PIC ZZZZ9.99.
   01 WS-TotalAff PIC ZZZZZZ9.99.
   01 WS-Motif PIC X(30).
   01 WS-FournisseurTrouve PIC X(1).
   01 WS-NbReglees PIC 9(4) VALUE 0.
   01 WS-NbDifferees PIC 9(4) VALUE 0.
   01 WS-TotalRegle PIC 9(7)V99 VALUE 0.

      *> Compte de la boutique, d'où partent les règlements : le
      *> même que celui où GCB_CHANTIERS encaisse les chantiers.
   01 WS-CompteBoutique PIC 9(6) VALUE 0.
   01 ActionReglement PIC X(10) VALUE "VIR-EXT".
   01 WS-MontantDebit PIC S9(5)V99.
   01 WS-SoldeAttendu PIC S9(5)V99.
   01 WS-SoldeBoutique PIC S9(5)V99.
   01 WS-StatutBoutique PIC X(1).
   01 WS-PinBoutique PIC 9(4).
   01 WS-DeviseBoutique PIC X(3).
   01 WS-NomBoutique PIC X(30).
   01 WS-JointBoutique PIC X(1).
   01 WS-CotitulaireBoutique PIC X(30).
   01 WS-BeneficiaireBoutique PIC X(30).
   01 WS-TotalBlocages PIC S9(7)V99.
   01 WS-Disponible PIC S9(7)V99.
   01 WS-DerniereEmission PIC 9(6) VALUE 0.
   01 WS-NouvelleEmission PIC 9(6) VALUE 0.

      *> Règlement au grand livre : la dette fournisseurs est soldée
      *> contre le compte de la boutique (GCB_ECRITURE_ACHATS).
   01 CompteGLFournisseurs PIC X(4) VALUE "4010".
   01 CompteGLBanqueBoutique PIC X(4) VALUE "5120".
   01 LibelleReglementGL PIC X(10) VALUE "REGL-FRN".
   01 WS-MontantEcriture PIC 9(5)V99.
   01 WS-EcritureFaite PIC X(1).

      *> Passage quotidien des règlements fournisseurs : chaque
      *> facture approuvée arrivée à échéance est payée depuis le
      *> compte de la boutique - débit VIR-EXT par GCB_WRITE, ligne
      *> mise en file dans GCBInterbancaireSortantFile vers la banque
      *> du fournisseur, dette soldée au grand livre. Une facture
      *> que la provision ne couvre pas, ou dont le fournisseur est
      *> suspendu ou sans coordonnées bancaires, reste approuvée et
      *> se représente au passage suivant. Compte rendu daté et
      *> catalogué.

PROCEDURE DIVISION.
   DISPLAY "==============================================".
   DISPLAY "REGLEMENT DES FACTURES FOURNISSEURS ECHUES".
   DISPLAY "==============================================".
   PERFORM LIRE-DATE-JOUR.
   PERFORM LIRE-COMPTE-BOUTIQUE.
   IF WS-CompteBoutique = 0
      DISPLAY "Compte de la boutique non configuré "
          "(GCBCompteBoutiqueFile) : aucun règlement."
      STOP RUN
   END-IF.
   OPEN I-O GCBFacturesFrnFile.
   IF WS-FAC-STATUS NOT = "00"
      DISPLAY "Aucune facture fournisseur (statut " WS-FAC-STATUS
          ")."
      STOP RUN
   END-IF.
   OPEN INPUT GCBFournisseursFile.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBReglementsFrn" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   OPEN OUTPUT EditionReglementsFile.
   MOVE SPACES TO WS-LigneTravail.
   STRING "REGLEMENTS FOURNISSEURS DU " WS-DateJour
       " DEPUIS LE COMPTE " WS-CompteBoutique
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "  Facture Fournisseur          Echeance  Montant  Resultat"
       TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   PERFORM POSER-MODE-BATCH.
   MOVE "N" TO WS-EOF.
   MOVE 0 TO NumFactureFrn.
   START GCBFacturesFrnFile KEY IS GREATER THAN OR EQUAL
       NumFactureFrn
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBFacturesFrnFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF StatutFactureFrn = "A"
               AND DateEcheanceFrn <= WS-DateJour
               PERFORM REGLER-FACTURE
            END-IF
      END-READ
   END-PERFORM.
   PERFORM EFFACER-MODE-BATCH.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE WS-TotalRegle TO WS-TotalAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "RECAPITULATIF : " WS-NbReglees " réglée(s) pour "
       WS-TotalAff ", " WS-NbDifferees " différée(s)"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   CLOSE EditionReglementsFile.
   IF WS-FRN-STATUS NOT = "35"
      CLOSE GCBFournisseursFile
   END-IF.
   CLOSE GCBFacturesFrnFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportReglements
       WS-DateJour WS-NbLignesEditees WS-NomEdition.
   DISPLAY "Compte rendu écrit dans " FUNCTION TRIM(WS-NomEdition)
       ".".
   STOP RUN.

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

LIRE-COMPTE-BOUTIQUE.
   MOVE 0 TO WS-CompteBoutique.
   OPEN INPUT GCBCompteBoutiqueFile.
   IF WS-CONFIG-STATUS = "00"
      READ GCBCompteBoutiqueFile
         AT END CONTINUE
         NOT AT END MOVE CompteBoutiqueRecord TO WS-CompteBoutique
      END-READ
      CLOSE GCBCompteBoutiqueFile
   END-IF.

REGLER-FACTURE.
   MOVE SPACES TO WS-Motif.
   MOVE "N" TO WS-FournisseurTrouve.
   IF WS-FRN-STATUS = "00"
      MOVE FournisseurFactureFrn TO CodeFournisseur
      READ GCBFournisseursFile
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE "O" TO WS-FournisseurTrouve
      END-READ
   END-IF.
   IF WS-FournisseurTrouve = "N"
      MOVE "FOURNISSEUR INCONNU" TO WS-Motif
   ELSE
   IF StatutFournisseur = "S"
      MOVE "FOURNISSEUR SUSPENDU" TO WS-Motif
   ELSE
   IF BanqueFournisseur = SPACES OR RefCompteFournisseur = SPACES
      MOVE "COORDONNEES BANCAIRES ABSENTES" TO WS-Motif
   ELSE
      PERFORM DEBITER-COMPTE-BOUTIQUE
   END-IF
   END-IF
   END-IF.
   IF WS-Motif = SPACES
      PERFORM EMETTRE-VIREMENT-FOURNISSEUR
   END-IF.
   IF WS-Motif = SPACES
      MOVE MontantFactureFrn TO WS-MontantEcriture
      CALL 'GCB_ECRITURE_ACHATS' USING CompteGLFournisseurs
          CompteGLBanqueBoutique WS-MontantEcriture
          LibelleReglementGL WS-EcritureFaite
      MOVE "P" TO StatutFactureFrn
      MOVE WS-DateJour TO DatePaiementFrn
      MOVE WS-NouvelleEmission TO NumEmissionFrn
      REWRITE FactureFrnRecord
      ADD 1 TO WS-NbReglees
      ADD MontantFactureFrn TO WS-TotalRegle
      MOVE SPACES TO WS-Motif
      STRING "EMIS " WS-NouvelleEmission
          DELIMITED BY SIZE INTO WS-Motif
      IF WS-EcritureFaite NOT = "O"
         DISPLAY "Facture " NumFactureFrn " réglée mais écriture "
             "REGL-FRN à passer à la main."
      END-IF
   ELSE
      ADD 1 TO WS-NbDifferees
   END-IF.
   MOVE MontantFactureFrn TO WS-MontantAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "  " NumFactureFrn "  " FournisseurFactureFrn " "
       DateEcheanceFrn " " WS-MontantAff " " WS-Motif
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.

DEBITER-COMPTE-BOUTIQUE.
      *> GCB_WRITE ne rend pas compte d'un refus : le solde est
      *> relu, comme pour le débit unique de GCB_REMISES_VIREMENTS.
   MOVE 0 TO WS-SoldeBoutique.
   CALL 'GCB_LECTURE' USING WS-CompteBoutique WS-SoldeBoutique
       WS-StatutBoutique WS-PinBoutique WS-DeviseBoutique
       WS-NomBoutique WS-JointBoutique WS-CotitulaireBoutique
       WS-BeneficiaireBoutique.
   CALL 'GCB_BLOCAGE' USING WS-CompteBoutique WS-TotalBlocages.
   COMPUTE WS-Disponible = WS-SoldeBoutique - WS-TotalBlocages.
   IF WS-StatutBoutique NOT = "A"
      MOVE "COMPTE BOUTIQUE INDISPONIBLE" TO WS-Motif
   ELSE
   IF WS-Disponible < MontantFactureFrn
      MOVE "PROVISION INSUFFISANTE" TO WS-Motif
   ELSE
      MOVE MontantFactureFrn TO WS-MontantDebit
      COMPUTE WS-SoldeAttendu = WS-SoldeBoutique - WS-MontantDebit
      CALL 'GCB_WRITE' USING WS-CompteBoutique ActionReglement
          WS-MontantDebit WS-SoldeAttendu WS-PinBoutique
          WS-DeviseBoutique WS-NomBoutique WS-JointBoutique
          WS-CotitulaireBoutique WS-BeneficiaireBoutique
          WS-StatutBoutique
      MOVE 0 TO WS-SoldeBoutique
      CALL 'GCB_LECTURE' USING WS-CompteBoutique WS-SoldeBoutique
          WS-StatutBoutique WS-PinBoutique WS-DeviseBoutique
          WS-NomBoutique WS-JointBoutique WS-CotitulaireBoutique
          WS-BeneficiaireBoutique
      IF WS-SoldeBoutique NOT = WS-SoldeAttendu
         MOVE "DEBIT REFUSE" TO WS-Motif
      END-IF
   END-IF
   END-IF.

EMETTRE-VIREMENT-FOURNISSEUR.
      *> Même écriture que METTRE-EN-FILE-SORTANT de GCB2, le débit
      *> étant déjà passé sur le compte de la boutique.
   OPEN EXTEND GCBInterbancaireSortantFile.
   IF WS-SORT-STATUS = "35"
      OPEN OUTPUT GCBInterbancaireSortantFile
   END-IF.
   IF WS-SORT-STATUS NOT = "00"
      DISPLAY "Erreur GCBInterbancaireSortantFile, statut "
          WS-SORT-STATUS " : facture " NumFactureFrn
          " débitée sans virement, à émettre à la main."
      MOVE 0 TO WS-NouvelleEmission
   ELSE
      MOVE WS-CompteBoutique TO NumeroCompteSortant
      MOVE BanqueFournisseur TO BanqueDestSortant
      MOVE RefCompteFournisseur TO RefCompteDestSortant
      MOVE MontantFactureFrn TO MontantSortant
      MOVE WS-DeviseBoutique TO DeviseSortant
      MOVE WS-DateJour TO DateEmissionSortant
      PERFORM OBTENIR-NUMERO-EMISSION
      MOVE WS-NouvelleEmission TO NumEmissionSortant
      MOVE "E" TO StatutSortant
      WRITE InterbancaireSortantRecord
      CLOSE GCBInterbancaireSortantFile
   END-IF.

OBTENIR-NUMERO-EMISSION.
   MOVE 0 TO WS-DerniereEmission.
   OPEN INPUT GCBEmissionSeqFile.
   IF WS-EMISEQ-STATUS = "00"
      READ GCBEmissionSeqFile
         AT END CONTINUE
         NOT AT END MOVE EmissionSeqRecord TO WS-DerniereEmission
      END-READ
      CLOSE GCBEmissionSeqFile
   END-IF.
   COMPUTE WS-NouvelleEmission = WS-DerniereEmission + 1.
   MOVE WS-NouvelleEmission TO EmissionSeqRecord.
   OPEN OUTPUT GCBEmissionSeqFile.
   WRITE EmissionSeqRecord.
   CLOSE GCBEmissionSeqFile.

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

ECRIRE-LIGNE-EDITION.
   MOVE WS-LigneTravail TO LigneEdition.
   WRITE LigneEdition.
   ADD 1 TO WS-NbLignesEditees.
   DISPLAY WS-LigneTravail.
