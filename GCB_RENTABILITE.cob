IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_RENTABILITE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBComptesFile
        FILE STATUS IS WS-CPT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NumeroCompte OF ComptesRecord
        ASSIGN TO "GCBComptesFile.dat".
    SELECT GCBClientsFile
        FILE STATUS IS WS-CLI-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumClient OF ClientRecord
        ASSIGN TO "GCBClientsFile.dat".
    SELECT GCBCumulsMensuelsFile
        FILE STATUS IS WS-CUMUL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCumulsMensuelsFile.txt".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".
    SELECT RapportRentabiliteFile
        FILE STATUS IS WS-RAP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomRapport.

DATA DIVISION.
FILE SECTION.
   FD GCBComptesFile.
   COPY COMPTES.

   FD GCBClientsFile.
   COPY CLIENT.

   FD GCBCumulsMensuelsFile.
   COPY CUMULMENSUEL.

   FD GCBJourFile.
   COPY JOUR.

   FD RapportRentabiliteFile.
   01 LigneRapport PIC X(100).

WORKING-STORAGE SECTION.
   01 WS-CPT-STATUS PIC 99.
   01 WS-CLI-STATUS PIC 99.
   01 WS-CUMUL-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-RAP-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-MoisRapport PIC 9(6) VALUE 0.
   01 WS-AnneeRapport PIC 9(4).
   01 WS-NumMoisRapport PIC 9(2).
   01 WS-MoisDebutTrimestre PIC 9(6).
   01 WS-MoisDebutAnnee PIC 9(6).
   01 DeviseEUR PIC X(3) VALUE "EUR".
   01 WS-NbConversionsImpossibles PIC 9(4) VALUE 0.

      *> Lignes mensuelles de l'année du rapport, jusqu'au mois
      *> demandé inclus, chargées une fois pour tous les comptes.
   01 WS-NbCumuls PIC 9(4) VALUE 0.
   01 IdxCumul PIC 9(4).
   01 WS-CumulsTronques PIC X VALUE "N".
   01 TableCumuls OCCURS 5000 TIMES.
      05 CompteCumulTable PIC 9(6).
      05 MoisCumulTable PIC 9(6).
      05 ProduitsCumulTable PIC S9(9)V99.
      05 ChargesCumulTable PIC S9(9)V99.
      05 MoyenCumulTable PIC S9(9)V99.
      05 ClotureCumulTable PIC S9(9)V99.

      *> Contribution du compte courant, ramenée en EUR.
   01 WS-ProduitsCompte PIC S9(9)V99.
   01 WS-ChargesCompte PIC S9(9)V99.
   01 WS-MoyenCompte PIC S9(9)V99.
   01 WS-MargeTrimCompte PIC S9(9)V99.
   01 WS-MargeAnneeCompte PIC S9(9)V99.
   01 WS-MoisMoyenVu PIC 9(6).
   01 WS-MontantAConvertir PIC S9(5)V99.
   01 WS-MontantEUR PIC S9(5)V99.
   01 WS-MontantLigne PIC S9(9)V99.
   01 WS-MargeLigne PIC S9(9)V99.
   01 WS-ConversionKO PIC X VALUE "N".

      *> Agrégats par client (NumClientFile, 0 = compte non rattaché)
      *> et par produit (CodeProduitFile).
   01 WS-NbClients PIC 9(3) VALUE 0.
   01 IdxClient PIC 9(3).
   01 JdxClient PIC 9(3).
   01 TableClients OCCURS 500 TIMES.
      05 NumClientTable PIC 9(6).
      05 NomClientTable PIC X(16).
      05 ProduitsClientTable PIC S9(9)V99.
      05 ChargesClientTable PIC S9(9)V99.
      05 MargeClientTable PIC S9(9)V99.
      05 MoyenClientTable PIC S9(9)V99.
      05 MargeTrimClientTable PIC S9(9)V99.
      05 MargeAnneeClientTable PIC S9(9)V99.
   01 ClientTemp PIC X(88).
   01 WS-NbProduits PIC 9(2) VALUE 0.
   01 IdxProduit PIC 9(2).
   01 JdxProduit PIC 9(2).
   01 TableProduits OCCURS 20 TIMES.
      05 CodeProduitTable PIC X(2).
      05 NbComptesProduitTable PIC 9(5).
      05 ProduitsProduitTable PIC S9(9)V99.
      05 ChargesProduitTable PIC S9(9)V99.
      05 MargeProduitTable PIC S9(9)V99.
      05 MoyenProduitTable PIC S9(9)V99.
      05 MargeTrimProduitTable PIC S9(9)V99.
      05 MargeAnneeProduitTable PIC S9(9)V99.
   01 ProduitTemp PIC X(73).

      *> Rapport daté enregistré au catalogue.
   01 WS-NomRapport PIC X(44).
   01 WS-TypeRapportRentabilite PIC X(12) VALUE "RENTABILITE".
   01 WS-NbLignesRapport PIC 9(6) VALUE 0.
   01 WS-LigneTravail PIC X(100).
   01 WS-Rang PIC ZZ9.
   01 WS-ProduitsAff PIC -ZZZZZZ9.99.
   01 WS-ChargesAff PIC -ZZZZZZ9.99.
   01 WS-MargeAff PIC -ZZZZZZ9.99.
   01 WS-MoyenAff PIC -ZZZZZZ9.99.
   01 WS-MargeTrimAff PIC -ZZZZZZ9.99.
   01 WS-MargeAnneeAff PIC -ZZZZZZ9.99.

      *> Rentabilité mensuelle par client et par produit : produits
      *> (frais, agios, commission de change, intérêts de prêt) moins
      *> charges (intérêts créditeurs et intérêts des dépôts à terme),
      *> lus sur les cumuls mensuels de GCB_CUMUL_MENSUEL et ramenés
      *> en EUR par GCB_CHANGE. Solde moyen du mois = moyenne des
      *> soldes d'ouverture et de clôture de la ligne mensuelle (le
      *> dernier solde connu pour un compte sans mouvement du mois).
      *> Colonnes trimestre et année à date cumulées sur les mêmes
      *> lignes ; classement par marge nette du mois décroissante.

PROCEDURE DIVISION.
   PERFORM LIRE-DATE-JOUR.
   DISPLAY "==============================================".
   DISPLAY "RENTABILITE PAR CLIENT ET PAR PRODUIT".
   DISPLAY "==============================================".
   DISPLAY "Mois du rapport (AAAAMM, 0 = mois de la journée) : ".
   ACCEPT WS-MoisRapport.
   IF WS-MoisRapport = 0
      MOVE WS-DateJour(1:6) TO WS-MoisRapport
   END-IF.
   MOVE WS-MoisRapport(1:4) TO WS-AnneeRapport.
   MOVE WS-MoisRapport(5:2) TO WS-NumMoisRapport.
   IF WS-NumMoisRapport < 1 OR WS-NumMoisRapport > 12
      DISPLAY "Mois invalide : " WS-MoisRapport "."
   ELSE
      COMPUTE WS-MoisDebutTrimestre = WS-AnneeRapport * 100
          + ((WS-NumMoisRapport - 1) / 3) * 3 + 1
      COMPUTE WS-MoisDebutAnnee = WS-AnneeRapport * 100 + 1
      PERFORM CHARGER-CUMULS
      IF WS-CumulsTronques = "O"
         DISPLAY "*** GCBCumulsMensuelsFile dépasse la capacité du "
             "rapport (" WS-NbCumuls " lignes de l'année) : "
             "rapport non produit. ***"
      ELSE
         OPEN INPUT GCBComptesFile
         IF WS-CPT-STATUS NOT = "00"
            DISPLAY "Aucun compte disponible (statut " WS-CPT-STATUS
                ")."
         ELSE
            OPEN INPUT GCBClientsFile
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
               READ GCBComptesFile NEXT RECORD
                  AT END MOVE "Y" TO WS-EOF
                  NOT AT END PERFORM TOTALISER-COMPTE
               END-READ
            END-PERFORM
            IF WS-CLI-STATUS = "00"
               CLOSE GCBClientsFile
            END-IF
            CLOSE GCBComptesFile
            PERFORM TRIER-CLIENTS
            PERFORM TRIER-PRODUITS
            PERFORM EDITER-RAPPORT
         END-IF
      END-IF
   END-IF.
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

CHARGER-CUMULS.
   MOVE 0 TO WS-NbCumuls.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBCumulsMensuelsFile.
   IF WS-CUMUL-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBCumulsMensuelsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF MoisCumul >= WS-MoisDebutAnnee
               AND MoisCumul <= WS-MoisRapport
               IF WS-NbCumuls >= 5000
                  MOVE "O" TO WS-CumulsTronques
                  MOVE "Y" TO WS-EOF
               ELSE
                  PERFORM CHARGER-UNE-LIGNE
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CUMUL-STATUS NOT = "35"
      CLOSE GCBCumulsMensuelsFile
   END-IF.

CHARGER-UNE-LIGNE.
   ADD 1 TO WS-NbCumuls.
   MOVE NumeroCompteCumul TO CompteCumulTable(WS-NbCumuls).
   MOVE MoisCumul TO MoisCumulTable(WS-NbCumuls).
      *> Lignes de l'ancien dessin sans produits ni charges à terme :
      *> zéro, comme dans GCB_CUMUL_MENSUEL.
   IF TotalProduitsCumul IS NUMERIC
      MOVE TotalProduitsCumul TO ProduitsCumulTable(WS-NbCumuls)
   ELSE
      MOVE 0 TO ProduitsCumulTable(WS-NbCumuls)
   END-IF.
   MOVE TotalInteretsCumul TO ChargesCumulTable(WS-NbCumuls).
   IF TotalChargesTermeCumul IS NUMERIC
      ADD TotalChargesTermeCumul TO ChargesCumulTable(WS-NbCumuls)
   END-IF.
   COMPUTE MoyenCumulTable(WS-NbCumuls) ROUNDED
       = (SoldeOuvertureCumul + SoldeClotureCumul) / 2.
   MOVE SoldeClotureCumul TO ClotureCumulTable(WS-NbCumuls).

TOTALISER-COMPTE.
   MOVE 0 TO WS-ProduitsCompte.
   MOVE 0 TO WS-ChargesCompte.
   MOVE 0 TO WS-MargeTrimCompte.
   MOVE 0 TO WS-MargeAnneeCompte.
   MOVE 0 TO WS-MoisMoyenVu.
   MOVE "N" TO WS-ConversionKO.
      *> Sans ligne mensuelle dans l'année : solde courant.
   MOVE SoldeCompteFile TO WS-MontantLigne.
   PERFORM CONVERTIR-MONTANT.
   MOVE WS-MontantLigne TO WS-MoyenCompte.
   PERFORM VARYING IdxCumul FROM 1 BY 1
       UNTIL IdxCumul > WS-NbCumuls
      IF CompteCumulTable(IdxCumul) = NumeroCompte OF ComptesRecord
         PERFORM TOTALISER-UNE-LIGNE
      END-IF
   END-PERFORM.
   IF WS-ConversionKO = "O"
      ADD 1 TO WS-NbConversionsImpossibles
      DISPLAY "Compte " NumeroCompte OF ComptesRecord " en "
          DeviseCompteFile " : conversion EUR impossible, compte "
          "écarté (voir GCB_TAUX)."
   ELSE
      PERFORM REPORTER-CLIENT
      PERFORM REPORTER-PRODUIT
   END-IF.

TOTALISER-UNE-LIGNE.
   COMPUTE WS-MontantLigne = ProduitsCumulTable(IdxCumul).
   PERFORM CONVERTIR-MONTANT.
   MOVE WS-MontantLigne TO WS-MargeLigne.
   IF MoisCumulTable(IdxCumul) = WS-MoisRapport
      ADD WS-MontantLigne TO WS-ProduitsCompte
   END-IF.
   COMPUTE WS-MontantLigne = ChargesCumulTable(IdxCumul).
   PERFORM CONVERTIR-MONTANT.
   SUBTRACT WS-MontantLigne FROM WS-MargeLigne.
   IF MoisCumulTable(IdxCumul) = WS-MoisRapport
      ADD WS-MontantLigne TO WS-ChargesCompte
   END-IF.
   ADD WS-MargeLigne TO WS-MargeAnneeCompte.
   IF MoisCumulTable(IdxCumul) >= WS-MoisDebutTrimestre
      ADD WS-MargeLigne TO WS-MargeTrimCompte
   END-IF.
      *> Solde moyen : la ligne du mois, sinon la clôture de la
      *> dernière ligne antérieure de l'année.
   IF MoisCumulTable(IdxCumul) = WS-MoisRapport
      MOVE MoyenCumulTable(IdxCumul) TO WS-MontantLigne
      PERFORM CONVERTIR-MONTANT
      MOVE WS-MontantLigne TO WS-MoyenCompte
      MOVE MoisCumulTable(IdxCumul) TO WS-MoisMoyenVu
   ELSE
   IF MoisCumulTable(IdxCumul) > WS-MoisMoyenVu
      MOVE ClotureCumulTable(IdxCumul) TO WS-MontantLigne
      PERFORM CONVERTIR-MONTANT
      MOVE WS-MontantLigne TO WS-MoyenCompte
      MOVE MoisCumulTable(IdxCumul) TO WS-MoisMoyenVu
   END-IF
   END-IF.

CONVERTIR-MONTANT.
      *> WS-MontantLigne ramené en EUR pour un compte en devise ;
      *> un montant non nul converti à zéro signale l'absence de taux
      *> (même règle que GCB_FISCALITE).
   IF DeviseCompteFile NOT = "EUR" AND DeviseCompteFile NOT = SPACES
      AND WS-MontantLigne NOT = 0
      MOVE WS-MontantLigne TO WS-MontantAConvertir
      CALL 'GCB_CHANGE' USING DeviseCompteFile DeviseEUR
          WS-MontantAConvertir WS-MontantEUR
      IF WS-MontantEUR = 0
         MOVE "O" TO WS-ConversionKO
      END-IF
      MOVE WS-MontantEUR TO WS-MontantLigne
   END-IF.

REPORTER-CLIENT.
   PERFORM VARYING IdxClient FROM 1 BY 1
       UNTIL IdxClient > WS-NbClients
       OR NumClientTable(IdxClient) = NumClientFile
      CONTINUE
   END-PERFORM.
   IF IdxClient > WS-NbClients AND WS-NbClients < 500
      ADD 1 TO WS-NbClients
      MOVE WS-NbClients TO IdxClient
      MOVE NumClientFile TO NumClientTable(IdxClient)
      PERFORM NOMMER-CLIENT
      MOVE 0 TO ProduitsClientTable(IdxClient)
      MOVE 0 TO ChargesClientTable(IdxClient)
      MOVE 0 TO MargeClientTable(IdxClient)
      MOVE 0 TO MoyenClientTable(IdxClient)
      MOVE 0 TO MargeTrimClientTable(IdxClient)
      MOVE 0 TO MargeAnneeClientTable(IdxClient)
   END-IF.
   IF IdxClient <= WS-NbClients
      ADD WS-ProduitsCompte TO ProduitsClientTable(IdxClient)
      ADD WS-ChargesCompte TO ChargesClientTable(IdxClient)
      COMPUTE MargeClientTable(IdxClient)
          = ProduitsClientTable(IdxClient)
          - ChargesClientTable(IdxClient)
      ADD WS-MoyenCompte TO MoyenClientTable(IdxClient)
      ADD WS-MargeTrimCompte TO MargeTrimClientTable(IdxClient)
      ADD WS-MargeAnneeCompte TO MargeAnneeClientTable(IdxClient)
   END-IF.

NOMMER-CLIENT.
   IF NumClientFile = 0
      MOVE "NON RATTACHES" TO NomClientTable(IdxClient)
   ELSE
      MOVE NomTitulaireFile TO NomClientTable(IdxClient)
      IF WS-CLI-STATUS = "00"
         MOVE NumClientFile TO NumClient OF ClientRecord
         READ GCBClientsFile
            INVALID KEY CONTINUE
            NOT INVALID KEY
               MOVE NomClient TO NomClientTable(IdxClient)
         END-READ
      END-IF
   END-IF.

REPORTER-PRODUIT.
   PERFORM VARYING IdxProduit FROM 1 BY 1
       UNTIL IdxProduit > WS-NbProduits
       OR CodeProduitTable(IdxProduit) = CodeProduitFile
      CONTINUE
   END-PERFORM.
   IF IdxProduit > WS-NbProduits AND WS-NbProduits < 20
      ADD 1 TO WS-NbProduits
      MOVE WS-NbProduits TO IdxProduit
      MOVE CodeProduitFile TO CodeProduitTable(IdxProduit)
      MOVE 0 TO NbComptesProduitTable(IdxProduit)
      MOVE 0 TO ProduitsProduitTable(IdxProduit)
      MOVE 0 TO ChargesProduitTable(IdxProduit)
      MOVE 0 TO MargeProduitTable(IdxProduit)
      MOVE 0 TO MoyenProduitTable(IdxProduit)
      MOVE 0 TO MargeTrimProduitTable(IdxProduit)
      MOVE 0 TO MargeAnneeProduitTable(IdxProduit)
   END-IF.
   IF IdxProduit <= WS-NbProduits
      ADD 1 TO NbComptesProduitTable(IdxProduit)
      ADD WS-ProduitsCompte TO ProduitsProduitTable(IdxProduit)
      ADD WS-ChargesCompte TO ChargesProduitTable(IdxProduit)
      COMPUTE MargeProduitTable(IdxProduit)
          = ProduitsProduitTable(IdxProduit)
          - ChargesProduitTable(IdxProduit)
      ADD WS-MoyenCompte TO MoyenProduitTable(IdxProduit)
      ADD WS-MargeTrimCompte TO MargeTrimProduitTable(IdxProduit)
      ADD WS-MargeAnneeCompte TO MargeAnneeProduitTable(IdxProduit)
   END-IF.

TRIER-CLIENTS.
      *> Tri à bulles décroissant sur la marge du mois, comme
      *> AFFICHER-PALMARES dans GCB_STATS_EMPRUNTS.
   PERFORM VARYING IdxClient FROM 1 BY 1
       UNTIL IdxClient >= WS-NbClients
      PERFORM VARYING JdxClient FROM 1 BY 1
          UNTIL JdxClient > WS-NbClients - IdxClient
         IF MargeClientTable(JdxClient)
             < MargeClientTable(JdxClient + 1)
            MOVE TableClients(JdxClient) TO ClientTemp
            MOVE TableClients(JdxClient + 1)
                TO TableClients(JdxClient)
            MOVE ClientTemp TO TableClients(JdxClient + 1)
         END-IF
      END-PERFORM
   END-PERFORM.

TRIER-PRODUITS.
   PERFORM VARYING IdxProduit FROM 1 BY 1
       UNTIL IdxProduit >= WS-NbProduits
      PERFORM VARYING JdxProduit FROM 1 BY 1
          UNTIL JdxProduit > WS-NbProduits - IdxProduit
         IF MargeProduitTable(JdxProduit)
             < MargeProduitTable(JdxProduit + 1)
            MOVE TableProduits(JdxProduit) TO ProduitTemp
            MOVE TableProduits(JdxProduit + 1)
                TO TableProduits(JdxProduit)
            MOVE ProduitTemp TO TableProduits(JdxProduit + 1)
         END-IF
      END-PERFORM
   END-PERFORM.

EDITER-RAPPORT.
   MOVE 0 TO WS-NbLignesRapport.
   MOVE SPACES TO WS-NomRapport.
   STRING "GCBRentabilite" WS-MoisRapport ".txt"
       DELIMITED BY SIZE INTO WS-NomRapport.
   OPEN OUTPUT RapportRentabiliteFile.
   MOVE SPACES TO WS-LigneTravail.
   STRING "RENTABILITE DU MOIS " WS-MoisRapport
       " (EUR) - trimestre depuis " WS-MoisDebutTrimestre
       ", année depuis " WS-MoisDebutAnnee
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-RAPPORT.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-RAPPORT.
   MOVE "PAR CLIENT" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-RAPPORT.
   MOVE SPACES TO WS-LigneTravail.
   STRING "RG  CLIENT NOM                 PRODUITS     CHARGES"
       "       MARGE  SOLDE MOYEN  MARGE TRIM. MARGE ANNEE"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-RAPPORT.
   PERFORM VARYING IdxClient FROM 1 BY 1
       UNTIL IdxClient > WS-NbClients
      MOVE IdxClient TO WS-Rang
      MOVE ProduitsClientTable(IdxClient) TO WS-ProduitsAff
      MOVE ChargesClientTable(IdxClient) TO WS-ChargesAff
      MOVE MargeClientTable(IdxClient) TO WS-MargeAff
      MOVE MoyenClientTable(IdxClient) TO WS-MoyenAff
      MOVE MargeTrimClientTable(IdxClient) TO WS-MargeTrimAff
      MOVE MargeAnneeClientTable(IdxClient) TO WS-MargeAnneeAff
      MOVE SPACES TO WS-LigneTravail
      STRING WS-Rang " " NumClientTable(IdxClient) " "
          NomClientTable(IdxClient) " " WS-ProduitsAff " "
          WS-ChargesAff " " WS-MargeAff " " WS-MoyenAff " "
          WS-MargeTrimAff " " WS-MargeAnneeAff
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-RAPPORT
   END-PERFORM.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-RAPPORT.
   MOVE "PAR PRODUIT" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-RAPPORT.
   MOVE SPACES TO WS-LigneTravail.
   STRING "RG  PRODUIT NB COMPTES          PRODUITS     CHARGES"
       "       MARGE  SOLDE MOYEN  MARGE TRIM. MARGE ANNEE"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-RAPPORT.
   PERFORM VARYING IdxProduit FROM 1 BY 1
       UNTIL IdxProduit > WS-NbProduits
      MOVE IdxProduit TO WS-Rang
      MOVE ProduitsProduitTable(IdxProduit) TO WS-ProduitsAff
      MOVE ChargesProduitTable(IdxProduit) TO WS-ChargesAff
      MOVE MargeProduitTable(IdxProduit) TO WS-MargeAff
      MOVE MoyenProduitTable(IdxProduit) TO WS-MoyenAff
      MOVE MargeTrimProduitTable(IdxProduit) TO WS-MargeTrimAff
      MOVE MargeAnneeProduitTable(IdxProduit) TO WS-MargeAnneeAff
      MOVE SPACES TO WS-LigneTravail
      STRING WS-Rang " " CodeProduitTable(IdxProduit) "     "
          NbComptesProduitTable(IdxProduit) "            "
          WS-ProduitsAff " " WS-ChargesAff " " WS-MargeAff " "
          WS-MoyenAff " " WS-MargeTrimAff " " WS-MargeAnneeAff
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-RAPPORT
   END-PERFORM.
   IF WS-NbConversionsImpossibles > 0
      MOVE SPACES TO WS-LigneTravail
      STRING WS-NbConversionsImpossibles " compte(s) en devise "
          "écarté(s) faute de taux - A VERIFIER (voir GCB_TAUX)"
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-RAPPORT
   END-IF.
   CLOSE RapportRentabiliteFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportRentabilite
       WS-DateJour WS-NbLignesRapport WS-NomRapport.
   DISPLAY WS-NbClients " client(s), " WS-NbProduits
       " produit(s) : rapport écrit dans "
       FUNCTION TRIM(WS-NomRapport) ".".

ECRIRE-LIGNE-RAPPORT.
   MOVE WS-LigneTravail TO LigneRapport.
   WRITE LigneRapport.
   ADD 1 TO WS-NbLignesRapport.
