IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_FGDR.
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
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NumClient OF ClientRecord
        ASSIGN TO "GCBClientsFile.dat".
    SELECT GCBProduitsFile
        FILE STATUS IS WS-PROD-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBProduitsFile.txt".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".
    SELECT GCBSCVFile
        FILE STATUS IS WS-SCV-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomFichierSCV.
    SELECT SyntheseFGDRFile
        FILE STATUS IS WS-SYN-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomSynthese.

DATA DIVISION.
FILE SECTION.
   FD GCBComptesFile.
   COPY COMPTES.

   FD GCBClientsFile.
   COPY CLIENT.

   FD GCBProduitsFile.
   COPY PRODUIT.

   FD GCBJourFile.
   COPY JOUR.

   FD GCBSCVFile.
   COPY SCV.

   FD SyntheseFGDRFile.
   01 LigneSynthese PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-CPT-STATUS PIC 99.
   01 WS-CLI-STATUS PIC 99.
   01 WS-PROD-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-SCV-STATUS PIC 99.
   01 WS-SYN-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 DeviseEUR PIC X(3) VALUE "EUR".
   01 WS-Etablissement PIC X(12) VALUE "GCB".
      *> Plafond légal de garantie par déposant, tous comptes
      *> éligibles confondus.
   01 WS-PlafondGarantie PIC 9(7)V99 VALUE 100000.00.

      *> Produits du catalogue et leur éligibilité.
   01 WS-NbProduits PIC 9(2) VALUE 0.
   01 IdxProduit PIC 9(2).
   01 TableProduits OCCURS 20 TIMES.
      05 CodeProduitTable PIC X(2).
      05 EligibleProduitTable PIC X(1).
   01 WS-ProduitEligible PIC X VALUE "O".

      *> Référentiel clients chargé une fois : nom et état du
      *> dossier KYC (même critères que GCB_KYC : pièce présente et
      *> non expirée à la date d'arrêté).
   01 WS-NbClients PIC 9(4) VALUE 0.
   01 IdxClient PIC 9(4).
   01 WS-ClientsTronques PIC X VALUE "N".
   01 TableClients OCCURS 2000 TIMES.
      05 NumClientTable PIC 9(6).
      05 NomClientTable PIC X(30).
      05 KYCClientTable PIC X(1).

      *> Déposants (clients, ou titulaires identifiés par le nom) et
      *> leurs parts de comptes.
   01 WS-NbDeposants PIC 9(4) VALUE 0.
   01 IdxDeposant PIC 9(4).
   01 TableDeposants OCCURS 2000 TIMES.
      05 NumDeposantTable PIC 9(6).
      05 NomDeposantTable PIC X(30).
      05 KYCDeposantTable PIC X(1).
      05 NbComptesDeposantTable PIC 9(3).
      05 TotalDeposantTable PIC 9(9)V99.
   01 WS-NbParts PIC 9(4) VALUE 0.
   01 IdxPart PIC 9(4).
   01 TableParts OCCURS 4000 TIMES.
      05 DeposantPartTable PIC 9(4).
      05 ComptePartTable PIC 9(6).
      05 ProduitPartTable PIC X(2).
      05 DevisePartTable PIC X(3).
      05 JointPartTable PIC X(1).
      05 SoldeDevisePartTable PIC 9(7)V99.
      05 SoldeEURPartTable PIC 9(9)V99.
   01 WS-TablesSaturees PIC X VALUE "N".

      *> Part en cours d'affectation.
   01 WS-NumDeposant PIC 9(6).
   01 WS-NomDeposant PIC X(30).
   01 WS-KYCDeposant PIC X(1).
   01 WS-SoldeDevisePart PIC 9(7)V99.
   01 WS-SoldeEURPart PIC 9(9)V99.
   01 WS-JointPart PIC X(1).

      *> Conversion du solde en EUR, par tranches qui tiennent dans
      *> le montant de GCB_CHANGE.
   01 WS-SoldeDevise PIC 9(7)V99.
   01 WS-SoldeEUR PIC 9(9)V99.
   01 WS-ResteAConvertir PIC 9(7)V99.
   01 WS-TrancheDevise PIC S9(5)V99.
   01 WS-TrancheEUR PIC S9(5)V99.
   01 WS-ConversionKO PIC X VALUE "N".

      *> Compteurs et totaux de contrôle.
   01 WS-NbExclusSuccession PIC 9(5) VALUE 0.
   01 WS-NbExclusBloques PIC 9(5) VALUE 0.
   01 WS-NbExclusClotures PIC 9(5) VALUE 0.
   01 WS-NbExclusProduit PIC 9(5) VALUE 0.
   01 WS-NbExclusDebiteurs PIC 9(5) VALUE 0.
   01 WS-NbConversionsImpossibles PIC 9(5) VALUE 0.
   01 WS-NbComptesRetenus PIC 9(5) VALUE 0.
   01 WS-NbKYCIncomplets PIC 9(5) VALUE 0.
   01 WS-NbLignesCompte PIC 9(6) VALUE 0.
   01 WS-MontantCouvert PIC 9(9)V99.
   01 WS-TotalEligible PIC 9(11)V99 VALUE 0.
   01 WS-TotalCouvert PIC 9(11)V99 VALUE 0.
   01 WS-TotalNonCouvert PIC 9(11)V99 VALUE 0.

   01 WS-NomFichierSCV PIC X(44).
   01 WS-NomSynthese PIC X(44).
   01 WS-TypeRapportFGDR PIC X(12) VALUE "FGDR".
   01 WS-NbLignesSynthese PIC 9(6) VALUE 0.
   01 WS-LigneTravail PIC X(80).
   01 WS-TotalAff PIC ZZZZZZZZZZ9.99.

      *> Vue unique du client pour le fonds de garantie des dépôts :
      *> chaque compte de GCBComptesFile est rattaché à son client
      *> (NumClientFile), les comptes en succession ("S"), bloqués
      *> ("B") ou clôturés ("I") et les produits non couverts sont
      *> écartés, seuls les soldes créditeurs comptent, les soldes en
      *> devise sont convertis par GCB_CHANGE et un compte joint est
      *> partagé par moitié entre le titulaire et le cotitulaire
      *> (retrouvé au référentiel par son nom). Le couvert de chaque
      *> déposant est plafonné à WS-PlafondGarantie.

PROCEDURE DIVISION.
   PERFORM LIRE-DATE-JOUR.
   DISPLAY "==============================================".
   DISPLAY "FICHIER SCV - GARANTIE DES DEPOTS".
   DISPLAY "==============================================".
   PERFORM CHARGER-PRODUITS.
   PERFORM CHARGER-CLIENTS.
   OPEN INPUT GCBComptesFile.
   IF WS-CPT-STATUS NOT = "00"
      DISPLAY "Aucun compte disponible (statut " WS-CPT-STATUS ")."
   ELSE
   IF WS-ClientsTronques = "O"
      CLOSE GCBComptesFile
      DISPLAY "*** GCBClientsFile dépasse la capacité du batch "
          "(" WS-NbClients " clients chargés) : fichier SCV non "
          "produit. ***"
   ELSE
      MOVE "N" TO WS-EOF
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBComptesFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END PERFORM EXAMINER-COMPTE
         END-READ
      END-PERFORM
      CLOSE GCBComptesFile
      IF WS-TablesSaturees = "O"
            *> Un fichier incomplet remis au fonds serait pire
            *> qu'aucun : rien n'est écrit.
         DISPLAY "*** Plus de " WS-NbDeposants " déposants ou "
             WS-NbParts " comptes : capacité du batch dépassée, "
             "fichier SCV non produit. ***"
      ELSE
         PERFORM ECRIRE-FICHIER-SCV
         PERFORM ECRIRE-SYNTHESE
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

CHARGER-PRODUITS.
   MOVE 0 TO WS-NbProduits.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBProduitsFile.
   IF WS-PROD-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBProduitsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbProduits < 20
               ADD 1 TO WS-NbProduits
               MOVE CodeProduitCatalogue
                   TO CodeProduitTable(WS-NbProduits)
               MOVE GarantieDepotsProduit
                   TO EligibleProduitTable(WS-NbProduits)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PROD-STATUS NOT = "35"
      CLOSE GCBProduitsFile
   END-IF.

CHARGER-CLIENTS.
   MOVE 0 TO WS-NbClients.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBClientsFile.
   IF WS-CLI-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBClientsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbClients >= 2000
               MOVE "O" TO WS-ClientsTronques
               MOVE "Y" TO WS-EOF
            ELSE
               ADD 1 TO WS-NbClients
               MOVE NumClient OF ClientRecord
                   TO NumClientTable(WS-NbClients)
               MOVE NomClient TO NomClientTable(WS-NbClients)
               IF TypeDocumentClient = SPACES
                  OR DateExpirationDocument = 0
                  OR DateExpirationDocument < WS-DateJour
                  MOVE "N" TO KYCClientTable(WS-NbClients)
               ELSE
                  MOVE "O" TO KYCClientTable(WS-NbClients)
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CLI-STATUS NOT = "35"
      CLOSE GCBClientsFile
   END-IF.

EXAMINER-COMPTE.
   PERFORM CONTROLER-PRODUIT.
   IF StatutCompteFile = "S"
      ADD 1 TO WS-NbExclusSuccession
   ELSE
   IF StatutCompteFile = "B"
      ADD 1 TO WS-NbExclusBloques
   ELSE
   IF StatutCompteFile = "I"
      ADD 1 TO WS-NbExclusClotures
   ELSE
   IF WS-ProduitEligible = "N"
      ADD 1 TO WS-NbExclusProduit
   ELSE
   IF SoldeCompteFile <= 0
      ADD 1 TO WS-NbExclusDebiteurs
   ELSE
      MOVE SoldeCompteFile TO WS-SoldeDevise
      PERFORM CONVERTIR-SOLDE
      IF WS-ConversionKO = "O"
         ADD 1 TO WS-NbConversionsImpossibles
         DISPLAY "Compte " NumeroCompte OF ComptesRecord " en "
             DeviseCompteFile " : conversion EUR impossible, "
             "A VERIFIER (voir GCB_TAUX)."
      ELSE
         ADD 1 TO WS-NbComptesRetenus
         PERFORM REPARTIR-COMPTE
      END-IF
   END-IF
   END-IF
   END-IF
   END-IF
   END-IF.

CONTROLER-PRODUIT.
   MOVE "O" TO WS-ProduitEligible.
   IF CodeProduitFile = "PR"
      MOVE "N" TO WS-ProduitEligible
   END-IF.
   PERFORM VARYING IdxProduit FROM 1 BY 1
       UNTIL IdxProduit > WS-NbProduits
      IF CodeProduitTable(IdxProduit) = CodeProduitFile
         AND EligibleProduitTable(IdxProduit) NOT = SPACE
         MOVE EligibleProduitTable(IdxProduit) TO WS-ProduitEligible
      END-IF
   END-PERFORM.

CONVERTIR-SOLDE.
   MOVE "N" TO WS-ConversionKO.
   IF DeviseCompteFile = "EUR" OR DeviseCompteFile = SPACES
      MOVE WS-SoldeDevise TO WS-SoldeEUR
   ELSE
      MOVE 0 TO WS-SoldeEUR
      MOVE WS-SoldeDevise TO WS-ResteAConvertir
      PERFORM UNTIL WS-ResteAConvertir = 0 OR WS-ConversionKO = "O"
         IF WS-ResteAConvertir > 90000
            MOVE 90000 TO WS-TrancheDevise
         ELSE
            MOVE WS-ResteAConvertir TO WS-TrancheDevise
         END-IF
         CALL 'GCB_CHANGE' USING DeviseCompteFile DeviseEUR
             WS-TrancheDevise WS-TrancheEUR
         IF WS-TrancheEUR = 0
            MOVE "O" TO WS-ConversionKO
         ELSE
            ADD WS-TrancheEUR TO WS-SoldeEUR
            SUBTRACT WS-TrancheDevise FROM WS-ResteAConvertir
         END-IF
      END-PERFORM
   END-IF.

REPARTIR-COMPTE.
      *> Titulaire : le client rattaché, sinon le nom porté par le
      *> compte.
   IF NumClientFile NOT = 0
      MOVE NumClientFile TO WS-NumDeposant
      PERFORM CHERCHER-CLIENT-PAR-NUMERO
   ELSE
      MOVE 0 TO WS-NumDeposant
      MOVE NomTitulaireFile TO WS-NomDeposant
      MOVE "N" TO WS-KYCDeposant
   END-IF.
   IF CompteJointFile = "O" AND NomCotitulaireFile NOT = SPACES
      MOVE "O" TO WS-JointPart
      COMPUTE WS-SoldeDevisePart ROUNDED = WS-SoldeDevise / 2
      COMPUTE WS-SoldeEURPart ROUNDED = WS-SoldeEUR / 2
      PERFORM AJOUTER-PART
         *> Le cotitulaire reçoit le reste, pour que les deux moitiés
         *> refassent exactement le solde.
      COMPUTE WS-SoldeDevisePart = WS-SoldeDevise - WS-SoldeDevisePart
      COMPUTE WS-SoldeEURPart = WS-SoldeEUR - WS-SoldeEURPart
      MOVE NomCotitulaireFile TO WS-NomDeposant
      PERFORM CHERCHER-CLIENT-PAR-NOM
      PERFORM AJOUTER-PART
   ELSE
      MOVE "N" TO WS-JointPart
      MOVE WS-SoldeDevise TO WS-SoldeDevisePart
      MOVE WS-SoldeEUR TO WS-SoldeEURPart
      PERFORM AJOUTER-PART
   END-IF.

CHERCHER-CLIENT-PAR-NUMERO.
   MOVE NomTitulaireFile TO WS-NomDeposant.
   MOVE "N" TO WS-KYCDeposant.
   PERFORM VARYING IdxClient FROM 1 BY 1
       UNTIL IdxClient > WS-NbClients
       OR NumClientTable(IdxClient) = WS-NumDeposant
      CONTINUE
   END-PERFORM.
   IF IdxClient <= WS-NbClients
      MOVE NomClientTable(IdxClient) TO WS-NomDeposant
      MOVE KYCClientTable(IdxClient) TO WS-KYCDeposant
   END-IF.

CHERCHER-CLIENT-PAR-NOM.
   MOVE 0 TO WS-NumDeposant.
   MOVE "N" TO WS-KYCDeposant.
   PERFORM VARYING IdxClient FROM 1 BY 1
       UNTIL IdxClient > WS-NbClients
       OR NomClientTable(IdxClient) = WS-NomDeposant
      CONTINUE
   END-PERFORM.
   IF IdxClient <= WS-NbClients
      MOVE NumClientTable(IdxClient) TO WS-NumDeposant
      MOVE KYCClientTable(IdxClient) TO WS-KYCDeposant
   END-IF.

AJOUTER-PART.
      *> Déposant retrouvé par numéro client, ou par nom pour un
      *> titulaire non rattaché.
   PERFORM VARYING IdxDeposant FROM 1 BY 1
       UNTIL IdxDeposant > WS-NbDeposants
       OR (WS-NumDeposant NOT = 0
           AND NumDeposantTable(IdxDeposant) = WS-NumDeposant)
       OR (WS-NumDeposant = 0
           AND NumDeposantTable(IdxDeposant) = 0
           AND NomDeposantTable(IdxDeposant) = WS-NomDeposant)
      CONTINUE
   END-PERFORM.
   IF IdxDeposant > WS-NbDeposants
      IF WS-NbDeposants < 2000
         ADD 1 TO WS-NbDeposants
         MOVE WS-NbDeposants TO IdxDeposant
         MOVE WS-NumDeposant TO NumDeposantTable(IdxDeposant)
         MOVE WS-NomDeposant TO NomDeposantTable(IdxDeposant)
         MOVE WS-KYCDeposant TO KYCDeposantTable(IdxDeposant)
         MOVE 0 TO NbComptesDeposantTable(IdxDeposant)
         MOVE 0 TO TotalDeposantTable(IdxDeposant)
      ELSE
         MOVE "O" TO WS-TablesSaturees
      END-IF
   END-IF.
   IF WS-NbParts >= 4000
      MOVE "O" TO WS-TablesSaturees
   END-IF.
   IF WS-TablesSaturees = "N"
      ADD 1 TO WS-NbParts
      MOVE IdxDeposant TO DeposantPartTable(WS-NbParts)
      MOVE NumeroCompte OF ComptesRecord
          TO ComptePartTable(WS-NbParts)
      MOVE CodeProduitFile TO ProduitPartTable(WS-NbParts)
      MOVE DeviseCompteFile TO DevisePartTable(WS-NbParts)
      MOVE WS-JointPart TO JointPartTable(WS-NbParts)
      MOVE WS-SoldeDevisePart TO SoldeDevisePartTable(WS-NbParts)
      MOVE WS-SoldeEURPart TO SoldeEURPartTable(WS-NbParts)
      ADD 1 TO NbComptesDeposantTable(IdxDeposant)
      ADD WS-SoldeEURPart TO TotalDeposantTable(IdxDeposant)
   END-IF.

ECRIRE-FICHIER-SCV.
   MOVE SPACES TO WS-NomFichierSCV.
   STRING "GCBFGDR" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomFichierSCV.
   OPEN OUTPUT GCBSCVFile.
   MOVE SPACES TO SCVRecord.
   MOVE "H" TO TypeLigneSCV.
   MOVE WS-DateJour TO DateArreteSCV.
   MOVE WS-Etablissement TO EtablissementSCV.
   MOVE WS-PlafondGarantie TO PlafondSCV.
   WRITE SCVRecord.
   MOVE 0 TO WS-NbLignesCompte.
   PERFORM VARYING IdxDeposant FROM 1 BY 1
       UNTIL IdxDeposant > WS-NbDeposants
      PERFORM ECRIRE-DEPOSANT
   END-PERFORM.
   MOVE SPACES TO SCVRecord.
   MOVE "T" TO TypeLigneSCV.
   MOVE WS-NbDeposants TO NbDeposantsPied.
   MOVE WS-NbLignesCompte TO NbComptesPied.
   MOVE WS-TotalEligible TO TotalEligiblePied.
   MOVE WS-TotalCouvert TO TotalCouvertPied.
   MOVE WS-TotalNonCouvert TO TotalNonCouvertPied.
   WRITE SCVRecord.
   CLOSE GCBSCVFile.

ECRIRE-DEPOSANT.
   IF TotalDeposantTable(IdxDeposant) > WS-PlafondGarantie
      MOVE WS-PlafondGarantie TO WS-MontantCouvert
   ELSE
      MOVE TotalDeposantTable(IdxDeposant) TO WS-MontantCouvert
   END-IF.
   ADD TotalDeposantTable(IdxDeposant) TO WS-TotalEligible.
   ADD WS-MontantCouvert TO WS-TotalCouvert.
   COMPUTE WS-TotalNonCouvert = WS-TotalNonCouvert
       + TotalDeposantTable(IdxDeposant) - WS-MontantCouvert.
   IF KYCDeposantTable(IdxDeposant) NOT = "O"
      ADD 1 TO WS-NbKYCIncomplets
   END-IF.
   MOVE SPACES TO SCVRecord.
   MOVE "D" TO TypeLigneSCV.
   MOVE NumDeposantTable(IdxDeposant) TO NumDeposantSCV.
   MOVE NomDeposantTable(IdxDeposant) TO NomDeposantSCV.
   MOVE KYCDeposantTable(IdxDeposant) TO KYCCompletSCV.
   MOVE NbComptesDeposantTable(IdxDeposant) TO NbComptesSCV.
   MOVE TotalDeposantTable(IdxDeposant) TO TotalEligibleSCV.
   MOVE WS-MontantCouvert TO MontantCouvertSCV.
   COMPUTE MontantNonCouvertSCV
       = TotalDeposantTable(IdxDeposant) - WS-MontantCouvert.
   WRITE SCVRecord.
   PERFORM VARYING IdxPart FROM 1 BY 1
       UNTIL IdxPart > WS-NbParts
      IF DeposantPartTable(IdxPart) = IdxDeposant
         MOVE SPACES TO SCVRecord
         MOVE "C" TO TypeLigneSCV
         MOVE NumDeposantTable(IdxDeposant) TO NumDeposantCompteSCV
         MOVE ComptePartTable(IdxPart) TO NumCompteSCV
         MOVE ProduitPartTable(IdxPart) TO CodeProduitSCV
         MOVE DevisePartTable(IdxPart) TO DeviseSCV
         MOVE JointPartTable(IdxPart) TO CompteJointSCV
         MOVE SoldeDevisePartTable(IdxPart) TO SoldeDeviseSCV
         MOVE SoldeEURPartTable(IdxPart) TO SoldeEURSCV
         WRITE SCVRecord
         ADD 1 TO WS-NbLignesCompte
      END-IF
   END-PERFORM.

ECRIRE-SYNTHESE.
   MOVE 0 TO WS-NbLignesSynthese.
   MOVE SPACES TO WS-NomSynthese.
   STRING "GCBSyntheseFGDR" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomSynthese.
   OPEN OUTPUT SyntheseFGDRFile.
   MOVE SPACES TO WS-LigneTravail.
   STRING "SYNTHESE SCV GARANTIE DES DEPOTS AU " WS-DateJour
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-SYNTHESE.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Fichier remis : " WS-NomFichierSCV
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-SYNTHESE.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Déposants : " WS-NbDeposants "  comptes retenus : "
       WS-NbComptesRetenus "  lignes compte : " WS-NbLignesCompte
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-SYNTHESE.
   MOVE WS-TotalEligible TO WS-TotalAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Total éligible      (EUR) : " WS-TotalAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-SYNTHESE.
   MOVE WS-TotalCouvert TO WS-TotalAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Total couvert       (EUR) : " WS-TotalAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-SYNTHESE.
   MOVE WS-TotalNonCouvert TO WS-TotalAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Total non couvert   (EUR) : " WS-TotalAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-SYNTHESE.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Dossiers KYC incomplets : " WS-NbKYCIncomplets
       " déposant(s)" DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-SYNTHESE.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Écartés : succession " WS-NbExclusSuccession
       "  bloqués " WS-NbExclusBloques "  clôturés "
       WS-NbExclusClotures "  produit " WS-NbExclusProduit
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-SYNTHESE.
   MOVE SPACES TO WS-LigneTravail.
   STRING "          solde nul ou débiteur " WS-NbExclusDebiteurs
       "  conversion impossible " WS-NbConversionsImpossibles
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-SYNTHESE.
   CLOSE SyntheseFGDRFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportFGDR
       WS-DateJour WS-NbLignesSynthese WS-NomSynthese.
   DISPLAY "Fichier SCV écrit dans " FUNCTION TRIM(WS-NomFichierSCV)
       ", synthèse dans " FUNCTION TRIM(WS-NomSynthese) ".".

ECRIRE-LIGNE-SYNTHESE.
   MOVE WS-LigneTravail TO LigneSynthese.
   WRITE LigneSynthese.
   ADD 1 TO WS-NbLignesSynthese.
   DISPLAY WS-LigneTravail.
