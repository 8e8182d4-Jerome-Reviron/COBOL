IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_REMISES_VIREMENTS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBRemiseVirementsFile
        FILE STATUS IS WS-REM-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBRemiseVirementsFile.txt".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".
    SELECT GCBFichiersTraitesFile
        FILE STATUS IS WS-FICH-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBFichiersTraitesFile.txt".
    SELECT GCBInterbancaireSortantFile
        FILE STATUS IS WS-SORT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBInterbancaireSortantFile.txt".
    SELECT GCBEmissionSeqFile
        FILE STATUS IS WS-EMISEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBEmissionSeqFile.txt".
    SELECT CompteRenduRemiseFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEdition.

DATA DIVISION.
FILE SECTION.
   FD GCBRemiseVirementsFile.
      *> Remise de virements d'un client entreprise (salaires,
      *> fournisseurs) : un en-tête "H" (date, compte à débiter,
      *> numéro de remise propre au client, total annoncé), une ligne
      *> "D" par bénéficiaire, interne (numéro de compte) ou externe
      *> (banque et référence du compte), et un pied "T" (nombre de
      *> lignes, total annoncé).
   01 RemiseRecord.
      05 TypeLigneRemise PIC X(1).
      05 CorpsLigneRemise PIC X(102).
      05 CorpsEnteteRemise REDEFINES CorpsLigneRemise.
         10 DateFichierRemise PIC 9(8).
         10 CompteDebitRemise PIC 9(6).
         10 NumRemise PIC 9(6).
         10 TotalEnteteRemise PIC 9(9)V99.
         10 FILLER PIC X(71).
      05 CorpsDetailRemise REDEFINES CorpsLigneRemise.
         10 NumLigneRemise PIC 9(6).
         10 TypeBenefRemise PIC X(1).
            *> "I" compte de la banque, "E" compte d'une autre banque.
         10 CompteBenefRemise PIC 9(6).
         10 BanqueBenefRemise PIC X(11).
         10 RefCompteBenefRemise PIC X(23).
         10 MontantRemise PIC 9(5)V99.
         10 NomBenefRemise PIC X(30).
         10 LibelleRemise PIC X(18).
      05 CorpsPiedRemise REDEFINES CorpsLigneRemise.
         10 NbLignesAnnonceRemise PIC 9(6).
         10 TotalPiedRemise PIC 9(9)V99.
         10 FILLER PIC X(85).

   FD GCBJourFile.
   COPY JOUR.

   FD GCBFichiersTraitesFile.
   COPY FICHTRAIT.

   FD GCBInterbancaireSortantFile.
   COPY INTERSORT.

   FD GCBEmissionSeqFile.
   01 EmissionSeqRecord PIC 9(6).

   FD CompteRenduRemiseFile.
   01 LigneEdition PIC X(100).

WORKING-STORAGE SECTION.
   01 WS-REM-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-SORT-STATUS PIC 99.
   01 WS-EMISEQ-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-DateJour PIC 9(8) VALUE 0.

      *> Contrôles de niveau fichier, mêmes règles que les collectes
      *> créancier : en-tête et pied obligatoires, totaux confrontés
      *> au lu, doublon refusé via GCBFichiersTraitesFile. L'émetteur
      *> enregistré est le compte à débiter suivi du numéro de remise :
      *> un client peut remettre sa paie et ses fournisseurs le même
      *> jour, mais pas deux fois la même remise.
   01 WS-FICH-STATUS PIC 99.
   01 WS-FichierRefuse PIC X(1) VALUE "N".
   01 WS-EnteteVu PIC X VALUE "N".
   01 WS-PiedVu PIC X VALUE "N".
   01 WS-DateFichier PIC 9(8) VALUE 0.
   01 WS-EmetteurFichier.
      05 WS-CompteDebit PIC 9(6) VALUE 0.
      05 WS-NumRemise PIC 9(6) VALUE 0.
   01 WS-NbLignesLues PIC 9(6) VALUE 0.
   01 WS-TotalLignesLues PIC 9(9)V99 VALUE 0.
   01 WS-TotalEnteteLu PIC 9(9)V99 VALUE 0.
   01 WS-NbAnnonceLu PIC 9(6) VALUE 0.
   01 WS-TotalAnnonceLu PIC 9(9)V99 VALUE 0.
   01 TypeFichierIntake PIC X(3) VALUE "VRM".
      *> Le débit unique passe par GCB_WRITE, dont le montant est
      *> borné à 99999.99 : une remise plus lourde est à scinder.
   01 WS-MontantMaxEcriture PIC 9(9)V99 VALUE 99999.99.

      *> Verdict de chaque ligne de détail, dans l'ordre du fichier :
      *> espaces = ligne à exécuter, sinon code motif du rejet
      *> (CPTINC compte inconnu, CPTFER compte indisponible, DEVISE
      *> devise différente du compte débité, MEMCPT bénéficiaire =
      *> compte débité, MNTNUL montant nul, REFEXT banque ou
      *> référence externe absente, FILTRE bénéficiaire retenu au
      *> filtrage, TYPINC type de ligne inconnu).
   01 WS-NbVerdicts PIC 9(4) VALUE 0.
   01 IdxLigne PIC 9(4).
   01 TableVerdicts.
      05 VerdictLigneTable PIC X(6) OCCURS 1000 TIMES.
   01 WS-VerdictCourant PIC X(6).
   01 WS-MotifRemise PIC X(40).

   01 WS-TotalAccepte PIC 9(7)V99 VALUE 0.
   01 WS-NbAcceptees PIC 9(4) VALUE 0.
   01 WS-NbRejetees PIC 9(4) VALUE 0.
   01 WS-NbInternes PIC 9(4) VALUE 0.
   01 WS-NbExternes PIC 9(4) VALUE 0.
   01 WS-NbRetours PIC 9(4) VALUE 0.
   01 WS-TotalRetours PIC 9(7)V99 VALUE 0.

   01 ActionVirement PIC X(10) VALUE "VIREMENT".
   01 ActionCredit PIC X(10) VALUE "VIR-RECU".
   01 WS-MontantEcriture PIC S9(5)V99.
   01 WS-SoldeAttendu PIC S9(5)V99.

   01 WS-SoldeDebit PIC S9(5)V99.
   01 WS-StatutDebit PIC X(1).
   01 WS-PinDebit PIC 9(4).
   01 WS-DeviseDebit PIC X(3).
   01 WS-NomDebit PIC X(30).
   01 WS-JointDebit PIC X(1).
   01 WS-CotitulaireDebit PIC X(30).
   01 WS-BeneficiaireDebit PIC X(30).
   01 WS-SoldeBenef PIC S9(5)V99.
   01 WS-StatutBenef PIC X(1).
   01 WS-PinBenef PIC 9(4).
   01 WS-DeviseBenef PIC X(3).
   01 WS-NomBenef PIC X(30).
   01 WS-JointBenef PIC X(1).
   01 WS-CotitulaireBenef PIC X(30).
   01 WS-BeneficiaireBenef PIC X(30).
   01 WS-SoldeCalcule PIC S9(7)V99.

      *> Même plancher que le VIREMENT de GCB2 : règles du produit,
      *> blocages, chèques non compensés et enveloppes déposées.
   01 WS-PlancherCompte PIC S9(7)V99.
   01 WS-DispoDebit PIC S9(7)V99.
   01 MontantDecouvertMax PIC S9(5)V99 VALUE 200.00.
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
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

   01 WS-TypeObjetFiltre PIC X(1) VALUE "V".
   01 WS-DateNaissanceTiers PIC 9(8) VALUE 0.
   01 WS-FiltrageRetenu PIC X(1).
   01 WS-NumCasFiltrage PIC 9(6) VALUE 0.

   01 WS-DerniereEmission PIC 9(6) VALUE 0.
   01 WS-NouvelleEmission PIC 9(6) VALUE 0.

   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(100).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-TypeRapportRemise PIC X(12) VALUE "REMISE-VIR".
   01 WS-MontantAff PIC Z(4)9.99.
   01 WS-TotalAff PIC Z(6)9.99.
   01 WS-DestAff PIC X(35).
   01 WS-ResultatAff PIC X(20).

      *> Remise de virements des clients entreprises : le fichier
      *> contrôlé, le compte à débiter doit couvrir le total annoncé
      *> au-dessus de son plancher, faute de quoi rien n'est passé.
      *> Les lignes sont ensuite validées une à une, un débit unique
      *> VIREMENT du total des lignes retenues est passé par
      *> GCB_WRITE, puis chaque bénéficiaire est crédité : VIR-RECU
      *> pour un compte de la banque, mise en file dans
      *> GCBInterbancaireSortantFile pour une autre banque (l'accusé
      *> de rejet re-crédite le compte débité via GCB_ACCUSES). Le
      *> compte rendu ligne à ligne GCBCompteRenduRemise<compte>-
      *> <remise> est retourné au client.

PROCEDURE DIVISION.
   DISPLAY "==============================================".
   DISPLAY "REMISES DE VIREMENTS DES CLIENTS ENTREPRISES".
   DISPLAY "==============================================".
   CALL 'GCB_PARAMETRE' USING CleDecouvertMax WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO MontantDecouvertMax
   END-IF.
   PERFORM LIRE-DATE-JOUR.
   PERFORM CONTROLER-FICHIER-REMISE.
   EVALUATE WS-FichierRefuse
      WHEN "A"
         DISPLAY "Aucune remise de virements (statut "
             WS-REM-STATUS ")."
      WHEN "D"
         DISPLAY "Remise " WS-NumRemise " du compte " WS-CompteDebit
             " du " WS-DateFichier " DEJA INGEREE : refusée en bloc."
      WHEN "E"
         DISPLAY "Remise de virements refusée en bloc, aucun "
             "virement passé."
      WHEN OTHER
         PERFORM TRAITER-REMISE
   END-EVALUATE.
   STOP RUN.

CONTROLER-FICHIER-REMISE.
   MOVE "N" TO WS-FichierRefuse.
   MOVE "N" TO WS-EnteteVu.
   MOVE "N" TO WS-PiedVu.
   MOVE 0 TO WS-NbLignesLues.
   MOVE 0 TO WS-TotalLignesLues.
   OPEN INPUT GCBRemiseVirementsFile.
   IF WS-REM-STATUS NOT = "00"
      MOVE "A" TO WS-FichierRefuse
   ELSE
      MOVE "N" TO WS-EOF
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBRemiseVirementsFile
            AT END MOVE "Y" TO WS-EOF
            NOT AT END PERFORM CONTROLER-UNE-LIGNE-REMISE
         END-READ
      END-PERFORM
      CLOSE GCBRemiseVirementsFile
      IF WS-FichierRefuse = "N"
         IF WS-EnteteVu = "N" OR WS-PiedVu = "N"
            DISPLAY "Remise sans en-tête ou sans pied : refusée en "
                "bloc."
            MOVE "E" TO WS-FichierRefuse
         ELSE
         IF WS-NbAnnonceLu NOT = WS-NbLignesLues
            OR WS-TotalAnnonceLu NOT = WS-TotalLignesLues
            OR WS-TotalEnteteLu NOT = WS-TotalLignesLues
            DISPLAY "Totaux de la remise en écart (en-tête "
                WS-TotalEnteteLu ", pied " WS-NbAnnonceLu "/"
                WS-TotalAnnonceLu ", lu " WS-NbLignesLues "/"
                WS-TotalLignesLues ") : refusée en bloc."
            MOVE "E" TO WS-FichierRefuse
         ELSE
         IF WS-NbLignesLues > 1000
            DISPLAY "Remise de plus de 1000 virements : à scinder."
            MOVE "E" TO WS-FichierRefuse
         ELSE
         IF WS-TotalLignesLues > WS-MontantMaxEcriture
            DISPLAY "Remise au-delà de 99999.99 en un seul débit : "
                "à scinder."
            MOVE "E" TO WS-FichierRefuse
         ELSE
            PERFORM CONTROLER-DOUBLON-FICHIER
         END-IF
         END-IF
         END-IF
         END-IF
      END-IF
   END-IF.

CONTROLER-UNE-LIGNE-REMISE.
   EVALUATE TypeLigneRemise
      WHEN "H"
         MOVE "O" TO WS-EnteteVu
         MOVE DateFichierRemise TO WS-DateFichier
         MOVE CompteDebitRemise TO WS-CompteDebit
         MOVE NumRemise TO WS-NumRemise
         MOVE TotalEnteteRemise TO WS-TotalEnteteLu
      WHEN "D"
         ADD 1 TO WS-NbLignesLues
         ADD MontantRemise TO WS-TotalLignesLues
      WHEN "T"
         MOVE "O" TO WS-PiedVu
         MOVE NbLignesAnnonceRemise TO WS-NbAnnonceLu
         MOVE TotalPiedRemise TO WS-TotalAnnonceLu
      WHEN OTHER
         DISPLAY "Type de ligne inconnu dans la remise : refusée "
             "en bloc."
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

TRAITER-REMISE.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBCompteRenduRemise" WS-CompteDebit "-" WS-NumRemise
       ".txt" DELIMITED BY SIZE INTO WS-NomEdition.
   MOVE 0 TO WS-NbLignesEditees.
   OPEN OUTPUT CompteRenduRemiseFile.
   IF WS-EDIT-STATUS NOT = "00"
      DISPLAY "Erreur " FUNCTION TRIM(WS-NomEdition) ", statut "
          WS-EDIT-STATUS ". Remise non traitée."
   ELSE
      PERFORM EDITER-ENTETE-COMPTE-RENDU
      PERFORM CONTROLER-PROVISION
      IF WS-MotifRemise NOT = SPACES
         PERFORM EDITER-REMISE-REFUSEE
      ELSE
         PERFORM VALIDER-LIGNES-REMISE
         IF WS-TotalAccepte > 0
            PERFORM DEBITER-REMISE
         END-IF
         IF WS-MotifRemise NOT = SPACES
            PERFORM EDITER-REMISE-REFUSEE
         ELSE
            PERFORM EXECUTER-LIGNES-REMISE
            PERFORM NOTER-FICHIER-TRAITE
            PERFORM EDITER-TOTAUX-COMPTE-RENDU
         END-IF
      END-IF
      CLOSE CompteRenduRemiseFile
      CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportRemise
          WS-DateJour WS-NbLignesEditees WS-NomEdition
      DISPLAY "Compte rendu de la remise dans "
          FUNCTION TRIM(WS-NomEdition) "."
   END-IF.

CONTROLER-PROVISION.
      *> Le compte doit couvrir le total annoncé avant qu'une seule
      *> ligne ne soit validée : une remise non provisionnée n'est
      *> pas exécutée partiellement, elle peut être représentée une
      *> fois le compte approvisionné.
   MOVE SPACES TO WS-MotifRemise.
   MOVE 0 TO WS-SoldeDebit.
   CALL 'GCB_LECTURE' USING WS-CompteDebit WS-SoldeDebit
       WS-StatutDebit WS-PinDebit WS-DeviseDebit WS-NomDebit
       WS-JointDebit WS-CotitulaireDebit WS-BeneficiaireDebit.
   IF WS-StatutDebit = "N"
      MOVE "compte à débiter inconnu" TO WS-MotifRemise
   ELSE
   IF WS-StatutDebit NOT = "A"
      MOVE "compte à débiter indisponible" TO WS-MotifRemise
   ELSE
      CALL 'GCB_PRODUIT' USING WS-CompteDebit WS-CodeProduit
          WS-TauxProduit WS-DecouvertProduit WS-RetraitsLibres
      CALL 'GCB_MINEUR' USING WS-CompteDebit WS-CompteMineur
          WS-NumTuteurCompte
      MOVE 0 TO WS-PlancherCompte
      IF WS-DecouvertProduit = "O" AND WS-CompteMineur NOT = "O"
         COMPUTE WS-PlancherCompte = 0 - MontantDecouvertMax
      END-IF
      CALL 'GCB_BLOCAGE' USING WS-CompteDebit WS-TotalBlocages
      ADD WS-TotalBlocages TO WS-PlancherCompte
      CALL 'GCB_CHEQUES_ATTENTE' USING WS-CompteDebit
          WS-TotalChequesAttente
      ADD WS-TotalChequesAttente TO WS-PlancherCompte
      CALL 'GCB_ENVELOPPES' USING WS-CompteDebit WS-TotalEnveloppes
      ADD WS-TotalEnveloppes TO WS-PlancherCompte
      COMPUTE WS-DispoDebit = WS-SoldeDebit - WS-PlancherCompte
      IF WS-TotalLignesLues > WS-DispoDebit
         MOVE "provision insuffisante" TO WS-MotifRemise
      END-IF
   END-IF
   END-IF.

VALIDER-LIGNES-REMISE.
   MOVE 0 TO WS-NbVerdicts.
   MOVE 0 TO WS-TotalAccepte.
   OPEN INPUT GCBRemiseVirementsFile.
   MOVE "N" TO WS-EOF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBRemiseVirementsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF TypeLigneRemise = "D"
               PERFORM VALIDER-UNE-LIGNE
               ADD 1 TO WS-NbVerdicts
               MOVE WS-VerdictCourant
                   TO VerdictLigneTable(WS-NbVerdicts)
               IF WS-VerdictCourant = SPACES
                  ADD MontantRemise TO WS-TotalAccepte
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   CLOSE GCBRemiseVirementsFile.

VALIDER-UNE-LIGNE.
   MOVE SPACES TO WS-VerdictCourant.
   IF MontantRemise = 0
      MOVE "MNTNUL" TO WS-VerdictCourant
   ELSE
   IF TypeBenefRemise = "I"
      IF CompteBenefRemise = WS-CompteDebit
         MOVE "MEMCPT" TO WS-VerdictCourant
      ELSE
         MOVE 0 TO WS-SoldeBenef
         CALL 'GCB_LECTURE' USING CompteBenefRemise WS-SoldeBenef
             WS-StatutBenef WS-PinBenef WS-DeviseBenef WS-NomBenef
             WS-JointBenef WS-CotitulaireBenef WS-BeneficiaireBenef
         IF WS-StatutBenef = "N"
            MOVE "CPTINC" TO WS-VerdictCourant
         ELSE
         IF WS-StatutBenef NOT = "A"
            MOVE "CPTFER" TO WS-VerdictCourant
         ELSE
         IF WS-DeviseBenef NOT = WS-DeviseDebit
            MOVE "DEVISE" TO WS-VerdictCourant
         END-IF
         END-IF
         END-IF
      END-IF
   ELSE
   IF TypeBenefRemise = "E"
      IF BanqueBenefRemise = SPACES OR RefCompteBenefRemise = SPACES
         MOVE "REFEXT" TO WS-VerdictCourant
      ELSE
            *> Même filtrage que le virement externe de GCB2 : un
            *> bénéficiaire retenu ouvre un cas de revue et n'est pas
            *> payé.
         CALL 'GCB_FILTRAGE' USING NomBenefRemise
             WS-DateNaissanceTiers WS-TypeObjetFiltre WS-CompteDebit
             WS-FiltrageRetenu WS-NumCasFiltrage
         IF WS-FiltrageRetenu = "O"
            MOVE "FILTRE" TO WS-VerdictCourant
         END-IF
      END-IF
   ELSE
      MOVE "TYPINC" TO WS-VerdictCourant
   END-IF
   END-IF
   END-IF.

DEBITER-REMISE.
      *> Débit unique du total des lignes retenues. GCB_WRITE ne
      *> rend pas compte d'un refus : le solde est relu et, si le
      *> débit n'a pas eu lieu, aucun bénéficiaire n'est crédité.
   MOVE 0 TO WS-SoldeDebit.
   CALL 'GCB_LECTURE' USING WS-CompteDebit WS-SoldeDebit
       WS-StatutDebit WS-PinDebit WS-DeviseDebit WS-NomDebit
       WS-JointDebit WS-CotitulaireDebit WS-BeneficiaireDebit.
   MOVE WS-TotalAccepte TO WS-MontantEcriture.
   COMPUTE WS-SoldeAttendu = WS-SoldeDebit - WS-MontantEcriture.
   CALL 'GCB_WRITE' USING WS-CompteDebit ActionVirement
       WS-MontantEcriture WS-SoldeAttendu WS-PinDebit WS-DeviseDebit
       WS-NomDebit WS-JointDebit WS-CotitulaireDebit
       WS-BeneficiaireDebit WS-StatutDebit.
   MOVE 0 TO WS-SoldeDebit.
   CALL 'GCB_LECTURE' USING WS-CompteDebit WS-SoldeDebit
       WS-StatutDebit WS-PinDebit WS-DeviseDebit WS-NomDebit
       WS-JointDebit WS-CotitulaireDebit WS-BeneficiaireDebit.
   IF WS-SoldeDebit NOT = WS-SoldeAttendu
      MOVE "débit refusé par la tenue de compte" TO WS-MotifRemise
   END-IF.

EXECUTER-LIGNES-REMISE.
   MOVE 0 TO IdxLigne.
   OPEN INPUT GCBRemiseVirementsFile.
   MOVE "N" TO WS-EOF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBRemiseVirementsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF TypeLigneRemise = "D"
               ADD 1 TO IdxLigne
               MOVE VerdictLigneTable(IdxLigne) TO WS-VerdictCourant
               IF WS-VerdictCourant NOT = SPACES
                  ADD 1 TO WS-NbRejetees
                  MOVE SPACES TO WS-ResultatAff
                  STRING "REJETE " WS-VerdictCourant
                      DELIMITED BY SIZE INTO WS-ResultatAff
               ELSE
                  ADD 1 TO WS-NbAcceptees
                  IF TypeBenefRemise = "I"
                     PERFORM CREDITER-LIGNE-INTERNE
                  ELSE
                     PERFORM EMETTRE-LIGNE-EXTERNE
                  END-IF
               END-IF
               PERFORM EDITER-LIGNE-COMPTE-RENDU
            END-IF
      END-READ
   END-PERFORM.
   CLOSE GCBRemiseVirementsFile.

CREDITER-LIGNE-INTERNE.
      *> Le compte est relu au moment du crédit : s'il a changé
      *> d'état depuis la validation, ou si le crédit dépasserait la
      *> capacité du solde, le montant revient au compte débité.
   MOVE 0 TO WS-SoldeBenef.
   CALL 'GCB_LECTURE' USING CompteBenefRemise WS-SoldeBenef
       WS-StatutBenef WS-PinBenef WS-DeviseBenef WS-NomBenef
       WS-JointBenef WS-CotitulaireBenef WS-BeneficiaireBenef.
   COMPUTE WS-SoldeCalcule = WS-SoldeBenef + MontantRemise.
   IF WS-StatutBenef NOT = "A" OR WS-SoldeCalcule > 99999.99
      PERFORM RETOURNER-LIGNE
   ELSE
      MOVE MontantRemise TO WS-MontantEcriture
      MOVE WS-SoldeCalcule TO WS-SoldeAttendu
      CALL 'GCB_WRITE' USING CompteBenefRemise ActionCredit
          WS-MontantEcriture WS-SoldeAttendu WS-PinBenef
          WS-DeviseBenef WS-NomBenef WS-JointBenef
          WS-CotitulaireBenef WS-BeneficiaireBenef WS-StatutBenef
      ADD 1 TO WS-NbInternes
      MOVE "EXECUTE" TO WS-ResultatAff
   END-IF.

RETOURNER-LIGNE.
   MOVE 0 TO WS-SoldeDebit.
   CALL 'GCB_LECTURE' USING WS-CompteDebit WS-SoldeDebit
       WS-StatutDebit WS-PinDebit WS-DeviseDebit WS-NomDebit
       WS-JointDebit WS-CotitulaireDebit WS-BeneficiaireDebit.
   MOVE MontantRemise TO WS-MontantEcriture.
   COMPUTE WS-SoldeAttendu = WS-SoldeDebit + WS-MontantEcriture.
   CALL 'GCB_WRITE' USING WS-CompteDebit ActionCredit
       WS-MontantEcriture WS-SoldeAttendu WS-PinDebit WS-DeviseDebit
       WS-NomDebit WS-JointDebit WS-CotitulaireDebit
       WS-BeneficiaireDebit WS-StatutDebit.
   SUBTRACT 1 FROM WS-NbAcceptees.
   ADD 1 TO WS-NbRetours.
   ADD MontantRemise TO WS-TotalRetours.
   MOVE "RETOURNE AU COMPTE" TO WS-ResultatAff.

EMETTRE-LIGNE-EXTERNE.
      *> Même écriture que METTRE-EN-FILE-SORTANT de GCB2, le débit
      *> étant porté par le débit unique de la remise.
   OPEN EXTEND GCBInterbancaireSortantFile.
   IF WS-SORT-STATUS = "35"
      OPEN OUTPUT GCBInterbancaireSortantFile
   END-IF.
   IF WS-SORT-STATUS NOT = "00"
      DISPLAY "Erreur GCBInterbancaireSortantFile, statut "
          WS-SORT-STATUS
      PERFORM RETOURNER-LIGNE
   ELSE
      MOVE WS-CompteDebit TO NumeroCompteSortant
      MOVE BanqueBenefRemise TO BanqueDestSortant
      MOVE RefCompteBenefRemise TO RefCompteDestSortant
      MOVE MontantRemise TO MontantSortant
      MOVE WS-DeviseDebit TO DeviseSortant
      MOVE WS-DateJour TO DateEmissionSortant
      PERFORM OBTENIR-NUMERO-EMISSION
      MOVE WS-NouvelleEmission TO NumEmissionSortant
      MOVE "E" TO StatutSortant
      WRITE InterbancaireSortantRecord
      CLOSE GCBInterbancaireSortantFile
      ADD 1 TO WS-NbExternes
      MOVE SPACES TO WS-ResultatAff
      STRING "EMIS " WS-NouvelleEmission
          DELIMITED BY SIZE INTO WS-ResultatAff
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

EDITER-REMISE-REFUSEE.
      *> Remise refusée en bloc : chaque ligne figure au compte
      *> rendu comme non exécutée et le fichier n'est pas enregistré,
      *> il pourra être représenté.
   MOVE SPACES TO WS-LigneTravail.
   STRING "REMISE NON EXECUTEE : " WS-MotifRemise
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   OPEN INPUT GCBRemiseVirementsFile.
   MOVE "N" TO WS-EOF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBRemiseVirementsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF TypeLigneRemise = "D"
               MOVE "NON EXECUTE" TO WS-ResultatAff
               PERFORM EDITER-LIGNE-COMPTE-RENDU
            END-IF
      END-READ
   END-PERFORM.
   CLOSE GCBRemiseVirementsFile.
   DISPLAY "Remise " WS-NumRemise " du compte " WS-CompteDebit
       " non exécutée : " FUNCTION TRIM(WS-MotifRemise) ".".

EDITER-ENTETE-COMPTE-RENDU.
   MOVE SPACES TO WS-LigneTravail.
   STRING "COMPTE RENDU D'EXECUTION - REMISE " WS-NumRemise
       " DU " WS-DateFichier " - TRAITEE LE " WS-DateJour
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE WS-TotalLignesLues TO WS-TotalAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Compte débité : " WS-CompteDebit "   Lignes : "
       WS-NbLignesLues "   Total annoncé : " WS-TotalAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE ALL "=" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.

EDITER-LIGNE-COMPTE-RENDU.
   MOVE SPACES TO WS-DestAff.
   IF TypeBenefRemise = "I"
      STRING "COMPTE " CompteBenefRemise
          DELIMITED BY SIZE INTO WS-DestAff
   ELSE
      STRING BanqueBenefRemise " " RefCompteBenefRemise
          DELIMITED BY SIZE INTO WS-DestAff
   END-IF.
   MOVE MontantRemise TO WS-MontantAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING NumLigneRemise " " TypeBenefRemise " " WS-DestAff " "
       WS-MontantAff " " WS-ResultatAff " " NomBenefRemise(1:20)
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.

EDITER-TOTAUX-COMPTE-RENDU.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE WS-TotalAccepte TO WS-TotalAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Débit unique : " WS-TotalAff "   Exécutées : "
       WS-NbAcceptees " (internes " WS-NbInternes ", externes "
       WS-NbExternes ")   Rejetées : " WS-NbRejetees
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   IF WS-NbRetours > 0
      MOVE WS-TotalRetours TO WS-TotalAff
      MOVE SPACES TO WS-LigneTravail
      STRING "Retournées au compte débité : " WS-NbRetours
          " pour " WS-TotalAff
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.
   DISPLAY "Remise " WS-NumRemise " du compte " WS-CompteDebit
       " : " WS-NbAcceptees " virement(s) exécuté(s), "
       WS-NbRejetees " rejeté(s), " WS-NbRetours " retourné(s).".

ECRIRE-LIGNE-EDITION.
   MOVE WS-LigneTravail TO LigneEdition.
   WRITE LigneEdition.
   ADD 1 TO WS-NbLignesEditees.
