IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_MOBILITE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBMobilitesFile
        FILE STATUS IS WS-MOB-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBMobilitesFile.txt".
    SELECT GCBMobiliteSeqFile
        FILE STATUS IS WS-MSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBMobiliteSeqFile.txt".
    SELECT GCBMobiliteEntranteFile
        FILE STATUS IS WS-MENT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBMobiliteEntranteFile.txt".
    SELECT GCBMandatsFile
        FILE STATUS IS WS-MANDAT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleMandat
        ASSIGN TO "GCBMandatsFile.dat".
    SELECT GCBOrdresPermanentsFile
        FILE STATUS IS WS-ORD-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBOrdresPermanentsFile.txt".
    SELECT GCBPaiementsProgrammesFile
        FILE STATUS IS WS-PAIE-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBPaiementsProgrammesFile.txt".
    SELECT GCBBeneficiairesFile
        FILE STATUS IS WS-BENEF-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleBeneficiaire
        ASSIGN TO "GCBBeneficiairesFile.dat".
    SELECT GCBCartesFile
        FILE STATUS IS WS-CARTE-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumCarte
        ALTERNATE RECORD KEY IS NumeroCompteCarte
            WITH DUPLICATES
        ASSIGN TO "GCBCartesFile.dat".
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
    SELECT EditionMobiliteFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEdition.

DATA DIVISION.
FILE SECTION.
   FD GCBMobilitesFile.
   COPY MOBILITE.

   FD GCBMobiliteSeqFile.
   01 MobiliteSeqRecord PIC 9(6).

   FD GCBMobiliteEntranteFile.
   COPY MOBENTRANT.

   FD GCBMandatsFile.
   COPY MANDAT.

   FD GCBOrdresPermanentsFile.
   COPY ORDRES.

   FD GCBPaiementsProgrammesFile.
   COPY PAIEMENT.

   FD GCBBeneficiairesFile.
   COPY BENEF.

   FD GCBCartesFile.
   COPY CARTE.

   FD GCBInterbancaireSortantFile.
   COPY INTERSORT.

   FD GCBEmissionSeqFile.
   01 EmissionSeqRecord PIC 9(6).

   FD GCBJourFile.
   COPY JOUR.

   FD EditionMobiliteFile.
   01 LigneEdition PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-MOB-STATUS PIC 99.
   01 WS-MSEQ-STATUS PIC 99.
   01 WS-MENT-STATUS PIC 99.
   01 WS-MANDAT-STATUS PIC 99.
   01 WS-ORD-STATUS PIC 99.
   01 WS-PAIE-STATUS PIC 99.
   01 WS-BENEF-STATUS PIC 99.
   01 WS-CARTE-STATUS PIC 99.
   01 WS-SORT-STATUS PIC 99.
   01 WS-EMISEQ-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-EntierDate PIC 9(8).
   01 WS-DerniereSeq PIC 9(6) VALUE 0.
   01 WS-NouvelleSeq PIC 9(6) VALUE 0.
   01 WS-DerniereEmission PIC 9(6) VALUE 0.
   01 WS-NouvelleEmission PIC 9(6) VALUE 0.
   01 WS-Autorise PIC X.
   01 WS-CodeOperation PIC X VALUE "C".
   01 WS-ReferenceOperation PIC X(12).

   01 ActionVirExterne PIC X(10) VALUE "VIR-EXT".
   01 ActionCloture PIC X(10) VALUE "CLOTURE".
   01 WS-MontantZero PIC S9(5)V99 VALUE 0.
   01 WS-SoldeZero PIC S9(5)V99 VALUE 0.

      *> Compte du client concerné par la mobilité.
   01 WS-NumCompte PIC 9(6).
   01 WS-SoldeCompte PIC S9(5)V99.
   01 WS-StatutCompte PIC X(1).
   01 WS-PinCompte PIC 9(4).
   01 WS-DeviseCompte PIC X(3).
   01 WS-NomTitulaire PIC X(30).
   01 WS-CompteJoint PIC X(1).
   01 WS-NomCotitulaire PIC X(30).
   01 WS-Beneficiaire PIC X(30).
   01 WS-PinSaisi PIC 9(4).
   01 WS-PinHache PIC 9(4).
   01 WS-TotalBlocages PIC S9(7)V99 VALUE 0.
   01 WS-MontantVire PIC S9(5)V99.
   01 WS-BanqueAutre PIC X(11).
   01 WS-RefCompteAutre PIC X(23).
   01 WS-DateBascule PIC 9(8).
   01 WS-DejaEnregistree PIC X VALUE "N".
   01 WS-BasculeFaite PIC X VALUE "N".

      *> Compteurs de la reprise entrante.
   01 WS-NbMandatsCrees PIC 9(3) VALUE 0.
   01 WS-NbOrdresCrees PIC 9(3) VALUE 0.
   01 WS-NbBenefCrees PIC 9(3) VALUE 0.
   01 WS-NbLettres PIC 9(3) VALUE 0.
   01 WS-NbLignesRejetees PIC 9(3) VALUE 0.

      *> Compteurs de la résiliation sortante.
   01 WS-NbMandatsResilies PIC 9(3) VALUE 0.
   01 WS-NbOrdresResilies PIC 9(3) VALUE 0.
   01 WS-NbPaiementsAnnules PIC 9(3) VALUE 0.
   01 WS-NbCartesRetirees PIC 9(3) VALUE 0.
   01 WS-NbModifies PIC 9(3) VALUE 0.
   01 WS-NbBasculees PIC 9(3) VALUE 0.

      *> Édition datée (lettres de changement de domiciliation ou
      *> inventaire de sortie) enregistrée au catalogue.
   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(80).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-TypeRapportMobilite PIC X(12) VALUE "MOBILITE".
   01 WS-MontantAff PIC Z(4)9.99.
   01 WS-SoldeAff PIC -ZZZZ9.99.

      *> Registre rechargé pour l'exécution des bascules puis
      *> réécrit.
   01 WS-NbMobilites PIC 9(3) VALUE 0.
   01 IdxMobilite PIC 9(3).
   01 TableMobilites OCCURS 200 TIMES.
      05 LigneMobilite PIC X(72).

      *> Fichiers ligne séquentielle des produits du compte (ordres,
      *> paiements) rechargés tels quels puis réécrits, comme dans
      *> GCB_SUCCESSIONS ; un fichier plus long que la table n'est
      *> pas réécrit du tout plutôt que tronqué. Mandats et cartes,
      *> en fichiers indexés, sont lus par clé et réécrits un à un.
   01 WS-NbLignes PIC 9(3) VALUE 0.
   01 IdxLigne PIC 9(3).
   01 WS-TableSaturee PIC X VALUE "N".
   01 TableLignes OCCURS 500 TIMES.
      05 LigneBrute PIC X(60).

      *> Mobilité bancaire (changement de banque) :
      *>  - entrante : le relevé des opérations récurrentes transmis
      *>    par l'ancienne banque (GCBMobiliteEntranteFile) crée les
      *>    mandats (prélèvements), les bénéficiaires et ordres
      *>    permanents (virements émis) sur le compte du client, et
      *>    une lettre de changement de domiciliation part à chaque
      *>    créancier et à chaque émetteur de crédit récurrent ;
      *>  - sortante : visée par un superviseur (code "C" de
      *>    GCB_AUTORISATION, comme la clôture de GCB2) ; à la date
      *>    de bascule, mandats révoqués, ordres permanents supprimés,
      *>    paiements programmés annulés, cartes retirées, solde viré
      *>    à la nouvelle banque (VIR-EXT et
      *>    GCBInterbancaireSortantFile) et compte clôturé. Les
      *>    paiements entrants des treize mois suivants sont
      *>    réexpédiés par GCB_INTERBANCAIRE.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_MANDATS'.
   CALL 'GCB_MIGRATION_BENEFICIAIRES'.
   CALL 'GCB_MIGRATION_CARTES'.
   PERFORM LIRE-DATE-JOUR.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== MOBILITÉ BANCAIRE ==="
      DISPLAY "1. Mobilité entrante (reprise depuis l'ancienne banque)"
      DISPLAY "2. Programmer une mobilité sortante"
      DISPLAY "3. Exécuter les bascules sortantes dues"
      DISPLAY "4. Lister le registre"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1 PERFORM MOBILITE-ENTRANTE
         WHEN 2 PERFORM PROGRAMMER-SORTIE
         WHEN 3 PERFORM EXECUTER-BASCULES
         WHEN 4 PERFORM LISTER-MOBILITES
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-PERFORM.
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

OBTENIR-NUMERO-MOBILITE.
      *> Même mécanisme de séquence monotone que GCBSequenceFile dans
      *> GCB_WRITE.
   MOVE 0 TO WS-DerniereSeq.
   OPEN INPUT GCBMobiliteSeqFile.
   IF WS-MSEQ-STATUS = "00"
      READ GCBMobiliteSeqFile
         AT END CONTINUE
         NOT AT END MOVE MobiliteSeqRecord TO WS-DerniereSeq
      END-READ
      CLOSE GCBMobiliteSeqFile
   END-IF.
   COMPUTE WS-NouvelleSeq = WS-DerniereSeq + 1.
   MOVE WS-NouvelleSeq TO MobiliteSeqRecord.
   OPEN OUTPUT GCBMobiliteSeqFile.
   WRITE MobiliteSeqRecord.
   CLOSE GCBMobiliteSeqFile.

LIRE-COMPTE.
   MOVE 0 TO WS-SoldeCompte.
   MOVE 0 TO WS-PinCompte.
   CALL 'GCB_LECTURE' USING WS-NumCompte WS-SoldeCompte
       WS-StatutCompte WS-PinCompte WS-DeviseCompte WS-NomTitulaire
       WS-CompteJoint WS-NomCotitulaire WS-Beneficiaire.

CONTROLER-DEJA-ENREGISTREE.
      *> Une reprise entrante déjà faite depuis le même compte de
      *> l'ancienne banque, ou une sortie déjà programmée ou basculée
      *> sur le compte, n'est pas enregistrée une seconde fois.
   MOVE "N" TO WS-DejaEnregistree.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBMobilitesFile.
   IF WS-MOB-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBMobilitesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumeroCompteMobilite = WS-NumCompte
               IF SensMobilite = "E" AND StatutMobilite = "T"
                  AND ChoixUtilisateur = 1
                  AND BanqueAutreMobilite = WS-BanqueAutre
                  AND RefCompteAutreMobilite = WS-RefCompteAutre
                  MOVE "O" TO WS-DejaEnregistree
               END-IF
               IF SensMobilite = "S" AND ChoixUtilisateur = 2
                  AND (StatutMobilite = "P" OR StatutMobilite = "B")
                  MOVE "O" TO WS-DejaEnregistree
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-MOB-STATUS NOT = "35"
      CLOSE GCBMobilitesFile
   END-IF.

ENREGISTRER-MOBILITE.
      *> MobiliteRecord est garni par l'appelant.
   OPEN EXTEND GCBMobilitesFile.
   IF WS-MOB-STATUS = "35"
      OPEN OUTPUT GCBMobilitesFile
   END-IF.
   IF WS-MOB-STATUS NOT = "00"
      DISPLAY "GCB_MOBILITE: erreur ouverture, statut " WS-MOB-STATUS
   ELSE
      WRITE MobiliteRecord
      CLOSE GCBMobilitesFile
   END-IF.

MOBILITE-ENTRANTE.
   DISPLAY "Numéro du compte du client chez nous : ".
   ACCEPT WS-NumCompte.
   PERFORM LIRE-COMPTE.
   IF WS-StatutCompte NOT = "A"
      DISPLAY "Compte " WS-NumCompte " indisponible (statut "
          WS-StatutCompte ") : reprise impossible."
   ELSE
      DISPLAY "Ancienne banque (code) : "
      ACCEPT WS-BanqueAutre
      DISPLAY "Référence de l'ancien compte : "
      ACCEPT WS-RefCompteAutre
      DISPLAY "Code PIN du client (signature du mandat de mobilité) : "
      ACCEPT WS-PinSaisi
         *> Même contrôle que AJOUTER-ORDRE de GCB_ORDRES_PERMANENTS :
         *> le condensat sert ensuite aux ordres permanents repris.
      CALL 'GCB_PIN_HASH' USING WS-NumCompte WS-PinSaisi WS-PinHache
      PERFORM CONTROLER-DEJA-ENREGISTREE
      IF WS-PinHache NOT = WS-PinCompte
         DISPLAY "Code PIN incorrect : reprise refusée."
      ELSE
      IF WS-DejaEnregistree = "O"
         DISPLAY "Reprise déjà faite depuis ce compte de l'ancienne "
             "banque."
      ELSE
         OPEN INPUT GCBMobiliteEntranteFile
         IF WS-MENT-STATUS NOT = "00"
            DISPLAY "Relevé de l'ancienne banque absent "
                "(GCBMobiliteEntranteFile, statut " WS-MENT-STATUS
                ")."
         ELSE
            PERFORM REPRENDRE-OPERATIONS
         END-IF
      END-IF
      END-IF
   END-IF.

REPRENDRE-OPERATIONS.
   PERFORM OBTENIR-NUMERO-MOBILITE.
   MOVE 0 TO WS-NbMandatsCrees.
   MOVE 0 TO WS-NbOrdresCrees.
   MOVE 0 TO WS-NbBenefCrees.
   MOVE 0 TO WS-NbLettres.
   MOVE 0 TO WS-NbLignesRejetees.
   MOVE 0 TO WS-NbLignesEditees.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBLettresMobilite" WS-NouvelleSeq "_" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   OPEN OUTPUT EditionMobiliteFile.
   MOVE "N" TO WS-EOF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBMobiliteEntranteFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            EVALUATE TypeLigneMobEnt
               WHEN "P" PERFORM REPRENDRE-PRELEVEMENT
               WHEN "O" PERFORM REPRENDRE-VIREMENT
               WHEN "C" PERFORM ECRIRE-LETTRE-DOMICILIATION
               WHEN OTHER ADD 1 TO WS-NbLignesRejetees
            END-EVALUATE
      END-READ
   END-PERFORM.
   CLOSE GCBMobiliteEntranteFile.
   CLOSE EditionMobiliteFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportMobilite
       WS-DateJour WS-NbLignesEditees WS-NomEdition.
   MOVE WS-NouvelleSeq TO NumMobilite.
   MOVE "E" TO SensMobilite.
   MOVE WS-NumCompte TO NumeroCompteMobilite.
   MOVE WS-BanqueAutre TO BanqueAutreMobilite.
   MOVE WS-RefCompteAutre TO RefCompteAutreMobilite.
   MOVE WS-DateJour TO DateDemandeMobilite.
   MOVE WS-DateJour TO DateBasculeMobilite.
   MOVE 0 TO DateFinRedirectionMobilite.
   MOVE "T" TO StatutMobilite.
   PERFORM ENREGISTRER-MOBILITE.
   DISPLAY "Mobilité entrante " WS-NouvelleSeq " : "
       WS-NbMandatsCrees " mandat(s), " WS-NbOrdresCrees
       " ordre(s) permanent(s), " WS-NbBenefCrees
       " bénéficiaire(s) créé(s).".
   DISPLAY WS-NbLettres " lettre(s) de changement de domiciliation "
       "dans " FUNCTION TRIM(WS-NomEdition) ".".
   IF WS-NbLignesRejetees > 0
      DISPLAY WS-NbLignesRejetees " ligne(s) de type inconnu "
          "ignorée(s)."
   END-IF.

REPRENDRE-PRELEVEMENT.
      *> Un mandat déjà enregistré pour ce créancier sur le compte
      *> est remplacé par celui repris de l'ancienne banque.
   OPEN I-O GCBMandatsFile.
   IF WS-MANDAT-STATUS = "35"
      OPEN OUTPUT GCBMandatsFile
      CLOSE GCBMandatsFile
      OPEN I-O GCBMandatsFile
   END-IF.
   IF WS-MANDAT-STATUS NOT = "00"
      DISPLAY "GCBMandatsFile indisponible (statut " WS-MANDAT-STATUS
          ") : mandat " CreancierMobEnt " non repris."
   ELSE
      MOVE WS-NumCompte TO NumeroCompteMandat
      MOVE CreancierMobEnt TO CreancierMandat
      MOVE WS-DateJour TO DateSignatureMandat
      MOVE 0 TO PlafondMandat
      MOVE "A" TO StatutMandat
      WRITE MandatRecord
         INVALID KEY REWRITE MandatRecord
      END-WRITE
      CLOSE GCBMandatsFile
      ADD 1 TO WS-NbMandatsCrees
   END-IF.
   PERFORM ECRIRE-LETTRE-DOMICILIATION.

REPRENDRE-VIREMENT.
      *> Le bénéficiaire est toujours enregistré. L'ordre permanent
      *> ne vise que des comptes internes : un virement récurrent vers
      *> une autre banque reste à ressaisir par le client à partir de
      *> son bénéficiaire.
   OPEN I-O GCBBeneficiairesFile.
   IF WS-BENEF-STATUS = "35"
      OPEN OUTPUT GCBBeneficiairesFile
      CLOSE GCBBeneficiairesFile
      OPEN I-O GCBBeneficiairesFile
   END-IF.
   IF WS-BENEF-STATUS = "00"
      MOVE WS-NumCompte TO NumeroCompteProprietaire
      MOVE NomTiersMobEnt TO LibelleBeneficiaire
      IF CompteInterneMobEnt NOT = 0
         MOVE "I" TO TypeBeneficiaire
         MOVE CompteInterneMobEnt TO CompteInterneBeneficiaire
         MOVE SPACES TO BanqueBeneficiaire
         MOVE SPACES TO ReferenceBeneficiaire
      ELSE
         MOVE "E" TO TypeBeneficiaire
         MOVE 0 TO CompteInterneBeneficiaire
         MOVE BanqueTiersMobEnt TO BanqueBeneficiaire
         MOVE RefCompteTiersMobEnt TO ReferenceBeneficiaire
      END-IF
      WRITE BeneficiaireEnregistreRecord
         INVALID KEY
            DISPLAY "Bénéficiaire " NomTiersMobEnt " déjà enregistré "
                "sur le compte."
         NOT INVALID KEY ADD 1 TO WS-NbBenefCrees
      END-WRITE
      CLOSE GCBBeneficiairesFile
   END-IF.
   IF CompteInterneMobEnt = 0
      MOVE MontantMobEnt TO WS-MontantAff
      DISPLAY "Virement récurrent de " WS-MontantAff " vers "
          FUNCTION TRIM(NomTiersMobEnt) " (autre banque) : "
          "bénéficiaire enregistré, virement à ressaisir."
   ELSE
      OPEN EXTEND GCBOrdresPermanentsFile
      IF WS-ORD-STATUS = "35"
         OPEN OUTPUT GCBOrdresPermanentsFile
      END-IF
      IF WS-ORD-STATUS = "00"
         MOVE WS-NumCompte TO NumCompteSourceOrdre
         MOVE CompteInterneMobEnt TO NumCompteDestOrdre
         MOVE MontantMobEnt TO MontantOrdre
         MOVE JourMobEnt TO JourExecutionOrdre
         MOVE WS-PinHache TO PinSourceOrdre
         MOVE 0 TO DateDerniereExecutionOrdre
         MOVE "O" TO PinOrdreHache
         MOVE "A" TO StatutOrdre
         WRITE OrdrePermanentRecord
         CLOSE GCBOrdresPermanentsFile
         ADD 1 TO WS-NbOrdresCrees
      END-IF
   END-IF.

ECRIRE-LETTRE-DOMICILIATION.
   MOVE ALL "-" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "À : " NomTiersMobEnt DELIMITED BY SIZE
       INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE AdresseTiersMobEnt TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Objet : changement de domiciliation bancaire - le "
       WS-DateJour DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   IF TypeLigneMobEnt = "P"
      MOVE SPACES TO WS-LigneTravail
      STRING "Votre identifiant créancier : " CreancierMobEnt
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Notre client " WS-NomTitulaire
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   IF TypeLigneMobEnt = "P"
      MOVE "vous prie de présenter désormais vos prélèvements sur"
          TO WS-LigneTravail
   ELSE
      MOVE "vous prie de verser désormais vos règlements sur"
          TO WS-LigneTravail
   END-IF.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "son compte n° " WS-NumCompte " tenu chez nous, en "
       "remplacement du compte " WS-RefCompteAutre
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "de la banque " WS-BanqueAutre "."
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   ADD 1 TO WS-NbLettres.

ECRIRE-LIGNE-EDITION.
   MOVE WS-LigneTravail TO LigneEdition.
   WRITE LigneEdition.
   ADD 1 TO WS-NbLignesEditees.

PROGRAMMER-SORTIE.
   DISPLAY "Numéro du compte quittant la banque : ".
   ACCEPT WS-NumCompte.
   PERFORM LIRE-COMPTE.
   IF WS-StatutCompte NOT = "A"
      DISPLAY "Compte " WS-NumCompte " indisponible (statut "
          WS-StatutCompte ") : sortie impossible."
   ELSE
      DISPLAY "Nouvelle banque (code) : "
      ACCEPT WS-BanqueAutre
      DISPLAY "Référence du nouveau compte : "
      ACCEPT WS-RefCompteAutre
      DISPLAY "Date de bascule (AAAAMMJJ, 0 = aujourd'hui) : "
      ACCEPT WS-DateBascule
      IF WS-DateBascule = 0
         MOVE WS-DateJour TO WS-DateBascule
      END-IF
      PERFORM CONTROLER-DEJA-ENREGISTREE
      IF WS-BanqueAutre = SPACES OR WS-RefCompteAutre = SPACES
         DISPLAY "Nouvelle banque ou nouveau compte manquant."
      ELSE
      IF WS-DateBascule < WS-DateJour
         DISPLAY "Date de bascule antérieure à la journée "
             WS-DateJour "."
      ELSE
      IF WS-DejaEnregistree = "O"
         DISPLAY "Une sortie est déjà programmée ou basculée pour ce "
             "compte."
      ELSE
         MOVE SPACES TO WS-ReferenceOperation
         STRING "CPT" WS-NumCompte
             DELIMITED BY SIZE INTO WS-ReferenceOperation
         CALL 'GCB_AUTORISATION' USING WS-CodeOperation
             WS-ReferenceOperation WS-Autorise
         IF WS-Autorise NOT = "O"
            DISPLAY "Visa superviseur refusé : sortie non programmée."
         ELSE
            PERFORM OBTENIR-NUMERO-MOBILITE
            MOVE WS-NouvelleSeq TO NumMobilite
            MOVE "S" TO SensMobilite
            MOVE WS-NumCompte TO NumeroCompteMobilite
            MOVE WS-BanqueAutre TO BanqueAutreMobilite
            MOVE WS-RefCompteAutre TO RefCompteAutreMobilite
            MOVE WS-DateJour TO DateDemandeMobilite
            MOVE WS-DateBascule TO DateBasculeMobilite
            COMPUTE WS-EntierDate
                = FUNCTION INTEGER-OF-DATE(WS-DateBascule) + 396
            COMPUTE DateFinRedirectionMobilite
                = FUNCTION DATE-OF-INTEGER(WS-EntierDate)
            MOVE "P" TO StatutMobilite
            PERFORM ENREGISTRER-MOBILITE
            PERFORM EDITER-INVENTAIRE-SORTIE
            DISPLAY "Sortie " WS-NouvelleSeq " programmée au "
                WS-DateBascule "."
            IF WS-DateBascule = WS-DateJour
               PERFORM EXECUTER-BASCULES
            END-IF
         END-IF
      END-IF
      END-IF
      END-IF
   END-IF.

EDITER-INVENTAIRE-SORTIE.
      *> Tout ce qui est actif sur le compte et sera résilié à la
      *> bascule, à remettre au client pour sa nouvelle banque.
   MOVE 0 TO WS-NbLignesEditees.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBMobiliteSortie" WS-NouvelleSeq "_" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   OPEN OUTPUT EditionMobiliteFile.
   MOVE SPACES TO WS-LigneTravail.
   STRING "MOBILITE SORTANTE " WS-NouvelleSeq " - compte "
       WS-NumCompte " - bascule le " WS-DateBascule
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Nouvelle banque " WS-BanqueAutre " compte "
       WS-RefCompteAutre DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "MANDATS DE PRÉLÈVEMENT ACTIFS" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBMandatsFile.
   IF WS-MANDAT-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   MOVE WS-NumCompte TO NumeroCompteMandat.
   MOVE LOW-VALUES TO CreancierMandat.
   IF WS-EOF = "N"
      START GCBMandatsFile KEY IS GREATER THAN OR EQUAL CleMandat
         INVALID KEY MOVE "Y" TO WS-EOF
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBMandatsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumeroCompteMandat NOT = WS-NumCompte
               MOVE "Y" TO WS-EOF
            ELSE
            IF StatutMandat = "A"
               MOVE SPACES TO WS-LigneTravail
               STRING "  Créancier " CreancierMandat " signé le "
                   DateSignatureMandat
                   DELIMITED BY SIZE INTO WS-LigneTravail
               PERFORM ECRIRE-LIGNE-EDITION
            END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-MANDAT-STATUS NOT = "35"
      CLOSE GCBMandatsFile
   END-IF.
   MOVE "ORDRES PERMANENTS" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBOrdresPermanentsFile.
   IF WS-ORD-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBOrdresPermanentsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF StatutOrdre NOT = "S"
               AND (NumCompteSourceOrdre = WS-NumCompte
                    OR NumCompteDestOrdre = WS-NumCompte)
               MOVE MontantOrdre TO WS-MontantAff
               MOVE SPACES TO WS-LigneTravail
               STRING "  " NumCompteSourceOrdre " -> "
                   NumCompteDestOrdre " montant " WS-MontantAff
                   " le " JourExecutionOrdre " du mois"
                   DELIMITED BY SIZE INTO WS-LigneTravail
               PERFORM ECRIRE-LIGNE-EDITION
            END-IF
      END-READ
   END-PERFORM.
   IF WS-ORD-STATUS NOT = "35"
      CLOSE GCBOrdresPermanentsFile
   END-IF.
   MOVE "PAIEMENTS PROGRAMMÉS EN ATTENTE" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBPaiementsProgrammesFile.
   IF WS-PAIE-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBPaiementsProgrammesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF StatutPaiement = "P"
               AND (CompteSourcePaiement = WS-NumCompte
                    OR CompteDestPaiement = WS-NumCompte)
               MOVE MontantPaiement TO WS-MontantAff
               MOVE SPACES TO WS-LigneTravail
               STRING "  " NumPaiementProgramme " "
                   CompteSourcePaiement " -> " CompteDestPaiement
                   " montant " WS-MontantAff " le "
                   DateExecutionPaiement
                   DELIMITED BY SIZE INTO WS-LigneTravail
               PERFORM ECRIRE-LIGNE-EDITION
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PAIE-STATUS NOT = "35"
      CLOSE GCBPaiementsProgrammesFile
   END-IF.
   MOVE "BÉNÉFICIAIRES ENREGISTRÉS" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBBeneficiairesFile.
   IF WS-BENEF-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   MOVE WS-NumCompte TO NumeroCompteProprietaire.
   MOVE LOW-VALUES TO LibelleBeneficiaire.
   IF WS-EOF = "N"
      START GCBBeneficiairesFile KEY IS GREATER THAN OR EQUAL
          CleBeneficiaire
         INVALID KEY MOVE "Y" TO WS-EOF
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBBeneficiairesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumeroCompteProprietaire NOT = WS-NumCompte
               MOVE "Y" TO WS-EOF
            ELSE
               MOVE SPACES TO WS-LigneTravail
               IF TypeBeneficiaire = "I"
                  STRING "  " LibelleBeneficiaire " compte interne "
                      CompteInterneBeneficiaire
                      DELIMITED BY SIZE INTO WS-LigneTravail
               ELSE
                  STRING "  " LibelleBeneficiaire " "
                      BanqueBeneficiaire " " ReferenceBeneficiaire
                      DELIMITED BY SIZE INTO WS-LigneTravail
               END-IF
               PERFORM ECRIRE-LIGNE-EDITION
            END-IF
      END-READ
   END-PERFORM.
   IF WS-BENEF-STATUS NOT = "35"
      CLOSE GCBBeneficiairesFile
   END-IF.
   MOVE "CARTES ACTIVES" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBCartesFile.
   IF WS-CARTE-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   MOVE WS-NumCompte TO NumeroCompteCarte.
   IF WS-EOF = "N"
      START GCBCartesFile KEY IS EQUAL TO NumeroCompteCarte
         INVALID KEY MOVE "Y" TO WS-EOF
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBCartesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumeroCompteCarte NOT = WS-NumCompte
               MOVE "Y" TO WS-EOF
            ELSE
            IF StatutCarte = "A"
               MOVE SPACES TO WS-LigneTravail
               STRING "  Carte " NumCarte " expire "
                   DateExpirationCarte
                   DELIMITED BY SIZE INTO WS-LigneTravail
               PERFORM ECRIRE-LIGNE-EDITION
            END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CARTE-STATUS NOT = "35"
      CLOSE GCBCartesFile
   END-IF.
   CLOSE EditionMobiliteFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportMobilite
       WS-DateJour WS-NbLignesEditees WS-NomEdition.
   DISPLAY "Inventaire de sortie écrit dans "
       FUNCTION TRIM(WS-NomEdition) ".".

EXECUTER-BASCULES.
   MOVE 0 TO WS-NbMobilites.
   MOVE 0 TO WS-NbBasculees.
   MOVE "N" TO WS-TableSaturee.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBMobilitesFile.
   IF WS-MOB-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBMobilitesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbMobilites < 200
               ADD 1 TO WS-NbMobilites
               MOVE MobiliteRecord TO LigneMobilite(WS-NbMobilites)
            ELSE
               MOVE "O" TO WS-TableSaturee
            END-IF
      END-READ
   END-PERFORM.
   IF WS-MOB-STATUS NOT = "35"
      CLOSE GCBMobilitesFile
   END-IF.
   IF WS-TableSaturee = "O"
      DISPLAY "GCBMobilitesFile trop volumineux : bascules "
          "abandonnées."
   ELSE
      PERFORM VARYING IdxMobilite FROM 1 BY 1
          UNTIL IdxMobilite > WS-NbMobilites
         MOVE LigneMobilite(IdxMobilite) TO MobiliteRecord
         IF SensMobilite = "S" AND StatutMobilite = "P"
            AND DateBasculeMobilite <= WS-DateJour
            PERFORM BASCULER-COMPTE
            IF WS-BasculeFaite = "O"
               MOVE "B" TO StatutMobilite
               MOVE MobiliteRecord TO LigneMobilite(IdxMobilite)
               ADD 1 TO WS-NbBasculees
            END-IF
         END-IF
      END-PERFORM
      IF WS-NbBasculees > 0
         OPEN OUTPUT GCBMobilitesFile
         PERFORM VARYING IdxMobilite FROM 1 BY 1
             UNTIL IdxMobilite > WS-NbMobilites
            MOVE LigneMobilite(IdxMobilite) TO MobiliteRecord
            WRITE MobiliteRecord
         END-PERFORM
         CLOSE GCBMobilitesFile
      END-IF
      DISPLAY WS-NbBasculees " bascule(s) sortante(s) exécutée(s)."
   END-IF.

BASCULER-COMPTE.
      *> Le compte doit être libre de toute dette et de tout blocage
      *> (saisie, litige) : sinon la bascule reste programmée et est
      *> retentée au passage suivant.
   MOVE "N" TO WS-BasculeFaite.
   MOVE NumeroCompteMobilite TO WS-NumCompte.
   PERFORM LIRE-COMPTE.
   CALL 'GCB_BLOCAGE' USING WS-NumCompte WS-TotalBlocages.
   IF WS-StatutCompte NOT = "A"
      DISPLAY "Sortie " NumMobilite " : compte " WS-NumCompte
          " indisponible (statut " WS-StatutCompte ")."
   ELSE
   IF WS-SoldeCompte < 0
      MOVE WS-SoldeCompte TO WS-SoldeAff
      DISPLAY "Sortie " NumMobilite " : compte " WS-NumCompte
          " débiteur (" WS-SoldeAff ") à régulariser avant bascule."
   ELSE
   IF WS-TotalBlocages > 0
      DISPLAY "Sortie " NumMobilite " : compte " WS-NumCompte
          " sous blocage, bascule reportée."
   ELSE
      PERFORM RESILIER-MANDATS
      PERFORM RESILIER-ORDRES
      PERFORM ANNULER-PAIEMENTS
      PERFORM RETIRER-CARTES
      IF WS-SoldeCompte > 0
         MOVE WS-SoldeCompte TO WS-MontantVire
         MOVE 0 TO WS-SoldeCompte
         CALL 'GCB_WRITE' USING WS-NumCompte ActionVirExterne
             WS-MontantVire WS-SoldeCompte WS-PinCompte
             WS-DeviseCompte WS-NomTitulaire WS-CompteJoint
             WS-NomCotitulaire WS-Beneficiaire WS-StatutCompte
         PERFORM METTRE-EN-FILE-SORTANT
      END-IF
      CALL 'GCB_WRITE' USING WS-NumCompte ActionCloture
          WS-MontantZero WS-SoldeZero WS-PinCompte WS-DeviseCompte
          WS-NomTitulaire WS-CompteJoint WS-NomCotitulaire
          WS-Beneficiaire "I"
      MOVE "O" TO WS-BasculeFaite
      DISPLAY "Sortie " NumMobilite " : compte " WS-NumCompte
          " clôturé, " WS-NbMandatsResilies " mandat(s), "
          WS-NbOrdresResilies " ordre(s), " WS-NbPaiementsAnnules
          " paiement(s), " WS-NbCartesRetirees " carte(s) résilié(s)."
   END-IF
   END-IF
   END-IF.

RESILIER-MANDATS.
      *> Mandats du compte par START sur le compte en tête de clé,
      *> réécrits un à un.
   MOVE 0 TO WS-NbMandatsResilies.
   MOVE "N" TO WS-EOF.
   OPEN I-O GCBMandatsFile.
   IF WS-MANDAT-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   MOVE WS-NumCompte TO NumeroCompteMandat.
   MOVE LOW-VALUES TO CreancierMandat.
   IF WS-EOF = "N"
      START GCBMandatsFile KEY IS GREATER THAN OR EQUAL CleMandat
         INVALID KEY MOVE "Y" TO WS-EOF
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBMandatsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumeroCompteMandat NOT = WS-NumCompte
               MOVE "Y" TO WS-EOF
            ELSE
            IF StatutMandat = "A"
               MOVE "R" TO StatutMandat
               REWRITE MandatRecord
               ADD 1 TO WS-NbMandatsResilies
            END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-MANDAT-STATUS NOT = "35"
      CLOSE GCBMandatsFile
   END-IF.

RESILIER-ORDRES.
      *> Les ordres émis par le compte sont supprimés du fichier. Un
      *> ordre d'un autre compte vers celui-ci appartient à son
      *> donneur d'ordre : il reste en place (listé à l'inventaire).
   MOVE 0 TO WS-NbOrdresResilies.
   MOVE 0 TO WS-NbLignes.
   MOVE "N" TO WS-TableSaturee.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBOrdresPermanentsFile.
   IF WS-ORD-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBOrdresPermanentsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumCompteSourceOrdre = WS-NumCompte
               ADD 1 TO WS-NbOrdresResilies
            ELSE
            IF WS-NbLignes < 500
               ADD 1 TO WS-NbLignes
               MOVE OrdrePermanentRecord TO LigneBrute(WS-NbLignes)
            ELSE
               MOVE "O" TO WS-TableSaturee
            END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-ORD-STATUS NOT = "35"
      CLOSE GCBOrdresPermanentsFile
   END-IF.
   IF WS-TableSaturee = "O"
      DISPLAY "GCBOrdresPermanentsFile trop volumineux : ordres du "
          "compte " WS-NumCompte " à supprimer à la main."
      MOVE 0 TO WS-NbOrdresResilies
   ELSE
   IF WS-NbOrdresResilies > 0
      OPEN OUTPUT GCBOrdresPermanentsFile
      PERFORM VARYING IdxLigne FROM 1 BY 1
          UNTIL IdxLigne > WS-NbLignes
         MOVE LigneBrute(IdxLigne) TO OrdrePermanentRecord
         WRITE OrdrePermanentRecord
      END-PERFORM
      CLOSE GCBOrdresPermanentsFile
   END-IF
   END-IF.

ANNULER-PAIEMENTS.
   MOVE 0 TO WS-NbPaiementsAnnules.
   MOVE 0 TO WS-NbLignes.
   MOVE "N" TO WS-TableSaturee.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBPaiementsProgrammesFile.
   IF WS-PAIE-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBPaiementsProgrammesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbLignes < 500
               IF CompteSourcePaiement = WS-NumCompte
                  AND StatutPaiement = "P"
                  MOVE "A" TO StatutPaiement
                  ADD 1 TO WS-NbPaiementsAnnules
               END-IF
               ADD 1 TO WS-NbLignes
               MOVE PaiementProgrammeRecord TO LigneBrute(WS-NbLignes)
            ELSE
               MOVE "O" TO WS-TableSaturee
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PAIE-STATUS NOT = "35"
      CLOSE GCBPaiementsProgrammesFile
   END-IF.
   IF WS-TableSaturee = "O"
      DISPLAY "GCBPaiementsProgrammesFile trop volumineux : "
          "paiements du compte " WS-NumCompte " à annuler dans GCB2."
      MOVE 0 TO WS-NbPaiementsAnnules
   ELSE
   IF WS-NbPaiementsAnnules > 0
      OPEN OUTPUT GCBPaiementsProgrammesFile
      PERFORM VARYING IdxLigne FROM 1 BY 1
          UNTIL IdxLigne > WS-NbLignes
         MOVE LigneBrute(IdxLigne) TO PaiementProgrammeRecord
         WRITE PaiementProgrammeRecord
      END-PERFORM
      CLOSE GCBPaiementsProgrammesFile
   END-IF
   END-IF.

RETIRER-CARTES.
      *> Cartes du compte par la clé alternative NumeroCompteCarte,
      *> réécrites une à une.
   MOVE 0 TO WS-NbCartesRetirees.
   MOVE "N" TO WS-EOF.
   OPEN I-O GCBCartesFile.
   IF WS-CARTE-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   MOVE WS-NumCompte TO NumeroCompteCarte.
   IF WS-EOF = "N"
      START GCBCartesFile KEY IS EQUAL TO NumeroCompteCarte
         INVALID KEY MOVE "Y" TO WS-EOF
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBCartesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumeroCompteCarte NOT = WS-NumCompte
               MOVE "Y" TO WS-EOF
            ELSE
            IF StatutCarte NOT = "R"
               MOVE "R" TO StatutCarte
               REWRITE CarteRecord
               ADD 1 TO WS-NbCartesRetirees
            END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CARTE-STATUS NOT = "35"
      CLOSE GCBCartesFile
   END-IF.

METTRE-EN-FILE-SORTANT.
      *> Même écriture que METTRE-EN-FILE-SORTANT de GCB2 : le débit
      *> VIR-EXT est passé, la ligne part à l'échange interbancaire.
   OPEN EXTEND GCBInterbancaireSortantFile.
   IF WS-SORT-STATUS = "35"
      OPEN OUTPUT GCBInterbancaireSortantFile
   END-IF.
   IF WS-SORT-STATUS NOT = "00"
      DISPLAY "Erreur GCBInterbancaireSortantFile, statut "
          WS-SORT-STATUS
   ELSE
      MOVE WS-NumCompte TO NumeroCompteSortant
      MOVE BanqueAutreMobilite TO BanqueDestSortant
      MOVE RefCompteAutreMobilite TO RefCompteDestSortant
      MOVE WS-MontantVire TO MontantSortant
      MOVE WS-DeviseCompte TO DeviseSortant
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

LISTER-MOBILITES.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBMobilitesFile.
   IF WS-MOB-STATUS NOT = "00"
      DISPLAY "Aucune mobilité enregistrée."
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBMobilitesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            DISPLAY NumMobilite " " SensMobilite " compte "
                NumeroCompteMobilite " " BanqueAutreMobilite " "
                RefCompteAutreMobilite " bascule "
                DateBasculeMobilite " fin redirection "
                DateFinRedirectionMobilite " statut " StatutMobilite
      END-READ
   END-PERFORM.
   IF WS-MOB-STATUS NOT = "35"
      CLOSE GCBMobilitesFile
   END-IF.
