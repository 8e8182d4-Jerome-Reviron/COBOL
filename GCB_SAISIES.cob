IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_SAISIES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBSaisiesFile
        FILE STATUS IS WS-SAIS-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBSaisiesFile.txt".
    SELECT GCBSaisieSeqFile
        FILE STATUS IS WS-SSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBSaisieSeqFile.txt".
    SELECT GCBBlocagesFile
        FILE STATUS IS WS-BLOC-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumBlocage
        ALTERNATE RECORD KEY IS NumeroCompteBlocage
            WITH DUPLICATES
        ASSIGN TO "GCBBlocagesFile.dat".
    SELECT GCBBlocageSeqFile
        FILE STATUS IS WS-BSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBBlocageSeqFile.txt".
    SELECT GCBClientsFile
        FILE STATUS IS WS-CLI-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumClient OF ClientRecord
        ASSIGN TO "GCBClientsFile.dat".
    SELECT GCBComptesFile
        FILE STATUS IS WS-CPT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumeroCompte OF ComptesRecord
        ASSIGN TO "GCBComptesFile.dat".
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
    SELECT RapportSaisiesFile
        FILE STATUS IS WS-RAPP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomRapport.

DATA DIVISION.
FILE SECTION.
   FD GCBSaisiesFile.
   COPY SAISIE.

   FD GCBSaisieSeqFile.
   01 SaisieSeqRecord PIC 9(6).

   FD GCBBlocagesFile.
   COPY BLOCAGE.

   FD GCBBlocageSeqFile.
   01 BlocageSeqRecord PIC 9(6).

   FD GCBClientsFile.
   COPY CLIENT.

   FD GCBComptesFile.
   COPY COMPTES.

   FD GCBInterbancaireSortantFile.
   COPY INTERSORT.

   FD GCBEmissionSeqFile.
   01 EmissionSeqRecord PIC 9(6).

   FD GCBJourFile.
   COPY JOUR.

   FD RapportSaisiesFile.
   01 LigneRapport PIC X(100).

WORKING-STORAGE SECTION.
   01 WS-SAIS-STATUS PIC 99.
   01 WS-SSEQ-STATUS PIC 99.
   01 WS-BLOC-STATUS PIC 99.
   01 WS-BSEQ-STATUS PIC 99.
   01 WS-CLI-STATUS PIC 99.
   01 WS-CPT-STATUS PIC 99.
   01 WS-SORT-STATUS PIC 99.
   01 WS-EMISEQ-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-RAPP-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-DerniereSeq PIC 9(6) VALUE 0.
   01 WS-NouvelleSeq PIC 9(6) VALUE 0.
   01 WS-DerniereEmission PIC 9(6) VALUE 0.
   01 WS-NouvelleEmission PIC 9(6) VALUE 0.
   01 WS-Autorise PIC X.
   01 WS-CodeOperation PIC X VALUE "J".
   01 WS-ReferenceOperation PIC X(12).

   01 ActionVirExterne PIC X(10) VALUE "VIR-EXT".
   01 ActionLevee PIC X(10) VALUE "LEV-BLOC".
   01 DeviseEUR PIC X(3) VALUE "EUR".
   01 PoseParSaisie PIC X(8) VALUE "SAISIES".

      *> Solde bancaire insaisissable : laissé disponible une seule
      *> fois pour l'ensemble des comptes du client. Repli sur la
      *> valeur historique quand la clé est absente.
   01 CleInsaisissable PIC X(20) VALUE "SOLDE-INSAISISSABLE".
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
   01 WS-SoldeInsaisissable PIC 9(5)V99 VALUE 635.71.

      *> Saisie en cours de signification.
   01 WS-NumClientDemande PIC 9(6).
   01 WS-NomClientDemande PIC X(30).
   01 WS-ClientTrouve PIC X VALUE "N".
   01 WS-TypeSaisi PIC X(1).
   01 WS-CreancierSaisi PIC X(30).
   01 WS-BanqueSaisie PIC X(11).
   01 WS-RefCompteSaisie PIC X(23).
   01 WS-MontantReclame PIC 9(7)V99.
   01 WS-DateSignification PIC 9(8).
   01 WS-EntierDate PIC 9(8).
   01 WS-ResteReclame PIC S9(7)V99.
   01 WS-ResteInsaisissable PIC S9(5)V99.
   01 WS-NbComptesSaisis PIC 9(1) VALUE 0.
   01 WS-TotalGele PIC 9(7)V99 VALUE 0.
   01 WS-NumSaisieSaisi PIC 9(6).

      *> Comptes du client, collectés d'un balayage de
      *> GCBComptesFile comme dans GCB_SUCCESSIONS.
   01 WS-NbComptesClient PIC 9(2) VALUE 0.
   01 IdxCompte PIC 9(2).
   01 TableComptesClient OCCURS 50 TIMES.
      05 NumCompteClient PIC 9(6).

      *> Calcul du gel d'un compte : disponible en devise du compte,
      *> puis sa contre-valeur EUR imputée sur le montant réclamé.
   01 WS-SoldeCompte PIC S9(5)V99.
   01 WS-StatutCompte PIC X(1).
   01 WS-PinCompte PIC 9(4).
   01 WS-DeviseCompte PIC X(3).
   01 WS-NomTitulaire PIC X(30).
   01 WS-CompteJoint PIC X(1).
   01 WS-NomCotitulaire PIC X(30).
   01 WS-Beneficiaire PIC X(30).
   01 WS-TotalBlocages PIC S9(7)V99 VALUE 0.
   01 WS-Disponible PIC S9(7)V99.
   01 WS-DisponibleConv PIC S9(5)V99.
   01 WS-DisponibleEUR PIC S9(5)V99.
   01 WS-GeleEUR PIC S9(5)V99.
   01 WS-GeleCompte PIC S9(5)V99.
   01 WS-MontantVerse PIC S9(5)V99.
   01 WS-VerseEUR PIC S9(5)V99.

      *> Registre rechargé en mémoire pour les versements et les
      *> mainlevées, puis réécrit.
   01 WS-NbSaisies PIC 9(3) VALUE 0.
   01 IdxSaisie PIC 9(3).
   01 IdxCompteSaisi PIC 9(1).
   01 WS-SaisieTrouvee PIC X VALUE "N".
   01 WS-TableSaturee PIC X VALUE "N".
   01 TableSaisies OCCURS 200 TIMES.
      05 LigneSaisie PIC X(224).
   01 WS-NbVersees PIC 9(3) VALUE 0.

      *> Blocages à lever en fin de versement ou de mainlevée.
   01 WS-NbBlocagesALever PIC 9(3) VALUE 0.
   01 IdxLever PIC 9(3).
   01 TableBlocagesALever OCCURS 100 TIMES.
      05 NumBlocageALever PIC 9(6).
   01 WS-NbLevees PIC 9(3) VALUE 0.
   01 WS-MontantLeve PIC S9(5)V99.

      *> Rapport mensuel des saisies.
   01 WS-MoisRapport PIC 9(6).
   01 WS-NomRapport PIC X(44).
   01 WS-LigneTravail PIC X(100).
   01 WS-NbLignesRapport PIC 9(6) VALUE 0.
   01 WS-TypeRapportSaisies PIC X(12) VALUE "SAISIES".
   01 WS-NbSaisiesRapport PIC 9(4) VALUE 0.
   01 WS-TotalReclameRapport PIC 9(9)V99 VALUE 0.
   01 WS-TotalGeleRapport PIC 9(9)V99 VALUE 0.
   01 WS-TotalVerseRapport PIC 9(9)V99 VALUE 0.
   01 WS-MontantAff PIC Z(6)9.99.
   01 WS-GeleAff PIC Z(6)9.99.
   01 WS-VerseAff PIC Z(6)9.99.
   01 WS-TotalAff PIC Z(8)9.99.

      *> Poste des saisies sur comptes (saisie-attribution, avis à
      *> tiers détenteur) :
      *>  - signification : le disponible de chaque compte du client
      *>    (solde moins les blocages déjà posés), diminué une seule
      *>    fois du solde bancaire insaisissable, est gelé par un
      *>    blocage GCBBlocagesFile jusqu'au montant réclamé ;
      *>  - versement : passé le délai de contestation, le gelé de
      *>    chaque compte est débité (VIR-EXT) et mis en file vers la
      *>    banque du créancier comme le VIREMENT-EXTERNE de GCB2,
      *>    puis les blocages de la saisie sont levés ;
      *>  - mainlevée (visa superviseur, code "J" de
      *>    GCB_AUTORISATION) : les blocages sont levés sans
      *>    versement ;
      *>  - rapport mensuel des saisies ouvertes et des versements.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_BLOCAGES'.
   PERFORM LIRE-DATE-JOUR.
   PERFORM CHARGER-PARAMETRES.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== SAISIES SUR COMPTES ==="
      DISPLAY "1. Enregistrer une saisie signifiée (gel des fonds)"
      DISPLAY "2. Verser au créancier les saisies hors délai de "
          "contestation"
      DISPLAY "3. Mainlevée d'une saisie"
      DISPLAY "4. Rapport mensuel des saisies"
      DISPLAY "5. Afficher le registre"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1 PERFORM SIGNIFIER-SAISIE
         WHEN 2 PERFORM VERSER-SAISIES-ECHUES
         WHEN 3 PERFORM LEVER-SAISIE
         WHEN 4 PERFORM EDITER-RAPPORT-MENSUEL
         WHEN 5 PERFORM AFFICHER-SAISIES
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

CHARGER-PARAMETRES.
   CALL 'GCB_PARAMETRE' USING CleInsaisissable WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-SoldeInsaisissable
   END-IF.

OBTENIR-NUMERO-SAISIE.
      *> Même mécanisme de séquence monotone que GCBSequenceFile dans
      *> GCB_WRITE.
   MOVE 0 TO WS-DerniereSeq.
   OPEN INPUT GCBSaisieSeqFile.
   IF WS-SSEQ-STATUS = "00"
      READ GCBSaisieSeqFile
         AT END CONTINUE
         NOT AT END MOVE SaisieSeqRecord TO WS-DerniereSeq
      END-READ
      CLOSE GCBSaisieSeqFile
   END-IF.
   COMPUTE WS-NouvelleSeq = WS-DerniereSeq + 1.
   MOVE WS-NouvelleSeq TO SaisieSeqRecord.
   OPEN OUTPUT GCBSaisieSeqFile.
   WRITE SaisieSeqRecord.
   CLOSE GCBSaisieSeqFile.

OBTENIR-NUMERO-BLOCAGE.
      *> Séquence partagée avec GCB_BLOCAGES.
   MOVE 0 TO WS-DerniereSeq.
   OPEN INPUT GCBBlocageSeqFile.
   IF WS-BSEQ-STATUS = "00"
      READ GCBBlocageSeqFile
         AT END CONTINUE
         NOT AT END MOVE BlocageSeqRecord TO WS-DerniereSeq
      END-READ
      CLOSE GCBBlocageSeqFile
   END-IF.
   COMPUTE WS-NouvelleSeq = WS-DerniereSeq + 1.
   MOVE WS-NouvelleSeq TO BlocageSeqRecord.
   OPEN OUTPUT GCBBlocageSeqFile.
   WRITE BlocageSeqRecord.
   CLOSE GCBBlocageSeqFile.

LIRE-CLIENT-DEMANDE.
   DISPLAY "Numéro du client saisi : ".
   ACCEPT WS-NumClientDemande.
   MOVE "N" TO WS-ClientTrouve.
   OPEN INPUT GCBClientsFile.
   IF WS-CLI-STATUS NOT = "00"
      DISPLAY "GCBClientsFile indisponible (statut "
          WS-CLI-STATUS ")."
   ELSE
      MOVE WS-NumClientDemande TO NumClient OF ClientRecord
      READ GCBClientsFile
         INVALID KEY
            DISPLAY "Client " WS-NumClientDemande " inconnu."
         NOT INVALID KEY
            MOVE "O" TO WS-ClientTrouve
            MOVE NomClient TO WS-NomClientDemande
      END-READ
      CLOSE GCBClientsFile
   END-IF.

COLLECTER-COMPTES-CLIENT.
      *> Comptes clôturés et comptes en succession exclus : ces
      *> derniers relèvent du notaire.
   MOVE 0 TO WS-NbComptesClient.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBComptesFile.
   IF WS-CPT-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBComptesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumClientFile = WS-NumClientDemande
               AND StatutCompteFile NOT = "I"
               AND StatutCompteFile NOT = "S"
               AND WS-NbComptesClient < 50
               ADD 1 TO WS-NbComptesClient
               MOVE NumeroCompte OF ComptesRecord
                   TO NumCompteClient(WS-NbComptesClient)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CPT-STATUS NOT = "35"
      CLOSE GCBComptesFile
   END-IF.

SIGNIFIER-SAISIE.
   PERFORM LIRE-CLIENT-DEMANDE.
   IF WS-ClientTrouve NOT = "O"
      DISPLAY "Enregistrement abandonné."
   ELSE
      DISPLAY "Client " WS-NumClientDemande " : " WS-NomClientDemande
      DISPLAY "Type (H = saisie-attribution, T = avis à tiers "
          "détenteur) : "
      ACCEPT WS-TypeSaisi
      DISPLAY "Créancier : "
      ACCEPT WS-CreancierSaisi
      DISPLAY "Banque du créancier (code) : "
      ACCEPT WS-BanqueSaisie
      DISPLAY "Référence du compte du créancier : "
      ACCEPT WS-RefCompteSaisie
      DISPLAY "Montant réclamé (EUR) : "
      ACCEPT WS-MontantReclame
      DISPLAY "Date de signification (AAAAMMJJ, 0 = aujourd'hui) : "
      ACCEPT WS-DateSignification
      IF WS-DateSignification = 0
         MOVE WS-DateJour TO WS-DateSignification
      END-IF
      IF WS-TypeSaisi NOT = "H" AND WS-TypeSaisi NOT = "T"
         DISPLAY "Type de saisie invalide."
      ELSE
      IF WS-CreancierSaisi = SPACES OR WS-BanqueSaisie = SPACES
         OR WS-RefCompteSaisie = SPACES
         DISPLAY "Créancier ou coordonnées bancaires manquants."
      ELSE
      IF WS-MontantReclame = 0
         DISPLAY "Montant réclamé nul : saisie refusée."
      ELSE
      IF WS-DateSignification > WS-DateJour
         DISPLAY "Date de signification postérieure à la journée "
             WS-DateJour "."
      ELSE
         PERFORM GELER-FONDS-CLIENT
      END-IF
      END-IF
      END-IF
      END-IF
   END-IF.

GELER-FONDS-CLIENT.
   PERFORM OBTENIR-NUMERO-SAISIE.
   INITIALIZE SaisieRecord.
   MOVE WS-NouvelleSeq TO NumSaisie.
   MOVE WS-TypeSaisi TO TypeSaisie.
   MOVE WS-NumClientDemande TO NumClientSaisie.
   MOVE WS-CreancierSaisi TO CreancierSaisie.
   MOVE WS-BanqueSaisie TO BanqueCreancierSaisie.
   MOVE WS-RefCompteSaisie TO RefCompteCreancierSaisie.
   MOVE WS-MontantReclame TO MontantReclameSaisie.
   MOVE WS-DateSignification TO DateSignificationSaisie.
      *> Délai de contestation : un mois pour l'huissier, deux pour
      *> l'administration fiscale, comptés en jours calendaires.
   IF WS-TypeSaisi = "H"
      COMPUTE WS-EntierDate
          = FUNCTION INTEGER-OF-DATE(WS-DateSignification) + 30
   ELSE
      COMPUTE WS-EntierDate
          = FUNCTION INTEGER-OF-DATE(WS-DateSignification) + 60
   END-IF.
   COMPUTE DateFinContestationSaisie
       = FUNCTION DATE-OF-INTEGER(WS-EntierDate).
   MOVE 0 TO MontantVerseSaisie.
   MOVE 0 TO DateVersementSaisie.
   MOVE WS-MontantReclame TO WS-ResteReclame.
   MOVE WS-SoldeInsaisissable TO WS-ResteInsaisissable.
   MOVE 0 TO WS-NbComptesSaisis.
   MOVE 0 TO WS-TotalGele.
   PERFORM COLLECTER-COMPTES-CLIENT.
   PERFORM VARYING IdxCompte FROM 1 BY 1
       UNTIL IdxCompte > WS-NbComptesClient
          OR WS-ResteReclame = 0
          OR WS-NbComptesSaisis = 5
      PERFORM GELER-UN-COMPTE
   END-PERFORM.
   MOVE WS-TotalGele TO MontantGeleSaisie.
   IF WS-NbComptesSaisis = 0
      MOVE "I" TO StatutSaisie
   ELSE
      MOVE "A" TO StatutSaisie
   END-IF.
   OPEN EXTEND GCBSaisiesFile.
   IF WS-SAIS-STATUS = "35"
      OPEN OUTPUT GCBSaisiesFile
   END-IF.
   IF WS-SAIS-STATUS NOT = "00"
      DISPLAY "GCB_SAISIES: erreur ouverture, statut " WS-SAIS-STATUS
   ELSE
      WRITE SaisieRecord
      CLOSE GCBSaisiesFile
      MOVE WS-MontantReclame TO WS-MontantAff
      MOVE WS-TotalGele TO WS-GeleAff
      IF StatutSaisie = "I"
         DISPLAY "Saisie " NumSaisie " enregistrée INFRUCTUEUSE : "
             "aucun disponible au-delà du solde insaisissable."
      ELSE
         DISPLAY "Saisie " NumSaisie " : " WS-GeleAff " EUR gelé(s) "
             "sur " WS-MontantAff " réclamé(s), " WS-NbComptesSaisis
             " compte(s). Versement possible après le "
             DateFinContestationSaisie "."
      END-IF
   END-IF.

GELER-UN-COMPTE.
   MOVE 0 TO WS-SoldeCompte.
   CALL 'GCB_LECTURE' USING NumCompteClient(IdxCompte)
       WS-SoldeCompte WS-StatutCompte WS-PinCompte WS-DeviseCompte
       WS-NomTitulaire WS-CompteJoint WS-NomCotitulaire
       WS-Beneficiaire.
   CALL 'GCB_BLOCAGE' USING NumCompteClient(IdxCompte)
       WS-TotalBlocages.
   COMPUTE WS-Disponible = WS-SoldeCompte - WS-TotalBlocages.
   MOVE 0 TO WS-GeleCompte.
   IF WS-StatutCompte NOT = "N" AND WS-Disponible > 0
      MOVE WS-Disponible TO WS-DisponibleConv
      IF WS-DeviseCompte = DeviseEUR
         MOVE WS-DisponibleConv TO WS-DisponibleEUR
      ELSE
         CALL 'GCB_CHANGE' USING WS-DeviseCompte DeviseEUR
             WS-DisponibleConv WS-DisponibleEUR
      END-IF
         *> Le solde insaisissable est laissé sur les premiers comptes
         *> rencontrés, une seule fois pour tout le client.
      IF WS-DisponibleEUR <= WS-ResteInsaisissable
         SUBTRACT WS-DisponibleEUR FROM WS-ResteInsaisissable
         MOVE 0 TO WS-DisponibleEUR
      ELSE
         SUBTRACT WS-ResteInsaisissable FROM WS-DisponibleEUR
         MOVE 0 TO WS-ResteInsaisissable
      END-IF
      IF WS-DisponibleEUR > WS-ResteReclame
         MOVE WS-ResteReclame TO WS-GeleEUR
      ELSE
         MOVE WS-DisponibleEUR TO WS-GeleEUR
      END-IF
      IF WS-GeleEUR > 0
         IF WS-DeviseCompte = DeviseEUR
            MOVE WS-GeleEUR TO WS-GeleCompte
         ELSE
            CALL 'GCB_CHANGE' USING DeviseEUR WS-DeviseCompte
                WS-GeleEUR WS-GeleCompte
            IF WS-GeleCompte > WS-DisponibleConv
               MOVE WS-DisponibleConv TO WS-GeleCompte
            END-IF
         END-IF
      END-IF
   END-IF.
   IF WS-GeleCompte > 0
      PERFORM POSER-BLOCAGE-SAISIE
   END-IF.

POSER-BLOCAGE-SAISIE.
   PERFORM OBTENIR-NUMERO-BLOCAGE.
   OPEN I-O GCBBlocagesFile.
   IF WS-BLOC-STATUS = "35"
      OPEN OUTPUT GCBBlocagesFile
      CLOSE GCBBlocagesFile
      OPEN I-O GCBBlocagesFile
   END-IF.
   IF WS-BLOC-STATUS NOT = "00"
      DISPLAY "GCBBlocagesFile indisponible (statut " WS-BLOC-STATUS
          ") : compte " NumCompteClient(IdxCompte) " non gelé."
   ELSE
      MOVE WS-NouvelleSeq TO NumBlocage
      MOVE NumCompteClient(IdxCompte) TO NumeroCompteBlocage
      MOVE WS-GeleCompte TO MontantBlocage
      MOVE SPACES TO MotifBlocage
      STRING "SAISIE " NumSaisie " " WS-CreancierSaisi
          DELIMITED BY SIZE INTO MotifBlocage
      MOVE PoseParSaisie TO PoseParBlocage
      MOVE 0 TO DateExpirationBlocage
      MOVE "A" TO StatutBlocage
      WRITE BlocageRecord
      CLOSE GCBBlocagesFile
      ADD 1 TO WS-NbComptesSaisis
      MOVE NumCompteClient(IdxCompte)
          TO CompteSaisi(WS-NbComptesSaisis)
      MOVE WS-GeleCompte TO MontantGeleCompte(WS-NbComptesSaisis)
      MOVE WS-NouvelleSeq TO NumBlocageSaisi(WS-NbComptesSaisis)
      SUBTRACT WS-GeleEUR FROM WS-ResteReclame
      ADD WS-GeleEUR TO WS-TotalGele
      DISPLAY "Compte " NumCompteClient(IdxCompte) " : "
          WS-GeleCompte " " WS-DeviseCompte " gelé(s) (blocage "
          WS-NouvelleSeq ")."
   END-IF.

CHARGER-TABLE-SAISIES.
   MOVE 0 TO WS-NbSaisies.
   MOVE "N" TO WS-TableSaturee.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBSaisiesFile.
   IF WS-SAIS-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBSaisiesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbSaisies < 200
               ADD 1 TO WS-NbSaisies
               MOVE SaisieRecord TO LigneSaisie(WS-NbSaisies)
            ELSE
               MOVE "O" TO WS-TableSaturee
            END-IF
      END-READ
   END-PERFORM.
   IF WS-SAIS-STATUS NOT = "35"
      CLOSE GCBSaisiesFile
   END-IF.

REECRIRE-TABLE-SAISIES.
   OPEN OUTPUT GCBSaisiesFile.
   PERFORM VARYING IdxSaisie FROM 1 BY 1
       UNTIL IdxSaisie > WS-NbSaisies
      MOVE LigneSaisie(IdxSaisie) TO SaisieRecord
      WRITE SaisieRecord
   END-PERFORM.
   CLOSE GCBSaisiesFile.

NOTER-BLOCAGES-SAISIE.
      *> Blocages de la saisie courante (SaisieRecord) à lever.
   PERFORM VARYING IdxCompteSaisi FROM 1 BY 1
       UNTIL IdxCompteSaisi > 5
      IF NumBlocageSaisi(IdxCompteSaisi) NOT = 0
         AND WS-NbBlocagesALever < 100
         ADD 1 TO WS-NbBlocagesALever
         MOVE NumBlocageSaisi(IdxCompteSaisi)
             TO NumBlocageALever(WS-NbBlocagesALever)
      END-IF
   END-PERFORM.

VERSER-SAISIES-ECHUES.
   PERFORM LIRE-DATE-JOUR.
   PERFORM CHARGER-TABLE-SAISIES.
   MOVE 0 TO WS-NbVersees.
   MOVE 0 TO WS-NbBlocagesALever.
   IF WS-TableSaturee = "O"
      DISPLAY "GCBSaisiesFile trop volumineux : versement "
          "abandonné, purger les saisies soldées."
   ELSE
      PERFORM VARYING IdxSaisie FROM 1 BY 1
          UNTIL IdxSaisie > WS-NbSaisies
         MOVE LigneSaisie(IdxSaisie) TO SaisieRecord
         IF StatutSaisie = "A"
            AND DateFinContestationSaisie < WS-DateJour
            PERFORM VERSER-UNE-SAISIE
            MOVE SaisieRecord TO LigneSaisie(IdxSaisie)
            ADD 1 TO WS-NbVersees
         END-IF
      END-PERFORM
      IF WS-NbVersees > 0
         PERFORM REECRIRE-TABLE-SAISIES
         PERFORM LEVER-BLOCAGES-NOTES
      END-IF
      DISPLAY WS-NbVersees " saisie(s) versée(s) au créancier."
   END-IF.

VERSER-UNE-SAISIE.
      *> Le gelé de chaque compte est versé, dans la limite du solde
      *> du jour (des frais passés depuis la signification ont pu
      *> l'entamer).
   PERFORM VARYING IdxCompteSaisi FROM 1 BY 1
       UNTIL IdxCompteSaisi > 5
      IF CompteSaisi(IdxCompteSaisi) NOT = 0
         PERFORM VERSER-UN-COMPTE-SAISI
      END-IF
   END-PERFORM.
   PERFORM NOTER-BLOCAGES-SAISIE.
   MOVE "V" TO StatutSaisie.
   MOVE WS-DateJour TO DateVersementSaisie.
   MOVE MontantVerseSaisie TO WS-VerseAff.
   DISPLAY "Saisie " NumSaisie " : " WS-VerseAff " EUR versé(s) à "
       FUNCTION TRIM(CreancierSaisie) ".".

VERSER-UN-COMPTE-SAISI.
   MOVE 0 TO WS-SoldeCompte.
   CALL 'GCB_LECTURE' USING CompteSaisi(IdxCompteSaisi)
       WS-SoldeCompte WS-StatutCompte WS-PinCompte WS-DeviseCompte
       WS-NomTitulaire WS-CompteJoint WS-NomCotitulaire
       WS-Beneficiaire.
   MOVE MontantGeleCompte(IdxCompteSaisi) TO WS-MontantVerse.
   IF WS-MontantVerse > WS-SoldeCompte
      MOVE WS-SoldeCompte TO WS-MontantVerse
   END-IF.
   IF WS-StatutCompte = "N" OR WS-MontantVerse <= 0
      DISPLAY "Compte " CompteSaisi(IdxCompteSaisi)
          " : rien à verser."
   ELSE
      COMPUTE WS-SoldeCompte = WS-SoldeCompte - WS-MontantVerse
      CALL 'GCB_WRITE' USING CompteSaisi(IdxCompteSaisi)
          ActionVirExterne WS-MontantVerse WS-SoldeCompte
          WS-PinCompte WS-DeviseCompte WS-NomTitulaire
          WS-CompteJoint WS-NomCotitulaire WS-Beneficiaire
          WS-StatutCompte
      PERFORM METTRE-EN-FILE-SORTANT
      IF WS-DeviseCompte = DeviseEUR
         MOVE WS-MontantVerse TO WS-VerseEUR
      ELSE
         CALL 'GCB_CHANGE' USING WS-DeviseCompte DeviseEUR
             WS-MontantVerse WS-VerseEUR
      END-IF
      ADD WS-VerseEUR TO MontantVerseSaisie
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
      MOVE CompteSaisi(IdxCompteSaisi) TO NumeroCompteSortant
      MOVE BanqueCreancierSaisie TO BanqueDestSortant
      MOVE RefCompteCreancierSaisie TO RefCompteDestSortant
      MOVE WS-MontantVerse TO MontantSortant
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

LEVER-SAISIE.
   DISPLAY "Numéro de la saisie à lever : ".
   ACCEPT WS-NumSaisieSaisi.
   PERFORM CHARGER-TABLE-SAISIES.
   MOVE "N" TO WS-SaisieTrouvee.
   MOVE 0 TO WS-NbBlocagesALever.
   PERFORM VARYING IdxSaisie FROM 1 BY 1
       UNTIL IdxSaisie > WS-NbSaisies OR WS-SaisieTrouvee = "O"
      MOVE LigneSaisie(IdxSaisie) TO SaisieRecord
      IF NumSaisie = WS-NumSaisieSaisi AND StatutSaisie = "A"
         MOVE "O" TO WS-SaisieTrouvee
      END-IF
   END-PERFORM.
   IF WS-SaisieTrouvee = "N"
      DISPLAY "Saisie " WS-NumSaisieSaisi
          " introuvable ou déjà soldée."
   ELSE
      SUBTRACT 1 FROM IdxSaisie
      MOVE SPACES TO WS-ReferenceOperation
      STRING "SAI" WS-NumSaisieSaisi
          DELIMITED BY SIZE INTO WS-ReferenceOperation
      CALL 'GCB_AUTORISATION' USING WS-CodeOperation
          WS-ReferenceOperation WS-Autorise
      IF WS-Autorise NOT = "O"
         DISPLAY "Visa superviseur refusé : saisie maintenue."
      ELSE
         MOVE "L" TO StatutSaisie
         MOVE WS-DateJour TO DateVersementSaisie
         PERFORM NOTER-BLOCAGES-SAISIE
         MOVE SaisieRecord TO LigneSaisie(IdxSaisie)
         PERFORM REECRIRE-TABLE-SAISIES
         PERFORM LEVER-BLOCAGES-NOTES
         DISPLAY "Saisie " WS-NumSaisieSaisi " levée."
      END-IF
   END-IF.

LEVER-BLOCAGES-NOTES.
      *> Levée des blocages de GCBBlocagesFile notés dans
      *> TableBlocagesALever, avec la même trace LEV-BLOC que
      *> GCB_BLOCAGES.
      *> Chaque blocage noté est relu par sa clé et réécrit seul.
   MOVE 0 TO WS-NbLevees.
   OPEN I-O GCBBlocagesFile.
   IF WS-BLOC-STATUS NOT = "00"
      DISPLAY "GCBBlocagesFile indisponible (statut " WS-BLOC-STATUS
          ") : lever dans GCB_BLOCAGES les blocages suivants :"
      PERFORM VARYING IdxLever FROM 1 BY 1
          UNTIL IdxLever > WS-NbBlocagesALever
         DISPLAY "  blocage " NumBlocageALever(IdxLever)
      END-PERFORM
   ELSE
      PERFORM VARYING IdxLever FROM 1 BY 1
          UNTIL IdxLever > WS-NbBlocagesALever
         MOVE NumBlocageALever(IdxLever) TO NumBlocage
         READ GCBBlocagesFile
            INVALID KEY CONTINUE
            NOT INVALID KEY
               IF StatutBlocage = "A"
                  MOVE "L" TO StatutBlocage
                  REWRITE BlocageRecord
                  PERFORM TRACER-LEVEE
                  ADD 1 TO WS-NbLevees
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBBlocagesFile
      DISPLAY WS-NbLevees " blocage(s) de saisie levé(s)."
   END-IF.

TRACER-LEVEE.
      *> Trace d'audit neutre pour le solde, comme TRACER-LEVEE de
      *> GCB_BLOCAGES.
   MOVE 0 TO WS-SoldeCompte.
   CALL 'GCB_LECTURE' USING NumeroCompteBlocage WS-SoldeCompte
       WS-StatutCompte WS-PinCompte WS-DeviseCompte WS-NomTitulaire
       WS-CompteJoint WS-NomCotitulaire WS-Beneficiaire.
   MOVE MontantBlocage TO WS-MontantLeve.
   CALL 'GCB_WRITE' USING NumeroCompteBlocage ActionLevee
       WS-MontantLeve WS-SoldeCompte WS-PinCompte WS-DeviseCompte
       WS-NomTitulaire WS-CompteJoint WS-NomCotitulaire
       WS-Beneficiaire WS-StatutCompte.

EDITER-RAPPORT-MENSUEL.
      *> Saisies encore ouvertes, plus celles signifiées, versées ou
      *> levées dans le mois demandé, avec ce qui a été versé à
      *> chacune.
   DISPLAY "Mois du rapport (AAAAMM, 0 = mois en cours) : ".
   ACCEPT WS-MoisRapport.
   IF WS-MoisRapport = 0
      MOVE WS-DateJour(1:6) TO WS-MoisRapport
   END-IF.
   PERFORM CHARGER-TABLE-SAISIES.
   MOVE SPACES TO WS-NomRapport.
   STRING "GCBSaisies" WS-MoisRapport ".txt"
       DELIMITED BY SIZE INTO WS-NomRapport.
   MOVE 0 TO WS-NbLignesRapport.
   MOVE 0 TO WS-NbSaisiesRapport.
   MOVE 0 TO WS-TotalReclameRapport.
   MOVE 0 TO WS-TotalGeleRapport.
   MOVE 0 TO WS-TotalVerseRapport.
   OPEN OUTPUT RapportSaisiesFile.
   MOVE SPACES TO WS-LigneTravail.
   STRING "SAISIES SUR COMPTES - MOIS " WS-MoisRapport
       "  (édité le " WS-DateJour ")"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-RAPPORT.
   MOVE "NUMERO T CLIENT CREANCIER                       RECLAME"
       TO WS-LigneTravail.
   MOVE "       GELE      VERSE S FIN-CONT" TO WS-LigneTravail(57:).
   PERFORM ECRIRE-LIGNE-RAPPORT.
   PERFORM VARYING IdxSaisie FROM 1 BY 1
       UNTIL IdxSaisie > WS-NbSaisies
      MOVE LigneSaisie(IdxSaisie) TO SaisieRecord
      IF StatutSaisie = "A"
         OR DateSignificationSaisie(1:6) = WS-MoisRapport
         OR (DateVersementSaisie NOT = 0
             AND DateVersementSaisie(1:6) = WS-MoisRapport)
         PERFORM ECRIRE-LIGNE-SAISIE
      END-IF
   END-PERFORM.
   MOVE SPACES TO WS-LigneTravail.
   MOVE WS-TotalReclameRapport TO WS-TotalAff.
   STRING WS-NbSaisiesRapport " saisie(s), réclamé " WS-TotalAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-RAPPORT.
   MOVE SPACES TO WS-LigneTravail.
   MOVE WS-TotalGeleRapport TO WS-TotalAff.
   STRING "Gelé " WS-TotalAff DELIMITED BY SIZE INTO WS-LigneTravail.
   MOVE WS-TotalVerseRapport TO WS-TotalAff.
   STRING "  versé " WS-TotalAff
       DELIMITED BY SIZE INTO WS-LigneTravail(25:).
   PERFORM ECRIRE-LIGNE-RAPPORT.
   CLOSE RapportSaisiesFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportSaisies
       WS-DateJour WS-NbLignesRapport WS-NomRapport.
   DISPLAY "Rapport écrit dans " FUNCTION TRIM(WS-NomRapport)
       " (" WS-NbSaisiesRapport " saisie(s)).".

ECRIRE-LIGNE-SAISIE.
   MOVE MontantReclameSaisie TO WS-MontantAff.
   MOVE MontantGeleSaisie TO WS-GeleAff.
   MOVE MontantVerseSaisie TO WS-VerseAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING NumSaisie " " TypeSaisie " " NumClientSaisie " "
       CreancierSaisie " " WS-MontantAff " " WS-GeleAff " "
       WS-VerseAff " " StatutSaisie " " DateFinContestationSaisie
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-RAPPORT.
   ADD 1 TO WS-NbSaisiesRapport.
   ADD MontantReclameSaisie TO WS-TotalReclameRapport.
   ADD MontantGeleSaisie TO WS-TotalGeleRapport.
   ADD MontantVerseSaisie TO WS-TotalVerseRapport.

ECRIRE-LIGNE-RAPPORT.
   MOVE WS-LigneTravail TO LigneRapport.
   WRITE LigneRapport.
   ADD 1 TO WS-NbLignesRapport.

AFFICHER-SAISIES.
   PERFORM CHARGER-TABLE-SAISIES.
   IF WS-NbSaisies = 0
      DISPLAY "Aucune saisie enregistrée."
   ELSE
      PERFORM VARYING IdxSaisie FROM 1 BY 1
          UNTIL IdxSaisie > WS-NbSaisies
         MOVE LigneSaisie(IdxSaisie) TO SaisieRecord
         MOVE MontantReclameSaisie TO WS-MontantAff
         MOVE MontantGeleSaisie TO WS-GeleAff
         MOVE MontantVerseSaisie TO WS-VerseAff
         DISPLAY NumSaisie " " TypeSaisie " client " NumClientSaisie
             " " FUNCTION TRIM(CreancierSaisie) " réclamé "
             WS-MontantAff " gelé " WS-GeleAff " versé " WS-VerseAff
             " statut " StatutSaisie " fin contestation "
             DateFinContestationSaisie
      END-PERFORM
   END-IF.
