IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_DEMANDES_PRET.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBDemandesPretFile
        FILE STATUS IS WS-DEM-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBDemandesPretFile.txt".
    SELECT GCBDemandeSeqFile
        FILE STATUS IS WS-DEMSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBDemandeSeqFile.txt".
    SELECT GCBCumulsMensuelsFile
        FILE STATUS IS WS-CUMUL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCumulsMensuelsFile.txt".
    SELECT GCBPretsFile
        FILE STATUS IS WS-PRET-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBPretsFile.txt".
    SELECT GCBRecouvrementFile
        FILE STATUS IS WS-REC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBRecouvrementFile.txt".
    SELECT GCBComptesFile
        FILE STATUS IS WS-FILE-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumeroCompte OF ComptesRecord
        ASSIGN TO "GCBComptesFile.dat".
    SELECT GCBClientsFile
        FILE STATUS IS WS-CLI-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumClient OF ClientRecord
        ASSIGN TO "GCBClientsFile.dat".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".
    SELECT EditionPipelineFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEdition.

DATA DIVISION.
FILE SECTION.
   FD GCBDemandesPretFile.
   COPY DEMPRET.

   FD GCBDemandeSeqFile.
   01 DemandeSeqRecord PIC 9(6).

   FD GCBCumulsMensuelsFile.
   COPY CUMULMENSUEL.

   FD GCBPretsFile.
   COPY PRET.

   FD GCBRecouvrementFile.
   COPY RECOUVREMENT.

   FD GCBComptesFile.
   COPY COMPTES.

   FD GCBClientsFile.
   COPY CLIENT.

   FD GCBJourFile.
   COPY JOUR.

   FD EditionPipelineFile.
   01 LigneEdition PIC X(100).

WORKING-STORAGE SECTION.
   01 WS-DEM-STATUS PIC 99.
   01 WS-DEMSEQ-STATUS PIC 99.
   01 WS-CUMUL-STATUS PIC 99.
   01 WS-PRET-STATUS PIC 99.
   01 WS-REC-STATUS PIC 99.
   01 WS-FILE-STATUS PIC 99.
   01 WS-CLI-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 0.
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-DernierNumDemande PIC 9(6) VALUE 0.
   01 WS-NouveauNumDemande PIC 9(6) VALUE 0.

      *> Seuils servis par GCBParametresFile ; les VALUE ne sont que
      *> des replis.
   01 ScoreMinimumPret PIC 9(3) VALUE 50.
   01 ValiditeDemandeJours PIC 9(3) VALUE 30.
   01 CleScoreMin PIC X(20) VALUE "SCORE-MIN-PRET".
   01 CleValidite PIC X(20) VALUE "VALIDITE-DEMANDE".
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).

      *> Demandes rechargées en table pour les décisions et
      *> l'expiration, même mécanique que TablePrets de
      *> GCB_PRET_ECHEANCES.
   01 WS-NbDemandes PIC 9(3) VALUE 0.
   01 IdxDemande PIC 9(3).
   01 TableDemandes OCCURS 500 TIMES.
      05 NumDemandeTable PIC 9(6).
      05 CompteDemandeTable PIC 9(6).
      05 DateDemandeTable PIC 9(8).
      05 MontantDemandeTable PIC 9(7)V99.
      05 DureeDemandeTable PIC 9(3).
      05 TauxDemandeTable PIC 9V9999.
      05 ObjetDemandeTable PIC X(20).
      05 RevenusDemandeTable PIC 9(7)V99.
      05 ChargesDemandeTable PIC 9(7)V99.
      05 MensualiteDemandeTable PIC 9(5)V99.
      05 EndettementDemandeTable PIC 9(3)V99.
      05 ScoreDemandeTable PIC 9(3).
      05 StatutDemandeTable PIC X(1).
      05 MotifDemandeTable PIC X(40).
      05 DateDecisionTable PIC 9(8).
      05 NumPretDemandeTable PIC 9(6).
   01 WS-DemandesTronquees PIC X VALUE "N".
   01 WS-NbExpirees PIC 9(3) VALUE 0.
   01 WS-JoursEcoules PIC S9(7).

      *> Notation de la demande en cours de saisie.
   01 WS-Saisie.
      05 WS-CompteSaisi PIC 9(6).
      05 WS-MontantSaisi PIC 9(7)V99.
      05 WS-DureeSaisie PIC 9(3).
      05 WS-TauxSaisi PIC 9V9999.
      05 WS-ObjetSaisi PIC X(20).
      05 WS-RevenusSaisis PIC 9(7)V99.
      05 WS-ChargesSaisies PIC 9(7)V99.
   01 WS-TauxMensuel PIC 9V9(8).
   01 WS-FacteurCapital PIC 9(6)V9(8).
   01 WS-Mensualite PIC 9(5)V99.
   01 WS-MoisCourant PIC 9(6).
   01 WS-MoisDebutFenetre PIC 9(6).
   01 WS-NbMoisObserves PIC 9(2).
   01 WS-NbMoisDecouvert PIC 9(2).
   01 WS-TotalCredits12 PIC 9(11)V99.
   01 WS-TotalDebits12 PIC 9(11)V99.
   01 WS-CreditsMoyens PIC 9(7)V99.
   01 WS-RevenusRetenus PIC 9(7)V99.
   01 WS-EcheancesEnCours PIC 9(7)V99.
   01 WS-ResteAVivre PIC S9(7)V99.
   01 WS-TauxEndettement PIC 9(3)V99.
   01 WS-EnRecouvrement PIC X(1).
   01 WS-NiveauLettre PIC 9(1).
   01 WS-NiveauRisque PIC X(1).
   01 WS-DocumentExpire PIC X(1).
   01 WS-Score PIC 9(3).
   01 WS-RefusAutomatique PIC X(1).
   01 WS-Motif PIC X(40).

      *> Décision superviseur.
   01 WS-NumDemandeSaisi PIC 9(6).
   01 WS-DecisionSaisie PIC X(1).
   01 WS-MotifSaisi PIC X(40).
   01 WS-AutorisationOK PIC X(1).
   01 WS-CodeOperationSup PIC X(1) VALUE "P".
   01 WS-ReferenceSup PIC X(12).

      *> Rapport de pipeline.
   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(100).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-TypeRapportPipeline PIC X(12) VALUE "PIPELINE-PR".
   01 WS-StatutEdite PIC X(1).
   01 IdxStatut PIC 9(1).
   01 ListeStatuts PIC X(5) VALUE "AVRXT".
   01 WS-NbStatut PIC 9(3).
   01 WS-TotalStatut PIC 9(9)V99.
   01 WS-LibelleStatut PIC X(30).
   01 WS-MontantAff PIC ZZZZZZ9.99.
   01 WS-TotalAff PIC ZZZZZZZZ9.99.
   01 WS-MensualiteAff PIC ZZZZ9.99.
   01 WS-EndettementAff PIC ZZ9.99.

      *> Circuit des demandes de prêt : saisie et notation
      *> automatique, décision superviseur sous visa GCB_AUTORISATION
      *> (code "P"), rapport de pipeline. Une demande dont la notation
      *> tombe sous SCORE-MIN-PRET, ou qui bute sur un critère
      *> éliminatoire, est refusée d'office avec son motif ; une
      *> demande restée sans décision ou sans décaissement au-delà de
      *> VALIDITE-DEMANDE jours expire.

PROCEDURE DIVISION.
   PERFORM LIRE-DATE-JOUR.
   PERFORM CHARGER-PARAMETRES.
   DISPLAY "==============================================".
   DISPLAY "DEMANDES DE PRET - GCB2".
   DISPLAY "==============================================".
   DISPLAY "1. Saisir une demande".
   DISPLAY "2. Décider une demande en attente".
   DISPLAY "3. Rapport de pipeline".
   DISPLAY "0. Quitter".
   ACCEPT ChoixUtilisateur.
   EVALUATE ChoixUtilisateur
      WHEN 1
         PERFORM SAISIR-DEMANDE
      WHEN 2
         PERFORM DECIDER-DEMANDE
      WHEN 3
         PERFORM EDITER-PIPELINE
      WHEN OTHER
         DISPLAY "Aucune action effectuée."
   END-EVALUATE.
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
   CALL 'GCB_PARAMETRE' USING CleScoreMin WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O" AND WS-ValeurParam <= 100
      MOVE WS-ValeurParam TO ScoreMinimumPret
   END-IF.
   CALL 'GCB_PARAMETRE' USING CleValidite WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O" AND WS-ValeurParam > 0
      AND WS-ValeurParam < 1000
      MOVE WS-ValeurParam TO ValiditeDemandeJours
   END-IF.

SAISIR-DEMANDE.
   DISPLAY "Compte courant du client : ".
   ACCEPT WS-CompteSaisi.
   DISPLAY "Montant demandé : ".
   ACCEPT WS-MontantSaisi.
   DISPLAY "Durée en mois : ".
   ACCEPT WS-DureeSaisie.
   DISPLAY "Taux annuel proposé (ex. 0.0600) : ".
   ACCEPT WS-TauxSaisi.
   DISPLAY "Objet du prêt : ".
   ACCEPT WS-ObjetSaisi.
   DISPLAY "Revenus mensuels déclarés : ".
   ACCEPT WS-RevenusSaisis.
   DISPLAY "Charges mensuelles déclarées (hors prêts chez nous) : ".
   ACCEPT WS-ChargesSaisies.
   IF WS-MontantSaisi NOT > 0 OR WS-DureeSaisie NOT > 0
      DISPLAY "Montant ou durée invalide. Demande non enregistrée."
   ELSE
      PERFORM NOTER-DEMANDE
      PERFORM OBTENIR-NUMERO-DEMANDE
      PERFORM ECRIRE-DEMANDE
      MOVE WS-Mensualite TO WS-MensualiteAff
      MOVE WS-TauxEndettement TO WS-EndettementAff
      DISPLAY "Demande " WS-NouveauNumDemande " : mensualité "
          WS-MensualiteAff ", endettement " WS-EndettementAff
          " %, note " WS-Score "/100."
      IF WS-RefusAutomatique = "O"
         DISPLAY "Refusée d'office : " FUNCTION TRIM(WS-Motif) "."
      ELSE
         DISPLAY "En attente de la décision d'un superviseur."
      END-IF
   END-IF.

NOTER-DEMANDE.
      *> Barème sur 100 : endettement 40, reste à vivre 20,
      *> découverts des douze derniers mois 20, recouvrement 10,
      *> risque KYC 10.
   MOVE 0 TO WS-Score.
   MOVE "N" TO WS-RefusAutomatique.
   MOVE SPACES TO WS-Motif.
   PERFORM CALCULER-MENSUALITE.
   PERFORM CUMULER-DOUZE-MOIS.
   PERFORM CUMULER-PRETS-EN-COURS.
   PERFORM LIRE-RECOUVREMENT.
   PERFORM LIRE-RISQUE-CLIENT.
      *> Revenus retenus : les déclarés, ramenés aux crédits moyens
      *> réellement observés sur le compte s'ils sont moindres.
   MOVE WS-RevenusSaisis TO WS-RevenusRetenus.
   IF WS-NbMoisObserves > 0
      COMPUTE WS-CreditsMoyens ROUNDED
          = WS-TotalCredits12 / WS-NbMoisObserves
      IF WS-CreditsMoyens < WS-RevenusRetenus
         MOVE WS-CreditsMoyens TO WS-RevenusRetenus
      END-IF
   END-IF.
   IF WS-RevenusRetenus = 0
      MOVE 999.99 TO WS-TauxEndettement
   ELSE
      COMPUTE WS-TauxEndettement ROUNDED
          = (WS-EcheancesEnCours + WS-Mensualite) * 100
          / WS-RevenusRetenus
          ON SIZE ERROR MOVE 999.99 TO WS-TauxEndettement
      END-COMPUTE
   END-IF.
   COMPUTE WS-ResteAVivre = WS-RevenusRetenus - WS-ChargesSaisies
       - WS-EcheancesEnCours - WS-Mensualite.
   IF WS-TauxEndettement <= 33
      ADD 40 TO WS-Score
   ELSE
   IF WS-TauxEndettement <= 40
      ADD 20 TO WS-Score
   END-IF
   END-IF.
   IF WS-ResteAVivre >= 1000
      ADD 20 TO WS-Score
   ELSE
   IF WS-ResteAVivre >= 500
      ADD 10 TO WS-Score
   END-IF
   END-IF.
   IF WS-NbMoisDecouvert = 0
      ADD 20 TO WS-Score
   ELSE
   IF WS-NbMoisDecouvert <= 2
      ADD 10 TO WS-Score
   END-IF
   END-IF.
   IF WS-EnRecouvrement = "N"
      ADD 10 TO WS-Score
   END-IF.
   EVALUATE WS-NiveauRisque
      WHEN "F" ADD 10 TO WS-Score
      WHEN "M" ADD 5 TO WS-Score
      WHEN OTHER CONTINUE
   END-EVALUATE.
      *> Critères éliminatoires, du plus grave au moins grave : le
      *> premier rencontré fait le motif.
   IF WS-DocumentExpire = "O"
      MOVE "Pièce d'identité expirée (KYC)" TO WS-Motif
   ELSE
   IF WS-EnRecouvrement = "O" AND WS-NiveauLettre >= 2
      MOVE "Compte en recouvrement (2e lettre)" TO WS-Motif
   ELSE
   IF WS-ResteAVivre < 0
      MOVE "Reste à vivre négatif" TO WS-Motif
   ELSE
   IF WS-TauxEndettement > 50
      MOVE "Taux d'endettement supérieur à 50 %" TO WS-Motif
   ELSE
   IF WS-Score < ScoreMinimumPret
      MOVE "Note sous le minimum d'octroi" TO WS-Motif
   END-IF
   END-IF
   END-IF
   END-IF
   END-IF.
   IF WS-Motif NOT = SPACES
      MOVE "O" TO WS-RefusAutomatique
   END-IF.

CALCULER-MENSUALITE.
      *> Même formule que CALCULER-MENSUALITE de GCB_PRETS.
   COMPUTE WS-TauxMensuel ROUNDED = WS-TauxSaisi / 12.
   IF WS-TauxMensuel = 0
      COMPUTE WS-Mensualite ROUNDED
          = WS-MontantSaisi / WS-DureeSaisie
   ELSE
      COMPUTE WS-FacteurCapital ROUNDED
          = (1 + WS-TauxMensuel) ** WS-DureeSaisie
      COMPUTE WS-Mensualite ROUNDED
          = WS-MontantSaisi * WS-TauxMensuel * WS-FacteurCapital
          / (WS-FacteurCapital - 1)
   END-IF.

CUMULER-DOUZE-MOIS.
      *> Les douze mois pleins qui précèdent le mois de la demande.
   MOVE WS-DateJour(1:6) TO WS-MoisCourant.
   COMPUTE WS-MoisDebutFenetre = WS-MoisCourant - 100.
   MOVE 0 TO WS-NbMoisObserves.
   MOVE 0 TO WS-NbMoisDecouvert.
   MOVE 0 TO WS-TotalCredits12.
   MOVE 0 TO WS-TotalDebits12.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBCumulsMensuelsFile.
   IF WS-CUMUL-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBCumulsMensuelsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumeroCompteCumul = WS-CompteSaisi
               AND MoisCumul >= WS-MoisDebutFenetre
               AND MoisCumul < WS-MoisCourant
               ADD 1 TO WS-NbMoisObserves
               ADD TotalCreditsCumul TO WS-TotalCredits12
               ADD TotalDebitsCumul TO WS-TotalDebits12
               IF SoldeClotureCumul < 0 OR SoldeOuvertureCumul < 0
                  ADD 1 TO WS-NbMoisDecouvert
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CUMUL-STATUS NOT = "35"
      CLOSE GCBCumulsMensuelsFile
   END-IF.

CUMULER-PRETS-EN-COURS.
   MOVE 0 TO WS-EcheancesEnCours.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBPretsFile.
   IF WS-PRET-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBPretsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumeroComptePret = WS-CompteSaisi
               AND StatutPret = "A"
               ADD MensualitePret TO WS-EcheancesEnCours
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PRET-STATUS NOT = "35"
      CLOSE GCBPretsFile
   END-IF.

LIRE-RECOUVREMENT.
   MOVE "N" TO WS-EnRecouvrement.
   MOVE 0 TO WS-NiveauLettre.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBRecouvrementFile.
   IF WS-REC-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBRecouvrementFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumeroCompteRecouvrement = WS-CompteSaisi
               MOVE "O" TO WS-EnRecouvrement
               MOVE NiveauLettreRecouvrement TO WS-NiveauLettre
               MOVE "Y" TO WS-EOF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-REC-STATUS NOT = "35"
      CLOSE GCBRecouvrementFile
   END-IF.

LIRE-RISQUE-CLIENT.
      *> Compte sans client rattaché : risque "M" par défaut, comme
      *> un dossier KYC jamais constitué.
   MOVE "M" TO WS-NiveauRisque.
   MOVE "N" TO WS-DocumentExpire.
   OPEN INPUT GCBComptesFile.
   IF WS-FILE-STATUS = "00"
      MOVE WS-CompteSaisi TO NumeroCompte OF ComptesRecord
      READ GCBComptesFile
         INVALID KEY MOVE 0 TO NumClientFile
      END-READ
      CLOSE GCBComptesFile
      IF NumClientFile > 0
         OPEN INPUT GCBClientsFile
         IF WS-CLI-STATUS = "00"
            MOVE NumClientFile TO NumClient OF ClientRecord
            READ GCBClientsFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  MOVE NiveauRisqueClient TO WS-NiveauRisque
                  IF DateExpirationDocument NOT = 0
                     AND DateExpirationDocument < WS-DateJour
                     MOVE "O" TO WS-DocumentExpire
                  END-IF
            END-READ
            CLOSE GCBClientsFile
         END-IF
      END-IF
   END-IF.

OBTENIR-NUMERO-DEMANDE.
      *> Même mécanisme de séquence monotone que GCBSequenceFile dans
      *> GCB_WRITE.
   MOVE 0 TO WS-DernierNumDemande.
   OPEN INPUT GCBDemandeSeqFile.
   IF WS-DEMSEQ-STATUS = "00"
      READ GCBDemandeSeqFile
         AT END CONTINUE
         NOT AT END MOVE DemandeSeqRecord TO WS-DernierNumDemande
      END-READ
      CLOSE GCBDemandeSeqFile
   END-IF.
   COMPUTE WS-NouveauNumDemande = WS-DernierNumDemande + 1.
   MOVE WS-NouveauNumDemande TO DemandeSeqRecord.
   OPEN OUTPUT GCBDemandeSeqFile.
   WRITE DemandeSeqRecord.
   CLOSE GCBDemandeSeqFile.

ECRIRE-DEMANDE.
   OPEN EXTEND GCBDemandesPretFile.
   IF WS-DEM-STATUS = "35"
      OPEN OUTPUT GCBDemandesPretFile
   END-IF.
   IF WS-DEM-STATUS NOT = "00"
      DISPLAY "Erreur GCBDemandesPretFile, statut " WS-DEM-STATUS
   ELSE
      MOVE WS-NouveauNumDemande TO NumDemande
      MOVE WS-CompteSaisi TO NumeroCompteDemande
      MOVE WS-DateJour TO DateDemande
      MOVE WS-MontantSaisi TO MontantDemande
      MOVE WS-DureeSaisie TO DureeDemande
      MOVE WS-TauxSaisi TO TauxDemande
      MOVE WS-ObjetSaisi TO ObjetDemande
      MOVE WS-RevenusSaisis TO RevenusDeclares
      MOVE WS-ChargesSaisies TO ChargesDeclarees
      MOVE WS-Mensualite TO MensualiteDemande
      MOVE WS-TauxEndettement TO TauxEndettementDemande
      MOVE WS-Score TO ScoreDemande
      MOVE WS-Motif TO MotifRefusDemande
      MOVE 0 TO NumPretDemande
      IF WS-RefusAutomatique = "O"
         MOVE "R" TO StatutDemande
         MOVE WS-DateJour TO DateDecisionDemande
      ELSE
         MOVE "A" TO StatutDemande
         MOVE 0 TO DateDecisionDemande
      END-IF
      WRITE DemandePretRecord
      CLOSE GCBDemandesPretFile
   END-IF.

DECIDER-DEMANDE.
   PERFORM CHARGER-TABLE-DEMANDES.
   PERFORM EXPIRER-DEMANDES.
   DISPLAY "Numéro de la demande : ".
   ACCEPT WS-NumDemandeSaisi.
   PERFORM VARYING IdxDemande FROM 1 BY 1
       UNTIL IdxDemande > WS-NbDemandes
       OR NumDemandeTable(IdxDemande) = WS-NumDemandeSaisi
      CONTINUE
   END-PERFORM.
   IF IdxDemande > WS-NbDemandes
      DISPLAY "Demande " WS-NumDemandeSaisi " introuvable."
   ELSE
   IF StatutDemandeTable(IdxDemande) NOT = "A"
      DISPLAY "Demande " WS-NumDemandeSaisi " non en attente (statut "
          StatutDemandeTable(IdxDemande) ")."
   ELSE
      MOVE MontantDemandeTable(IdxDemande) TO WS-MontantAff
      MOVE MensualiteDemandeTable(IdxDemande) TO WS-MensualiteAff
      MOVE EndettementDemandeTable(IdxDemande) TO WS-EndettementAff
      DISPLAY "Compte " CompteDemandeTable(IdxDemande) " - "
          WS-MontantAff " sur " DureeDemandeTable(IdxDemande)
          " mois (" FUNCTION TRIM(ObjetDemandeTable(IdxDemande)) ")"
      DISPLAY "Mensualité " WS-MensualiteAff ", endettement "
          WS-EndettementAff " %, note "
          ScoreDemandeTable(IdxDemande) "/100"
      MOVE "P" TO WS-CodeOperationSup
      MOVE SPACES TO WS-ReferenceSup
      MOVE WS-NumDemandeSaisi TO WS-ReferenceSup(1:6)
      CALL 'GCB_AUTORISATION' USING WS-CodeOperationSup
          WS-ReferenceSup WS-AutorisationOK
      IF WS-AutorisationOK NOT = "O"
         DISPLAY "Décision refusée sans visa superviseur."
      ELSE
         DISPLAY "Décision (V=approuver, R=refuser) : "
         ACCEPT WS-DecisionSaisie
         IF WS-DecisionSaisie = "V"
            MOVE "V" TO StatutDemandeTable(IdxDemande)
            MOVE WS-DateJour TO DateDecisionTable(IdxDemande)
            DISPLAY "Demande " WS-NumDemandeSaisi " approuvée : "
                "décaissement par GCB_PRETS sous "
                ValiditeDemandeJours " jours."
         ELSE
         IF WS-DecisionSaisie = "R"
            DISPLAY "Motif du refus : "
            ACCEPT WS-MotifSaisi
            MOVE "R" TO StatutDemandeTable(IdxDemande)
            MOVE WS-MotifSaisi TO MotifDemandeTable(IdxDemande)
            MOVE WS-DateJour TO DateDecisionTable(IdxDemande)
            DISPLAY "Demande " WS-NumDemandeSaisi " refusée."
         ELSE
            DISPLAY "Décision invalide, demande laissée en attente."
         END-IF
         END-IF
      END-IF
   END-IF
   END-IF.
   PERFORM REECRIRE-TABLE-DEMANDES.

EXPIRER-DEMANDES.
      *> Une demande en attente compte depuis sa saisie, une demande
      *> approuvée depuis sa décision.
   MOVE 0 TO WS-NbExpirees.
   PERFORM VARYING IdxDemande FROM 1 BY 1
       UNTIL IdxDemande > WS-NbDemandes
      IF StatutDemandeTable(IdxDemande) = "A"
         COMPUTE WS-JoursEcoules
             = FUNCTION INTEGER-OF-DATE(WS-DateJour)
             - FUNCTION INTEGER-OF-DATE(DateDemandeTable(IdxDemande))
      ELSE
      IF StatutDemandeTable(IdxDemande) = "V"
         COMPUTE WS-JoursEcoules
             = FUNCTION INTEGER-OF-DATE(WS-DateJour)
             - FUNCTION INTEGER-OF-DATE(DateDecisionTable(IdxDemande))
      ELSE
         MOVE 0 TO WS-JoursEcoules
      END-IF
      END-IF
      IF WS-JoursEcoules > ValiditeDemandeJours
         MOVE "X" TO StatutDemandeTable(IdxDemande)
         MOVE WS-DateJour TO DateDecisionTable(IdxDemande)
         IF MotifDemandeTable(IdxDemande) = SPACES
            MOVE "Délai de validité dépassé"
                TO MotifDemandeTable(IdxDemande)
         END-IF
         ADD 1 TO WS-NbExpirees
      END-IF
   END-PERFORM.
   IF WS-NbExpirees > 0
      DISPLAY WS-NbExpirees " demande(s) expirée(s) sans suite."
   END-IF.

EDITER-PIPELINE.
   PERFORM CHARGER-TABLE-DEMANDES.
   PERFORM EXPIRER-DEMANDES.
   PERFORM REECRIRE-TABLE-DEMANDES.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBPipelinePrets" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   MOVE 0 TO WS-NbLignesEditees.
   OPEN OUTPUT EditionPipelineFile.
   IF WS-EDIT-STATUS NOT = "00"
      DISPLAY "Erreur " FUNCTION TRIM(WS-NomEdition) ", statut "
          WS-EDIT-STATUS
   ELSE
      MOVE SPACES TO WS-LigneTravail
      STRING "PIPELINE DES DEMANDES DE PRET AU " WS-DateJour
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE ALL "=" TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      PERFORM VARYING IdxStatut FROM 1 BY 1 UNTIL IdxStatut > 5
         MOVE ListeStatuts(IdxStatut:1) TO WS-StatutEdite
         PERFORM EDITER-STATUT
      END-PERFORM
      CLOSE EditionPipelineFile
      CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportPipeline
          WS-DateJour WS-NbLignesEditees WS-NomEdition
      DISPLAY "Pipeline édité dans " FUNCTION TRIM(WS-NomEdition)
          " (" WS-NbDemandes " demande(s))."
   END-IF.

EDITER-STATUT.
   EVALUATE WS-StatutEdite
      WHEN "A" MOVE "EN ATTENTE DE DECISION" TO WS-LibelleStatut
      WHEN "V" MOVE "APPROUVEES, A DECAISSER" TO WS-LibelleStatut
      WHEN "R" MOVE "REFUSEES" TO WS-LibelleStatut
      WHEN "X" MOVE "EXPIREES" TO WS-LibelleStatut
      WHEN "T" MOVE "DECAISSEES (PRET OUVERT)" TO WS-LibelleStatut
   END-EVALUATE.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE WS-LibelleStatut TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE 0 TO WS-NbStatut.
   MOVE 0 TO WS-TotalStatut.
   PERFORM VARYING IdxDemande FROM 1 BY 1
       UNTIL IdxDemande > WS-NbDemandes
      IF StatutDemandeTable(IdxDemande) = WS-StatutEdite
         ADD 1 TO WS-NbStatut
         ADD MontantDemandeTable(IdxDemande) TO WS-TotalStatut
         MOVE MontantDemandeTable(IdxDemande) TO WS-MontantAff
         MOVE SPACES TO WS-LigneTravail
         STRING "  " NumDemandeTable(IdxDemande) " "
             DateDemandeTable(IdxDemande) " cpt "
             CompteDemandeTable(IdxDemande) " " WS-MontantAff " "
             DureeDemandeTable(IdxDemande) " mois note "
             ScoreDemandeTable(IdxDemande) " "
             ObjetDemandeTable(IdxDemande)
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
         IF (WS-StatutEdite = "R" OR WS-StatutEdite = "X")
            MOVE SPACES TO WS-LigneTravail
            STRING "         motif : " MotifDemandeTable(IdxDemande)
                DELIMITED BY SIZE INTO WS-LigneTravail
            PERFORM ECRIRE-LIGNE-EDITION
         END-IF
         IF WS-StatutEdite = "T"
            MOVE SPACES TO WS-LigneTravail
            STRING "         prêt n° " NumPretDemandeTable(IdxDemande)
                DELIMITED BY SIZE INTO WS-LigneTravail
            PERFORM ECRIRE-LIGNE-EDITION
         END-IF
      END-IF
   END-PERFORM.
   MOVE WS-TotalStatut TO WS-TotalAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "  Total : " WS-NbStatut " demande(s), " WS-TotalAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.

ECRIRE-LIGNE-EDITION.
   MOVE WS-LigneTravail TO LigneEdition.
   WRITE LigneEdition.
   ADD 1 TO WS-NbLignesEditees.

CHARGER-TABLE-DEMANDES.
   MOVE 0 TO WS-NbDemandes.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBDemandesPretFile.
   IF WS-DEM-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBDemandesPretFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbDemandes >= 500
               MOVE "O" TO WS-DemandesTronquees
               MOVE "Y" TO WS-EOF
            ELSE
               ADD 1 TO WS-NbDemandes
               MOVE NumDemande TO NumDemandeTable(WS-NbDemandes)
               MOVE NumeroCompteDemande
                   TO CompteDemandeTable(WS-NbDemandes)
               MOVE DateDemande TO DateDemandeTable(WS-NbDemandes)
               MOVE MontantDemande TO MontantDemandeTable(WS-NbDemandes)
               MOVE DureeDemande TO DureeDemandeTable(WS-NbDemandes)
               MOVE TauxDemande TO TauxDemandeTable(WS-NbDemandes)
               MOVE ObjetDemande TO ObjetDemandeTable(WS-NbDemandes)
               MOVE RevenusDeclares
                   TO RevenusDemandeTable(WS-NbDemandes)
               MOVE ChargesDeclarees
                   TO ChargesDemandeTable(WS-NbDemandes)
               MOVE MensualiteDemande
                   TO MensualiteDemandeTable(WS-NbDemandes)
               MOVE TauxEndettementDemande
                   TO EndettementDemandeTable(WS-NbDemandes)
               MOVE ScoreDemande TO ScoreDemandeTable(WS-NbDemandes)
               MOVE StatutDemande TO StatutDemandeTable(WS-NbDemandes)
               MOVE MotifRefusDemande
                   TO MotifDemandeTable(WS-NbDemandes)
               MOVE DateDecisionDemande
                   TO DateDecisionTable(WS-NbDemandes)
               MOVE NumPretDemande
                   TO NumPretDemandeTable(WS-NbDemandes)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-DEM-STATUS NOT = "35"
      CLOSE GCBDemandesPretFile
   END-IF.

REECRIRE-TABLE-DEMANDES.
      *> Comme pour GCBEcheancierFile dans GCB_PRET_ECHEANCES, une
      *> charge partielle n'est jamais réécrite.
   IF WS-DemandesTronquees = "O"
      DISPLAY "*** GCBDemandesPretFile dépasse 500 demandes : fichier "
          "laissé intact, décisions non enregistrées. ***"
   ELSE
   OPEN OUTPUT GCBDemandesPretFile
   PERFORM VARYING IdxDemande FROM 1 BY 1
       UNTIL IdxDemande > WS-NbDemandes
      MOVE NumDemandeTable(IdxDemande) TO NumDemande
      MOVE CompteDemandeTable(IdxDemande) TO NumeroCompteDemande
      MOVE DateDemandeTable(IdxDemande) TO DateDemande
      MOVE MontantDemandeTable(IdxDemande) TO MontantDemande
      MOVE DureeDemandeTable(IdxDemande) TO DureeDemande
      MOVE TauxDemandeTable(IdxDemande) TO TauxDemande
      MOVE ObjetDemandeTable(IdxDemande) TO ObjetDemande
      MOVE RevenusDemandeTable(IdxDemande) TO RevenusDeclares
      MOVE ChargesDemandeTable(IdxDemande) TO ChargesDeclarees
      MOVE MensualiteDemandeTable(IdxDemande) TO MensualiteDemande
      MOVE EndettementDemandeTable(IdxDemande)
          TO TauxEndettementDemande
      MOVE ScoreDemandeTable(IdxDemande) TO ScoreDemande
      MOVE StatutDemandeTable(IdxDemande) TO StatutDemande
      MOVE MotifDemandeTable(IdxDemande) TO MotifRefusDemande
      MOVE DateDecisionTable(IdxDemande) TO DateDecisionDemande
      MOVE NumPretDemandeTable(IdxDemande) TO NumPretDemande
      WRITE DemandePretRecord
   END-PERFORM
   CLOSE GCBDemandesPretFile
   END-IF.
