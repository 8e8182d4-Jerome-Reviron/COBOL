IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_PERIODIQUES_SUIVI.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBAbonnementsFile
        FILE STATUS IS WS-ABO-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumAbonnement
        ASSIGN TO "GCBAbonnementsFile.dat".
    SELECT GCBNumerosPeriodiquesFile
        FILE STATUS IS WS-NUM-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleNumeroPeriodique
        ASSIGN TO "GCBNumerosPeriodiquesFile.dat".
    SELECT GCBSuiviPeriodiquesFile
        FILE STATUS IS WS-SUIVI-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomSuivi.

DATA DIVISION.
FILE SECTION.
   FD GCBAbonnementsFile.
   COPY ABONNEMENT.

   FD GCBNumerosPeriodiquesFile.
   COPY NUMEROPER.

   FD GCBSuiviPeriodiquesFile.
   01 LigneSuivi PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-ABO-STATUS PIC 99.
   01 WS-NUM-STATUS PIC 99.
   01 WS-SUIVI-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-EOF-NUM PIC X VALUE "N".
   01 WS-DateJour PIC 9(8).
   01 WS-EntierJour PIC 9(8).
   01 WS-NomSuivi PIC X(44).
   01 WS-LigneTravail PIC X(80).
   01 WS-NbLignesSuivi PIC 9(6) VALUE 0.
   01 WS-TypeRapportSuivi PIC X(12) VALUE "PERIODIQUES".
   01 WS-NbNouveauxManquants PIC 9(5) VALUE 0.
   01 WS-NbReclamations PIC 9(5) VALUE 0.
   01 WS-NbRelances PIC 9(5) VALUE 0.
   01 WS-NbExpires PIC 9(5) VALUE 0.
   01 WS-JoursRetard PIC 9(5).
   01 WS-CoutAff PIC ZZZZ9.99.

      *> Préavis de relance avant échéance, en jours (paramètre
      *> d'exploitation, 45 jours à défaut).
   01 ClePreavisAbonnement PIC X(20) VALUE "PREAVIS-ABONNEMENT".
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
   01 WS-JoursPreavis PIC 9(3) VALUE 45.
   01 WS-DateLimiteRelance PIC 9(8).

      *> Avance de la date de parution, comme dans GCB_PERIODIQUES.
   01 WS-DateCalcul PIC 9(8).
   01 WS-DateCalculDetail REDEFINES WS-DateCalcul.
      05 WS-AnneeCalcul PIC 9(4).
      05 WS-MoisCalcul PIC 9(2).
      05 WS-JourCalcul PIC 9(2).
   01 WS-PeriodiciteCalcul PIC X(1).
   01 WS-NbMoisPeriode PIC 9(2).
   01 WS-MoisTotal PIC 9(6).

      *> Suivi quotidien des périodiques. Chaque numéro attendu dont
      *> la date de parution, augmentée du délai de grâce de
      *> l'abonnement, est dépassée sans bulletinage est inscrit
      *> manquant ; tous les manquants sont listés par fournisseur
      *> pour réclamation (compteur et date de dernière réclamation
      *> tenus sur le numéro). Les abonnements arrivant à échéance
      *> dans le préavis sont relancés une fois par période, ceux
      *> déjà échus à chaque passage. L'état part dans un fichier
      *> daté enregistré au catalogue des rapports.

PROCEDURE DIVISION.
   DISPLAY "==============================================".
   DISPLAY "PERIODIQUES : RECLAMATIONS ET RENOUVELLEMENTS".
   DISPLAY "==============================================".
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   COMPUTE WS-EntierJour = FUNCTION INTEGER-OF-DATE(WS-DateJour).
   CALL 'GCB_PARAMETRE' USING ClePreavisAbonnement WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-JoursPreavis
   END-IF.
   COMPUTE WS-DateLimiteRelance = FUNCTION DATE-OF-INTEGER(
       WS-EntierJour + WS-JoursPreavis).
   MOVE SPACES TO WS-NomSuivi.
   STRING "GCBSuiviPeriodiques" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomSuivi.
   OPEN OUTPUT GCBSuiviPeriodiquesFile.
   MOVE SPACES TO WS-LigneTravail.
   STRING "SUIVI DES PERIODIQUES AU " WS-DateJour
       " (préavis " WS-JoursPreavis " jours)"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-SUIVI.
   OPEN I-O GCBAbonnementsFile.
   IF WS-ABO-STATUS NOT = "00"
      DISPLAY "Aucun abonnement enregistré (statut "
          WS-ABO-STATUS ")."
   ELSE
      OPEN I-O GCBNumerosPeriodiquesFile
      IF WS-NUM-STATUS = "35"
         OPEN OUTPUT GCBNumerosPeriodiquesFile
         CLOSE GCBNumerosPeriodiquesFile
         OPEN I-O GCBNumerosPeriodiquesFile
      END-IF
      PERFORM DETECTER-NUMEROS-MANQUANTS
      PERFORM LISTER-RECLAMATIONS
      PERFORM LISTER-RENOUVELLEMENTS
      CLOSE GCBNumerosPeriodiquesFile
      CLOSE GCBAbonnementsFile
   END-IF.
   MOVE SPACES TO WS-LigneTravail.
   STRING "RECAPITULATIF : " WS-NbNouveauxManquants
       " nouveau(x) manquant(s), " WS-NbReclamations
       " réclamation(s), " WS-NbRelances " relance(s)"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-SUIVI.
   CLOSE GCBSuiviPeriodiquesFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportSuivi
       WS-DateJour WS-NbLignesSuivi WS-NomSuivi.
   DISPLAY "Etat écrit dans " FUNCTION TRIM(WS-NomSuivi) ".".
   STOP RUN.

DETECTER-NUMEROS-MANQUANTS.
   MOVE "N" TO WS-EOF.
   MOVE 0 TO NumAbonnement.
   START GCBAbonnementsFile KEY IS GREATER THAN NumAbonnement
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBAbonnementsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF StatutAbonnement = "A"
               PERFORM AVANCER-NUMEROS-ECHUS
            END-IF
      END-READ
   END-PERFORM.

AVANCER-NUMEROS-ECHUS.
      *> Le pointeur de l'abonnement passe au-delà de chaque numéro
      *> échu non reçu ; le bulletinage tardif le retrouvera manquant.
   MOVE DateProchainNumero TO WS-DateCalcul.
   MOVE PeriodiciteAbonnement TO WS-PeriodiciteCalcul.
   PERFORM UNTIL FUNCTION INTEGER-OF-DATE(WS-DateCalcul)
       + DelaiReclamationAbonnement >= WS-EntierJour
      MOVE NumAbonnement TO NumAbonnementNumero
      MOVE ProchainNumeroAbonnement TO NumeroPeriodique
      MOVE WS-DateCalcul TO DateAttendueNumero
      MOVE 0 TO DateRecueNumero
      MOVE 0 TO NumExemplaireNumero
      MOVE "M" TO StatutNumero
      MOVE 0 TO NbReclamationsNumero
      MOVE 0 TO DateReclamationNumero
      WRITE NumeroPeriodiqueRecord
         INVALID KEY CONTINUE
         NOT INVALID KEY ADD 1 TO WS-NbNouveauxManquants
      END-WRITE
      ADD 1 TO ProchainNumeroAbonnement
      PERFORM AVANCER-DATE-PARUTION
   END-PERFORM.
   IF WS-DateCalcul NOT = DateProchainNumero
      MOVE WS-DateCalcul TO DateProchainNumero
      REWRITE AbonnementRecord
   END-IF.

LISTER-RECLAMATIONS.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-SUIVI.
   MOVE "RECLAMATIONS FOURNISSEURS - NUMEROS NON RECUS"
       TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-SUIVI.
   MOVE "N" TO WS-EOF-NUM.
   MOVE LOW-VALUES TO CleNumeroPeriodique.
   START GCBNumerosPeriodiquesFile KEY IS GREATER THAN OR EQUAL
       CleNumeroPeriodique
      INVALID KEY MOVE "Y" TO WS-EOF-NUM
   END-START.
   PERFORM UNTIL WS-EOF-NUM = "Y"
      READ GCBNumerosPeriodiquesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-NUM
         NOT AT END
            IF StatutNumero = "M"
               PERFORM RECLAMER-NUMERO
            END-IF
      END-READ
   END-PERFORM.
   IF WS-NbReclamations = 0
      MOVE "  Aucun numéro à réclamer." TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-SUIVI
   END-IF.

RECLAMER-NUMERO.
   MOVE NumAbonnementNumero TO NumAbonnement.
   READ GCBAbonnementsFile
      INVALID KEY
         MOVE "?" TO StatutAbonnement
         MOVE SPACES TO FournisseurAbonnement
         MOVE SPACES TO TitreAbonnement
   END-READ.
      *> Un abonnement résilié n'est plus réclamé.
   IF StatutAbonnement = "A"
      COMPUTE WS-JoursRetard = WS-EntierJour
          - FUNCTION INTEGER-OF-DATE(DateAttendueNumero)
      ADD 1 TO NbReclamationsNumero
      MOVE WS-DateJour TO DateReclamationNumero
      REWRITE NumeroPeriodiqueRecord
      ADD 1 TO WS-NbReclamations
      MOVE SPACES TO WS-LigneTravail
      STRING "  " FournisseurAbonnement " " TitreAbonnement
          " n°" NumeroPeriodique
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-SUIVI
      MOVE SPACES TO WS-LigneTravail
      STRING "      prévu le " DateAttendueNumero ", retard "
          WS-JoursRetard " j, réclamation n°" NbReclamationsNumero
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-SUIVI
   END-IF.

LISTER-RENOUVELLEMENTS.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-SUIVI.
   MOVE "RENOUVELLEMENTS A PREVOIR" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-SUIVI.
   MOVE "N" TO WS-EOF.
   MOVE 0 TO NumAbonnement.
   START GCBAbonnementsFile KEY IS GREATER THAN NumAbonnement
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBAbonnementsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF StatutAbonnement = "A"
               PERFORM RELANCER-ABONNEMENT
            END-IF
      END-READ
   END-PERFORM.
   IF WS-NbRelances = 0
      MOVE "  Aucun abonnement à renouveler." TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-SUIVI
   END-IF.

RELANCER-ABONNEMENT.
      *> Relance unique dans le préavis (DateRelanceAbonnement remise
      *> à zéro au renouvellement) ; un abonnement échu reparaît à
      *> chaque passage jusqu'à son renouvellement ou sa résiliation.
   IF DateEcheanceAbonnement < WS-DateJour
      ADD 1 TO WS-NbRelances
      ADD 1 TO WS-NbExpires
      MOVE WS-DateJour TO DateRelanceAbonnement
      REWRITE AbonnementRecord
      MOVE CoutAnnuelAbonnement TO WS-CoutAff
      MOVE SPACES TO WS-LigneTravail
      STRING "  ECHU " NumAbonnement " " TitreAbonnement
          " le " DateEcheanceAbonnement
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-SUIVI
      MOVE SPACES TO WS-LigneTravail
      STRING "      " FournisseurAbonnement " coût " WS-CoutAff
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-SUIVI
   ELSE
   IF DateEcheanceAbonnement <= WS-DateLimiteRelance
       AND DateRelanceAbonnement = 0
      ADD 1 TO WS-NbRelances
      MOVE WS-DateJour TO DateRelanceAbonnement
      REWRITE AbonnementRecord
      MOVE CoutAnnuelAbonnement TO WS-CoutAff
      MOVE SPACES TO WS-LigneTravail
      STRING "  " NumAbonnement " " TitreAbonnement
          " échéance " DateEcheanceAbonnement
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-SUIVI
      MOVE SPACES TO WS-LigneTravail
      STRING "      " FournisseurAbonnement " coût " WS-CoutAff
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-SUIVI
   END-IF
   END-IF.

AVANCER-DATE-PARUTION.
   EVALUATE WS-PeriodiciteCalcul
      WHEN "H"
         COMPUTE WS-DateCalcul = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-DateCalcul) + 7)
      WHEN "Q"
         COMPUTE WS-DateCalcul = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-DateCalcul) + 14)
      WHEN OTHER
         EVALUATE WS-PeriodiciteCalcul
            WHEN "B" MOVE 2 TO WS-NbMoisPeriode
            WHEN "T" MOVE 3 TO WS-NbMoisPeriode
            WHEN "A" MOVE 12 TO WS-NbMoisPeriode
            WHEN OTHER MOVE 1 TO WS-NbMoisPeriode
         END-EVALUATE
         COMPUTE WS-MoisTotal = WS-AnneeCalcul * 12
             + WS-MoisCalcul - 1 + WS-NbMoisPeriode
         DIVIDE WS-MoisTotal BY 12 GIVING WS-AnneeCalcul
             REMAINDER WS-MoisCalcul
         ADD 1 TO WS-MoisCalcul
         IF WS-JourCalcul > 28
            MOVE 28 TO WS-JourCalcul
         END-IF
   END-EVALUATE.

ECRIRE-LIGNE-SUIVI.
   MOVE WS-LigneTravail TO LigneSuivi.
   WRITE LigneSuivi.
   ADD 1 TO WS-NbLignesSuivi.
   DISPLAY WS-LigneTravail.
