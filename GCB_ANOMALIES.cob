        FILE STATUS IS WS-ANO-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBAnomaliesFile.txt".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBAnomaliesFile.
   COPY ANOMALIE.

   FD GCBJourFile.
   COPY JOUR.

WORKING-STORAGE SECTION.
   01 WS-ANO-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-DateJour PIC 9(8) VALUE 0.
      *> Mois de la journée comptable (où l'ajustement sera daté) et
      *> mois de détection de l'anomalie, confrontés aux mois
      *> verrouillés par GCB_PERIODE.
   01 WS-PeriodeJourClose PIC X(1) VALUE "N".
   01 WS-PeriodeDetectionClose PIC X(1) VALUE "N".
   01 WS-EOF-ANO PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-NumAnoSaisi PIC 9(6).
   01 WS-SoldeAffichage PIC -ZZZZZZ9.99.
   01 WS-EcartAffichage PIC -ZZZZZZ9.99.

      *> Table de réécriture du fichier des anomalies : le fichier est
      *> rechargé puis réécrit en entier.
   01 WS-NbAnomalies PIC 9(3) VALUE 0.
   01 IdxAno PIC 9(3) VALUE 0.
   01 TableAnomalies OCCURS 200 TIMES.
   IF WS-AnomalieTrouvee = "N"
      DISPLAY "Anomalie " WS-NumAnoSaisi " introuvable."
   ELSE
      PERFORM VERIFIER-PERIODE-AJUSTEMENT
      EVALUATE TRUE
         WHEN TypeAnoTable(IdxAno) NOT = "S"
            DISPLAY "Seules les anomalies de solde se corrigent par "
                "investiguée avant d'ajuster."
         WHEN StatutAnoTable(IdxAno) = "R"
            DISPLAY "Anomalie déjà corrigée."
         WHEN WS-PeriodeJourClose = "O"
            DISPLAY "La journée comptable " WS-DateJour " tombe dans "
                "un mois clôturé : ajustement refusé."
         WHEN OTHER
            IF WS-PeriodeDetectionClose = "O"
               DISPLAY "Mois de détection (" DateAnoTable(IdxAno)
                   ") clôturé : l'ajustement sera daté de la journée "
                   "en cours " WS-DateJour "."
            END-IF
            COMPUTE WS-EcartAjustement = FichierAnoTable(IdxAno)
                - AttenduAnoTable(IdxAno)
            MOVE WS-EcartAjustement TO WS-EcartAffichage
      END-EVALUATE
   END-IF.

VERIFIER-PERIODE-AJUSTEMENT.
      *> L'ajustement est posté par GCB_WRITE à la date de la journée
      *> comptable : un mois en cours verrouillé le ferait refuser,
      *> on le dit avant de marquer l'anomalie corrigée. Une
      *> anomalie détectée dans un mois déjà clôturé est corrigée
      *> sur le mois ouvert, jamais rétroactivement.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   OPEN INPUT GCBJourFile.
   IF WS-JOUR-STATUS = "00"
      READ GCBJourFile
         AT END CONTINUE
         NOT AT END MOVE DateJourFile TO WS-DateJour
      END-READ
      CLOSE GCBJourFile
   END-IF.
   CALL 'GCB_PERIODE' USING WS-DateJour WS-PeriodeJourClose.
   CALL 'GCB_PERIODE' USING DateAnoTable(IdxAno)
       WS-PeriodeDetectionClose.

ECRIRE-AJUSTEMENT.
   MOVE 0 TO WS-SoldeCompte.
   CALL 'GCB_LECTURE' USING CompteAnoTable(IdxAno) WS-SoldeCompte
