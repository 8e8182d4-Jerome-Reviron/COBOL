IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_ETAT_LICENCES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBLicencesFile
        FILE STATUS IS WS-LIC-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TitreLicence
        ASSIGN TO "GCBLicencesFile.dat".
    SELECT GCBReservationsFile
        FILE STATUS IS WS-RESA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBReservationsFile.txt".
    SELECT GCBEtatLicencesFile
        FILE STATUS IS WS-ETAT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEtat.

DATA DIVISION.
FILE SECTION.
   FD GCBLicencesFile.
   COPY LICENCE.

   FD GCBReservationsFile.
   COPY RESERVATION.

   FD GCBEtatLicencesFile.
   01 LigneEtatLicences PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-LIC-STATUS PIC 99.
   01 WS-RESA-STATUS PIC 99.
   01 WS-ETAT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-EOF-LIC PIC X VALUE "N".
   01 WS-DateJour PIC 9(8).
   01 WS-EntierJour PIC 9(8).
   01 WS-NomEtat PIC X(44).
   01 WS-LigneTravail PIC X(80).
   01 WS-NbLignesEtat PIC 9(6) VALUE 0.
   01 WS-TypeRapportEtat PIC X(12) VALUE "LICENCES".
   01 WS-NbLicences PIC 9(5) VALUE 0.
   01 WS-NbARacheter PIC 9(5) VALUE 0.

      *> Réglages (paramètres d'exploitation) : prêts restants et
      *> jours avant la fin en deçà desquels une licence est à
      *> racheter.
   01 CleSeuilPrets PIC X(20) VALUE "SEUIL-PRETS-LICENCE".
   01 CleDelaiFin PIC X(20) VALUE "DELAI-FIN-LICENCE".
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
   01 WS-SeuilPrets PIC 9(5) VALUE 5.
   01 WS-JoursAvantFin PIC 9(4) VALUE 60.
   01 WS-DateAlerteFin PIC 9(8).

      *> Mesures d'une licence.
   01 WS-PretsRestants PIC S9(6).
   01 WS-PretsRestantsAff PIC -ZZZZ9.
   01 WS-NbAttente PIC 9(3).
   01 WS-Motif PIC X(20).
   01 WS-FinAff PIC X(8).

      *> Etat mensuel des licences de prêt numérique à racheter :
      *> licences épuisées ou expirées, et celles qui approchent de
      *> leur total de prêts ou de leur date de fin. La file
      *> d'attente du titre aide à décider du nombre de places à
      *> racheter. Etat daté, enregistré au catalogue des rapports.

PROCEDURE DIVISION.
   DISPLAY "==============================================".
   DISPLAY "LICENCES NUMERIQUES A RACHETER".
   DISPLAY "==============================================".
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   COMPUTE WS-EntierJour = FUNCTION INTEGER-OF-DATE(WS-DateJour).
   PERFORM CHARGER-PARAMETRES.
   COMPUTE WS-DateAlerteFin = FUNCTION DATE-OF-INTEGER(
       WS-EntierJour + WS-JoursAvantFin).
   OPEN INPUT GCBLicencesFile.
   IF WS-LIC-STATUS NOT = "00"
      DISPLAY "Aucune licence numérique (statut " WS-LIC-STATUS ")."
      STOP RUN
   END-IF.
   MOVE SPACES TO WS-NomEtat.
   STRING "GCBLicences" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEtat.
   OPEN OUTPUT GCBEtatLicencesFile.
   MOVE SPACES TO WS-LigneTravail.
   STRING "LICENCES NUMERIQUES A RACHETER AU " WS-DateJour
       " (seuil " WS-SeuilPrets " prêts, " WS-JoursAvantFin
       " jours)"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE "  Titre                          Restants Fin      File"
       TO WS-LigneTravail.
   MOVE " Motif" TO WS-LigneTravail(56:6).
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE "N" TO WS-EOF-LIC.
   MOVE LOW-VALUES TO TitreLicence.
   START GCBLicencesFile KEY IS GREATER THAN OR EQUAL TitreLicence
      INVALID KEY MOVE "Y" TO WS-EOF-LIC
   END-START.
   PERFORM UNTIL WS-EOF-LIC = "Y"
      READ GCBLicencesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-LIC
         NOT AT END
            ADD 1 TO WS-NbLicences
            PERFORM EXAMINER-LICENCE
      END-READ
   END-PERFORM.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE SPACES TO WS-LigneTravail.
   STRING "RECAPITULATIF : " WS-NbLicences " licence(s), "
       WS-NbARacheter " à racheter"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   CLOSE GCBEtatLicencesFile.
   CLOSE GCBLicencesFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportEtat
       WS-DateJour WS-NbLignesEtat WS-NomEtat.
   DISPLAY "Etat écrit dans " FUNCTION TRIM(WS-NomEtat) ".".
   STOP RUN.

CHARGER-PARAMETRES.
   CALL 'GCB_PARAMETRE' USING CleSeuilPrets WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-SeuilPrets
   END-IF.
   CALL 'GCB_PARAMETRE' USING CleDelaiFin WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-JoursAvantFin
   END-IF.

EXAMINER-LICENCE.
      *> Le motif le plus grave l'emporte : fin passée, total
      *> atteint, puis l'approche de l'un ou de l'autre.
   MOVE SPACES TO WS-Motif.
   IF MaxPretsTotal > 0
      COMPUTE WS-PretsRestants = MaxPretsTotal - NbPretsCumules
   ELSE
      MOVE 0 TO WS-PretsRestants
   END-IF.
   IF DateExpirationLicence NOT = 0
      AND DateExpirationLicence < WS-DateJour
      MOVE "EXPIREE" TO WS-Motif
   ELSE
   IF MaxPretsTotal > 0 AND WS-PretsRestants <= 0
      MOVE "EPUISEE" TO WS-Motif
   ELSE
   IF DateExpirationLicence NOT = 0
      AND DateExpirationLicence <= WS-DateAlerteFin
      MOVE "FIN PROCHE" TO WS-Motif
   ELSE
   IF MaxPretsTotal > 0 AND WS-PretsRestants <= WS-SeuilPrets
      MOVE "PEU DE PRETS" TO WS-Motif
   END-IF
   END-IF
   END-IF
   END-IF.
   IF WS-Motif NOT = SPACES
      ADD 1 TO WS-NbARacheter
      PERFORM COMPTER-FILE-TITRE
      IF MaxPretsTotal > 0
         MOVE WS-PretsRestants TO WS-PretsRestantsAff
      ELSE
         MOVE 0 TO WS-PretsRestantsAff
      END-IF
      IF DateExpirationLicence = 0
         MOVE "AUCUNE" TO WS-FinAff
      ELSE
         MOVE DateExpirationLicence TO WS-FinAff
      END-IF
      MOVE SPACES TO WS-LigneTravail
      STRING "  " TitreLicence " " WS-PretsRestantsAff "   "
          WS-FinAff " " WS-NbAttente "  " WS-Motif
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-ETAT
   END-IF.

COMPTER-FILE-TITRE.
   MOVE 0 TO WS-NbAttente.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBReservationsFile.
   IF WS-RESA-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBReservationsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF TitreReservation = TitreLicence
               AND (StatutReservation = "A"
                    OR StatutReservation = "H")
               ADD 1 TO WS-NbAttente
            END-IF
      END-READ
   END-PERFORM.
   IF WS-RESA-STATUS NOT = "35"
      CLOSE GCBReservationsFile
   END-IF.

ECRIRE-LIGNE-ETAT.
   MOVE WS-LigneTravail TO LigneEtatLicences.
   WRITE LigneEtatLicences.
   ADD 1 TO WS-NbLignesEtat.
   DISPLAY WS-LigneTravail.
