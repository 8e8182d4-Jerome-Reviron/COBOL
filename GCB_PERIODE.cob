IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_PERIODE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBPeriodesFile
        FILE STATUS IS WS-PER-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBPeriodesFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBPeriodesFile.
   COPY PERIODE.

WORKING-STORAGE SECTION.
   01 WS-PER-STATUS PIC 99.
   01 WS-EOF-PER PIC X VALUE "N".
   01 WS-PeriodeDemandee PIC 9(6).
   01 WS-DernierEvenement PIC X(1).

LINKAGE SECTION.
   01 DateEcriture PIC 9(8).
   01 PeriodeVerrouillee PIC X(1).

      *> Dit si le mois d'une date comptable est verrouillé : "O"
      *> quand le dernier événement de GCBPeriodesFile pour ce mois
      *> est un verrouillage ("V") ou une clôture d'exercice ("C"),
      *> "N" sinon (mois jamais fermé, ou rouvert). Sans fichier,
      *> aucun mois n'est verrouillé.

PROCEDURE DIVISION USING DateEcriture PeriodeVerrouillee.
   MOVE "N" TO PeriodeVerrouillee.
   MOVE SPACES TO WS-DernierEvenement.
   MOVE DateEcriture(1:6) TO WS-PeriodeDemandee.
   MOVE "N" TO WS-EOF-PER.
   OPEN INPUT GCBPeriodesFile.
   IF WS-PER-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-PER
   END-IF.
   PERFORM UNTIL WS-EOF-PER = "Y"
      READ GCBPeriodesFile
         AT END MOVE "Y" TO WS-EOF-PER
         NOT AT END
            IF PeriodeComptable = WS-PeriodeDemandee
               MOVE EvenementPeriode TO WS-DernierEvenement
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PER-STATUS NOT = "35"
      CLOSE GCBPeriodesFile
   END-IF.
   IF WS-DernierEvenement = "V" OR WS-DernierEvenement = "C"
      MOVE "O" TO PeriodeVerrouillee
   END-IF.
   EXIT PROGRAM.
