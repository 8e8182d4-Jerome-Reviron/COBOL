IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_PROCURATION.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBProcurationsFile
        FILE STATUS IS WS-PROC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBProcurationsFile.txt".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBProcurationsFile.
   COPY PROCURATION.

   FD GCBJourFile.
   COPY JOUR.

WORKING-STORAGE SECTION.
   01 WS-PROC-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-EOF-PROC PIC X VALUE "N".
   01 WS-DateJour PIC 9(8) VALUE 0.

LINKAGE SECTION.
   01 NumProcDemandee PIC 9(6).
   01 NumCompteDemande PIC 9(6).
   01 ProcurationValide PIC X(1).
   01 PinMandataireLu PIC 9(4).
   01 OperationsLues PIC X(3).
   01 PlafondLu PIC 9(5)V99.
   01 NomMandataireLu PIC X(30).

      *> Même rôle que GCB_CLIENT_LECTURE pour le registre des
      *> procurations : la procuration demandée n'est rendue valide
      *> ("O") que si elle porte bien sur le compte demandé, qu'elle
      *> est active et que la journée comptable tombe dans sa fenêtre
      *> de validité. L'appelant confronte lui-même le PIN saisi au
      *> condensat rendu.

PROCEDURE DIVISION USING NumProcDemandee NumCompteDemande
    ProcurationValide PinMandataireLu OperationsLues PlafondLu
    NomMandataireLu.
   MOVE "N" TO ProcurationValide.
   MOVE 0 TO PinMandataireLu.
   MOVE "NNN" TO OperationsLues.
   MOVE 0 TO PlafondLu.
   MOVE SPACES TO NomMandataireLu.
   PERFORM LIRE-DATE-JOUR.
   MOVE "N" TO WS-EOF-PROC.
   OPEN INPUT GCBProcurationsFile.
   IF WS-PROC-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-PROC
   END-IF.
   PERFORM UNTIL WS-EOF-PROC = "Y"
      READ GCBProcurationsFile
         AT END MOVE "Y" TO WS-EOF-PROC
         NOT AT END
            IF NumProcuration = NumProcDemandee
               MOVE "Y" TO WS-EOF-PROC
               IF NumeroCompteProcuration = NumCompteDemande
                  AND StatutProcuration = "A"
                  AND DateDebutProcuration <= WS-DateJour
                  AND (DateFinProcuration = 0
                       OR DateFinProcuration >= WS-DateJour)
                  MOVE "O" TO ProcurationValide
                  MOVE PinMandataireHache TO PinMandataireLu
                  MOVE OperationsProcuration TO OperationsLues
                  MOVE PlafondOperationProc TO PlafondLu
                  MOVE NomMandataire TO NomMandataireLu
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PROC-STATUS NOT = "35"
      CLOSE GCBProcurationsFile
   END-IF.
   EXIT PROGRAM.

LIRE-DATE-JOUR.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   OPEN INPUT GCBJourFile.
   IF WS-JOUR-STATUS = "00"
      READ GCBJourFile
         AT END CONTINUE
         NOT AT END MOVE DateJourFile TO WS-DateJour
      END-READ
      CLOSE GCBJourFile
   END-IF.
