IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_MINEUR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBComptesFile
        FILE STATUS IS WS-FILE-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NumeroCompte OF ComptesRecord
        ASSIGN TO "GCBComptesFile.dat".
    SELECT GCBClientsFile
        FILE STATUS IS WS-CLI-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NumClient OF ClientRecord
        ASSIGN TO "GCBClientsFile.dat".

DATA DIVISION.
FILE SECTION.
   FD GCBComptesFile.
   COPY COMPTES.

   FD GCBClientsFile.
   COPY CLIENT.

WORKING-STORAGE SECTION.
   01 WS-FILE-STATUS PIC 99.
   01 WS-CLI-STATUS PIC 99.
   01 WS-NumClientCompte PIC 9(6) VALUE 0.
   01 WS-DateJour PIC 9(8).
   01 WS-DateMajorite PIC 9(8).

LINKAGE SECTION.
   01 NumCompte PIC 9(6).
   01 CompteMineur PIC X(1).
   01 NumTuteur PIC 9(6).

      *> Régime du mineur d'un compte : relit le client de
      *> rattachement du compte (NumClientFile) et répond "O" quand
      *> ce client est sous le régime du mineur, avec le numéro de
      *> client de son représentant légal. Le régime tombe de
      *> lui-même le jour des 18 ans, même si GCB_MAJORITE n'est pas
      *> encore passé lever la fiche. Compte non rattaché ou client
      *> inconnu = "N" : rien ne distingue alors un mineur.

PROCEDURE DIVISION USING NumCompte CompteMineur NumTuteur.
   MOVE "N" TO CompteMineur.
   MOVE 0 TO NumTuteur.
   MOVE 0 TO WS-NumClientCompte.
   OPEN INPUT GCBComptesFile.
   IF WS-FILE-STATUS = "00"
      MOVE NumCompte TO NumeroCompte OF ComptesRecord
      READ GCBComptesFile
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE NumClientFile TO WS-NumClientCompte
      END-READ
      CLOSE GCBComptesFile
   END-IF.
   IF WS-NumClientCompte NOT = 0
      OPEN INPUT GCBClientsFile
      IF WS-CLI-STATUS = "00"
         MOVE WS-NumClientCompte TO NumClient OF ClientRecord
         READ GCBClientsFile
            INVALID KEY CONTINUE
            NOT INVALID KEY PERFORM EXAMINER-REGIME-CLIENT
         END-READ
         CLOSE GCBClientsFile
      END-IF
   END-IF.
   EXIT PROGRAM.

EXAMINER-REGIME-CLIENT.
   IF RegimeMineurClient = "M"
      MOVE "O" TO CompteMineur
      MOVE NumTuteurClient TO NumTuteur
      IF DateNaissanceClient NOT = 0
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour
         COMPUTE WS-DateMajorite = DateNaissanceClient + 180000
         IF WS-DateMajorite <= WS-DateJour
            MOVE "N" TO CompteMineur
            MOVE 0 TO NumTuteur
         END-IF
      END-IF
   END-IF.
