IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_FILTRAGE_LOT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBFiltrageEtatFile
        FILE STATUS IS WS-ETAT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBFiltrageEtatFile.txt".
    SELECT GCBClientsFile
        FILE STATUS IS WS-CLI-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumClient OF ClientRecord
        ASSIGN TO "GCBClientsFile.dat".
    SELECT GCBBeneficiairesFile
        FILE STATUS IS WS-BENEF-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleBeneficiaire
        ASSIGN TO "GCBBeneficiairesFile.dat".

DATA DIVISION.
FILE SECTION.
   FD GCBFiltrageEtatFile.
   COPY FILTRETAT.

   FD GCBClientsFile.
   COPY CLIENT.

   FD GCBBeneficiairesFile.
   COPY BENEF.

WORKING-STORAGE SECTION.
   01 WS-ETAT-STATUS PIC 99.
   01 WS-CLI-STATUS PIC 99.
   01 WS-BENEF-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-EtatLu PIC X VALUE "N".
   01 WS-TypeObjetFiltre PIC X(1).
   01 WS-DateNaissanceTiers PIC 9(8) VALUE 0.
   01 WS-FiltrageRetenu PIC X(1).
   01 WS-NumCasFiltrage PIC 9(6).
   01 WS-NbClientsFiltres PIC 9(6) VALUE 0.
   01 WS-NbBenefFiltres PIC 9(6) VALUE 0.
   01 WS-NbRetenus PIC 9(6) VALUE 0.

LINKAGE SECTION.
   01 DateTraitement PIC 9(8).

      *> Refiltrage complet des clients et des bénéficiaires
      *> enregistrés contre la liste de surveillance, passé par la
      *> clôture de journée quand GCB_LISTES_SURV a chargé une
      *> nouvelle liste (RefiltragePendantEtat = "O"). Chaque nom
      *> retenu ouvre son cas par GCB_FILTRAGE, dans la même file de
      *> revue que les cas de GCB_SURVEILLANCE ; un nom déjà disposé
      *> non fondé pour la même entrée n'est pas rouvert.

PROCEDURE DIVISION USING DateTraitement.
   OPEN INPUT GCBFiltrageEtatFile.
   IF WS-ETAT-STATUS = "00"
      READ GCBFiltrageEtatFile
         AT END CONTINUE
         NOT AT END MOVE "O" TO WS-EtatLu
      END-READ
      CLOSE GCBFiltrageEtatFile
   END-IF.
   IF WS-EtatLu = "O" AND RefiltragePendantEtat = "O"
         *> La liste tenue en mémoire par GCB_FILTRAGE est relue
         *> depuis le fichier qui vient d'être chargé.
      CANCEL 'GCB_FILTRAGE'
      PERFORM REFILTRER-CLIENTS
      PERFORM REFILTRER-BENEFICIAIRES
      MOVE "N" TO RefiltragePendantEtat
      MOVE DateTraitement TO DateRefiltrageEtat
      OPEN OUTPUT GCBFiltrageEtatFile
      WRITE FiltrageEtatRecord
      CLOSE GCBFiltrageEtatFile
      DISPLAY "Refiltrage liste du " DateListeEtat " : "
          WS-NbClientsFiltres " client(s), " WS-NbBenefFiltres
          " bénéficiaire(s), " WS-NbRetenus " retenu(s) pour revue."
   END-IF.
   EXIT PROGRAM.

REFILTRER-CLIENTS.
   MOVE "C" TO WS-TypeObjetFiltre.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBClientsFile.
   IF WS-CLI-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBClientsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF DateNaissanceClient NOT NUMERIC
               MOVE 0 TO DateNaissanceClient
            END-IF
            ADD 1 TO WS-NbClientsFiltres
            CALL 'GCB_FILTRAGE' USING NomClient DateNaissanceClient
                WS-TypeObjetFiltre NumClient OF ClientRecord
                WS-FiltrageRetenu WS-NumCasFiltrage
            IF WS-FiltrageRetenu = "O"
               ADD 1 TO WS-NbRetenus
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CLI-STATUS NOT = "35"
      CLOSE GCBClientsFile
   END-IF.

REFILTRER-BENEFICIAIRES.
   CALL 'GCB_MIGRATION_BENEFICIAIRES'.
   MOVE "B" TO WS-TypeObjetFiltre.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBBeneficiairesFile.
   IF WS-BENEF-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBBeneficiairesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            ADD 1 TO WS-NbBenefFiltres
            CALL 'GCB_FILTRAGE' USING LibelleBeneficiaire
                WS-DateNaissanceTiers WS-TypeObjetFiltre
                NumeroCompteProprietaire WS-FiltrageRetenu
                WS-NumCasFiltrage
            IF WS-FiltrageRetenu = "O"
               ADD 1 TO WS-NbRetenus
            END-IF
      END-READ
   END-PERFORM.
   IF WS-BENEF-STATUS NOT = "35"
      CLOSE GCBBeneficiairesFile
   END-IF.
