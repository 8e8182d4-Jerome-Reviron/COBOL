IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_MIGRATION_CHEQUES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AncienChequesFile
        FILE STATUS IS WS-ANC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBChequesFile.txt".
    SELECT GCBChequesFile
        FILE STATUS IS WS-NOUV-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NumCheque
        ALTERNATE RECORD KEY IS NumeroCompteCheque
            WITH DUPLICATES
        ASSIGN TO "GCBChequesFile.dat".

DATA DIVISION.
FILE SECTION.
   FD AncienChequesFile.
      *> Même dessin que le copybook CHEQUE : seule l'organisation du
      *> fichier change, l'enregistrement est repris tel quel.
   01 AncienRecord PIC X(36).

   FD GCBChequesFile.
   COPY CHEQUE.

WORKING-STORAGE SECTION.
   01 WS-ANC-STATUS PIC 99.
   01 WS-NOUV-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-NbMigres PIC 9(6) VALUE 0.

      *> Conversion unique de GCBChequesFile.txt (ligne séquentielle)
      *> vers GCBChequesFile.dat, indexé sur
      *> NumCheque avec la clé alternative NumeroCompteCheque.
      *> Sans effet dès que le fichier indexé existe ou que l'ancien
      *> fichier a disparu - appelable sans risque au démarrage de
      *> chaque session, comme GCB_MIGRATION_EXEMPLAIRES.
      *> Accès direct en écriture : l'ancien fichier n'a pas à être
      *> trié sur la clé, seul un doublon est signalé et écarté.

PROCEDURE DIVISION.
   OPEN INPUT GCBChequesFile.
   IF WS-NOUV-STATUS = "00"
      CLOSE GCBChequesFile
      EXIT PROGRAM
   END-IF.
   OPEN INPUT AncienChequesFile.
   IF WS-ANC-STATUS NOT = "00"
      EXIT PROGRAM
   END-IF.
   OPEN OUTPUT GCBChequesFile.
   IF WS-NOUV-STATUS NOT = "00"
      DISPLAY "GCB_MIGRATION_CHEQUES: création du fichier "
          "indexé impossible, statut " WS-NOUV-STATUS
      CLOSE AncienChequesFile
      EXIT PROGRAM
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ AncienChequesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            MOVE AncienRecord TO ChequeRecord
            WRITE ChequeRecord
               INVALID KEY
                  DISPLAY "Doublon ignoré à la migration : "
                      "chèque " NumCheque
               NOT INVALID KEY ADD 1 TO WS-NbMigres
            END-WRITE
      END-READ
   END-PERFORM.
   CLOSE AncienChequesFile.
   CLOSE GCBChequesFile.
   DISPLAY "Chèques migrés vers le fichier indexé : "
       WS-NbMigres ".".
   EXIT PROGRAM.
