IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_MIGRATION_LITIGES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AncienLitigesFile
        FILE STATUS IS WS-ANC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBLitigesFile.txt".
    SELECT GCBLitigesFile
        FILE STATUS IS WS-NOUV-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NumLitige
        ALTERNATE RECORD KEY IS NumeroCompteLitige
            WITH DUPLICATES
        ASSIGN TO "GCBLitigesFile.dat".

DATA DIVISION.
FILE SECTION.
   FD AncienLitigesFile.
      *> Même dessin que le copybook LITIGE : seule l'organisation du
      *> fichier change, l'enregistrement est repris tel quel.
   01 AncienRecord PIC X(74).

   FD GCBLitigesFile.
   COPY LITIGE.

WORKING-STORAGE SECTION.
   01 WS-ANC-STATUS PIC 99.
   01 WS-NOUV-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-NbMigres PIC 9(6) VALUE 0.

      *> Conversion unique de GCBLitigesFile.txt (ligne séquentielle)
      *> vers GCBLitigesFile.dat, indexé sur
      *> NumLitige avec la clé alternative NumeroCompteLitige.
      *> Sans effet dès que le fichier indexé existe ou que l'ancien
      *> fichier a disparu - appelable sans risque au démarrage de
      *> chaque session, comme GCB_MIGRATION_EXEMPLAIRES.
      *> Accès direct en écriture : l'ancien fichier n'a pas à être
      *> trié sur la clé, seul un doublon est signalé et écarté.

PROCEDURE DIVISION.
   OPEN INPUT GCBLitigesFile.
   IF WS-NOUV-STATUS = "00"
      CLOSE GCBLitigesFile
      EXIT PROGRAM
   END-IF.
   OPEN INPUT AncienLitigesFile.
   IF WS-ANC-STATUS NOT = "00"
      EXIT PROGRAM
   END-IF.
   OPEN OUTPUT GCBLitigesFile.
   IF WS-NOUV-STATUS NOT = "00"
      DISPLAY "GCB_MIGRATION_LITIGES: création du fichier "
          "indexé impossible, statut " WS-NOUV-STATUS
      CLOSE AncienLitigesFile
      EXIT PROGRAM
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ AncienLitigesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            MOVE AncienRecord TO LitigeRecord
            WRITE LitigeRecord
               INVALID KEY
                  DISPLAY "Doublon ignoré à la migration : "
                      "litige " NumLitige
               NOT INVALID KEY ADD 1 TO WS-NbMigres
            END-WRITE
      END-READ
   END-PERFORM.
   CLOSE AncienLitigesFile.
   CLOSE GCBLitigesFile.
   DISPLAY "Litiges migrés vers le fichier indexé : "
       WS-NbMigres ".".
   EXIT PROGRAM.
