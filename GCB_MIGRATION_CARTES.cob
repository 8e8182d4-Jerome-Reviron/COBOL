IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_MIGRATION_CARTES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AncienCartesFile
        FILE STATUS IS WS-ANC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCartesFile.txt".
    SELECT GCBCartesFile
        FILE STATUS IS WS-NOUV-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NumCarte
        ALTERNATE RECORD KEY IS NumeroCompteCarte
            WITH DUPLICATES
        ASSIGN TO "GCBCartesFile.dat".

DATA DIVISION.
FILE SECTION.
   FD AncienCartesFile.
      *> Même dessin que le copybook CARTE : seule l'organisation du
      *> fichier change, l'enregistrement est repris tel quel.
   01 AncienRecord PIC X(30).

   FD GCBCartesFile.
   COPY CARTE.

WORKING-STORAGE SECTION.
   01 WS-ANC-STATUS PIC 99.
   01 WS-NOUV-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-NbMigres PIC 9(6) VALUE 0.

      *> Conversion unique de GCBCartesFile.txt (ligne séquentielle)
      *> vers GCBCartesFile.dat, indexé sur
      *> NumCarte avec la clé alternative NumeroCompteCarte.
      *> Sans effet dès que le fichier indexé existe ou que l'ancien
      *> fichier a disparu - appelable sans risque au démarrage de
      *> chaque session, comme GCB_MIGRATION_EXEMPLAIRES.
      *> Accès direct en écriture : l'ancien fichier n'a pas à être
      *> trié sur la clé, seul un doublon est signalé et écarté.

PROCEDURE DIVISION.
   OPEN INPUT GCBCartesFile.
   IF WS-NOUV-STATUS = "00"
      CLOSE GCBCartesFile
      EXIT PROGRAM
   END-IF.
   OPEN INPUT AncienCartesFile.
   IF WS-ANC-STATUS NOT = "00"
      EXIT PROGRAM
   END-IF.
   OPEN OUTPUT GCBCartesFile.
   IF WS-NOUV-STATUS NOT = "00"
      DISPLAY "GCB_MIGRATION_CARTES: création du fichier "
          "indexé impossible, statut " WS-NOUV-STATUS
      CLOSE AncienCartesFile
      EXIT PROGRAM
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ AncienCartesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            MOVE AncienRecord TO CarteRecord
            WRITE CarteRecord
               INVALID KEY
                  DISPLAY "Doublon ignoré à la migration : "
                      "carte " NumCarte
               NOT INVALID KEY ADD 1 TO WS-NbMigres
            END-WRITE
      END-READ
   END-PERFORM.
   CLOSE AncienCartesFile.
   CLOSE GCBCartesFile.
   DISPLAY "Cartes migrés vers le fichier indexé : "
       WS-NbMigres ".".
   EXIT PROGRAM.
