IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_MIGRATION_BLOCAGES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AncienBlocagesFile
        FILE STATUS IS WS-ANC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBBlocagesFile.txt".
    SELECT GCBBlocagesFile
        FILE STATUS IS WS-NOUV-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NumBlocage
        ALTERNATE RECORD KEY IS NumeroCompteBlocage
            WITH DUPLICATES
        ASSIGN TO "GCBBlocagesFile.dat".

DATA DIVISION.
FILE SECTION.
   FD AncienBlocagesFile.
      *> Même dessin que le copybook BLOCAGE : seule l'organisation du
      *> fichier change, l'enregistrement est repris tel quel.
   01 AncienRecord PIC X(66).

   FD GCBBlocagesFile.
   COPY BLOCAGE.

WORKING-STORAGE SECTION.
   01 WS-ANC-STATUS PIC 99.
   01 WS-NOUV-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-NbMigres PIC 9(6) VALUE 0.

      *> Conversion unique de GCBBlocagesFile.txt (ligne séquentielle)
      *> vers GCBBlocagesFile.dat, indexé sur
      *> NumBlocage avec la clé alternative NumeroCompteBlocage.
      *> Sans effet dès que le fichier indexé existe ou que l'ancien
      *> fichier a disparu - appelable sans risque au démarrage de
      *> chaque session, comme GCB_MIGRATION_EXEMPLAIRES.
      *> Accès direct en écriture : l'ancien fichier n'a pas à être
      *> trié sur la clé, seul un doublon est signalé et écarté.

PROCEDURE DIVISION.
   OPEN INPUT GCBBlocagesFile.
   IF WS-NOUV-STATUS = "00"
      CLOSE GCBBlocagesFile
      EXIT PROGRAM
   END-IF.
   OPEN INPUT AncienBlocagesFile.
   IF WS-ANC-STATUS NOT = "00"
      EXIT PROGRAM
   END-IF.
   OPEN OUTPUT GCBBlocagesFile.
   IF WS-NOUV-STATUS NOT = "00"
      DISPLAY "GCB_MIGRATION_BLOCAGES: création du fichier "
          "indexé impossible, statut " WS-NOUV-STATUS
      CLOSE AncienBlocagesFile
      EXIT PROGRAM
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ AncienBlocagesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            MOVE AncienRecord TO BlocageRecord
            WRITE BlocageRecord
               INVALID KEY
                  DISPLAY "Doublon ignoré à la migration : "
                      "blocage " NumBlocage
               NOT INVALID KEY ADD 1 TO WS-NbMigres
            END-WRITE
      END-READ
   END-PERFORM.
   CLOSE AncienBlocagesFile.
   CLOSE GCBBlocagesFile.
   DISPLAY "Blocages migrés vers le fichier indexé : "
       WS-NbMigres ".".
   EXIT PROGRAM.
