IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_MIGRATION_MANDATS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AncienMandatsFile
        FILE STATUS IS WS-ANC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBMandatsFile.txt".
    SELECT GCBMandatsFile
        FILE STATUS IS WS-NOUV-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CleMandat
        ASSIGN TO "GCBMandatsFile.dat".

DATA DIVISION.
FILE SECTION.
   FD AncienMandatsFile.
      *> Même dessin que le copybook MANDAT : seule l'organisation du
      *> fichier change, l'enregistrement est repris tel quel.
   01 AncienRecord PIC X(34).

   FD GCBMandatsFile.
   COPY MANDAT.

WORKING-STORAGE SECTION.
   01 WS-ANC-STATUS PIC 99.
   01 WS-NOUV-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-NbMigres PIC 9(6) VALUE 0.

      *> Conversion unique de GCBMandatsFile.txt (ligne séquentielle)
      *> vers GCBMandatsFile.dat, indexé sur
      *> CleMandat (compte puis créancier).
      *> Sans effet dès que le fichier indexé existe ou que l'ancien
      *> fichier a disparu - appelable sans risque au démarrage de
      *> chaque session, comme GCB_MIGRATION_EXEMPLAIRES.
      *> Accès direct en écriture : l'ancien fichier n'a pas à être
      *> trié sur la clé, seul un doublon est signalé et écarté.

PROCEDURE DIVISION.
   OPEN INPUT GCBMandatsFile.
   IF WS-NOUV-STATUS = "00"
      CLOSE GCBMandatsFile
      EXIT PROGRAM
   END-IF.
   OPEN INPUT AncienMandatsFile.
   IF WS-ANC-STATUS NOT = "00"
      EXIT PROGRAM
   END-IF.
   OPEN OUTPUT GCBMandatsFile.
   IF WS-NOUV-STATUS NOT = "00"
      DISPLAY "GCB_MIGRATION_MANDATS: création du fichier "
          "indexé impossible, statut " WS-NOUV-STATUS
      CLOSE AncienMandatsFile
      EXIT PROGRAM
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ AncienMandatsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            MOVE AncienRecord TO MandatRecord
            WRITE MandatRecord
               INVALID KEY
                  DISPLAY "Doublon ignoré à la migration : "
                      "mandat " NumeroCompteMandat " " CreancierMandat
               NOT INVALID KEY ADD 1 TO WS-NbMigres
            END-WRITE
      END-READ
   END-PERFORM.
   CLOSE AncienMandatsFile.
   CLOSE GCBMandatsFile.
   DISPLAY "Mandats migrés vers le fichier indexé : "
       WS-NbMigres ".".
   EXIT PROGRAM.
