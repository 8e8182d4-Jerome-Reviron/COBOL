IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_MIGRATION_ENVELOPPES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AncienEnveloppesFile
        FILE STATUS IS WS-ANC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBEnveloppesFile.txt".
    SELECT GCBEnveloppesFile
        FILE STATUS IS WS-NOUV-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CleEnveloppe
        ASSIGN TO "GCBEnveloppesFile.dat".

DATA DIVISION.
FILE SECTION.
   FD AncienEnveloppesFile.
      *> Même dessin que le copybook ENVELOPPE : seule l'organisation du
      *> fichier change, l'enregistrement est repris tel quel.
   01 AncienRecord PIC X(41).

   FD GCBEnveloppesFile.
   COPY ENVELOPPE.

WORKING-STORAGE SECTION.
   01 WS-ANC-STATUS PIC 99.
   01 WS-NOUV-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-NbMigres PIC 9(6) VALUE 0.

      *> Conversion unique de GCBEnveloppesFile.txt (ligne séquentielle)
      *> vers GCBEnveloppesFile.dat, indexé sur
      *> CleEnveloppe (compte puis libellé).
      *> Sans effet dès que le fichier indexé existe ou que l'ancien
      *> fichier a disparu - appelable sans risque au démarrage de
      *> chaque session, comme GCB_MIGRATION_EXEMPLAIRES.
      *> Accès direct en écriture : l'ancien fichier n'a pas à être
      *> trié sur la clé, seul un doublon est signalé et écarté.

PROCEDURE DIVISION.
   OPEN INPUT GCBEnveloppesFile.
   IF WS-NOUV-STATUS = "00"
      CLOSE GCBEnveloppesFile
      EXIT PROGRAM
   END-IF.
   OPEN INPUT AncienEnveloppesFile.
   IF WS-ANC-STATUS NOT = "00"
      EXIT PROGRAM
   END-IF.
   OPEN OUTPUT GCBEnveloppesFile.
   IF WS-NOUV-STATUS NOT = "00"
      DISPLAY "GCB_MIGRATION_ENVELOPPES: création du fichier "
          "indexé impossible, statut " WS-NOUV-STATUS
      CLOSE AncienEnveloppesFile
      EXIT PROGRAM
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ AncienEnveloppesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            MOVE AncienRecord TO EnveloppeRecord
            WRITE EnveloppeRecord
               INVALID KEY
                  DISPLAY "Doublon ignoré à la migration : "
                      "enveloppe " NumeroCompteEnveloppe " " LibelleEnveloppe
               NOT INVALID KEY ADD 1 TO WS-NbMigres
            END-WRITE
      END-READ
   END-PERFORM.
   CLOSE AncienEnveloppesFile.
   CLOSE GCBEnveloppesFile.
   DISPLAY "Enveloppes migrés vers le fichier indexé : "
       WS-NbMigres ".".
   EXIT PROGRAM.
