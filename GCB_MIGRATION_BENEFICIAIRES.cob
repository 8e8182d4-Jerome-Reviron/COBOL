IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_MIGRATION_BENEFICIAIRES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AncienBeneficiairesFile
        FILE STATUS IS WS-ANC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBBeneficiairesFile.txt".
    SELECT GCBBeneficiairesFile
        FILE STATUS IS WS-NOUV-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CleBeneficiaire
        ASSIGN TO "GCBBeneficiairesFile.dat".

DATA DIVISION.
FILE SECTION.
   FD AncienBeneficiairesFile.
      *> Même dessin que le copybook BENEF : seule l'organisation du
      *> fichier change, l'enregistrement est repris tel quel.
   01 AncienRecord PIC X(77).

   FD GCBBeneficiairesFile.
   COPY BENEF.

WORKING-STORAGE SECTION.
   01 WS-ANC-STATUS PIC 99.
   01 WS-NOUV-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-NbMigres PIC 9(6) VALUE 0.

      *> Conversion unique de GCBBeneficiairesFile.txt (ligne séquentielle)
      *> vers GCBBeneficiairesFile.dat, indexé sur
      *> CleBeneficiaire (compte puis libellé).
      *> Sans effet dès que le fichier indexé existe ou que l'ancien
      *> fichier a disparu - appelable sans risque au démarrage de
      *> chaque session, comme GCB_MIGRATION_EXEMPLAIRES.
      *> Accès direct en écriture : l'ancien fichier n'a pas à être
      *> trié sur la clé, seul un doublon est signalé et écarté.

PROCEDURE DIVISION.
   OPEN INPUT GCBBeneficiairesFile.
   IF WS-NOUV-STATUS = "00"
      CLOSE GCBBeneficiairesFile
      EXIT PROGRAM
   END-IF.
   OPEN INPUT AncienBeneficiairesFile.
   IF WS-ANC-STATUS NOT = "00"
      EXIT PROGRAM
   END-IF.
   OPEN OUTPUT GCBBeneficiairesFile.
   IF WS-NOUV-STATUS NOT = "00"
      DISPLAY "GCB_MIGRATION_BENEFICIAIRES: création du fichier "
          "indexé impossible, statut " WS-NOUV-STATUS
      CLOSE AncienBeneficiairesFile
      EXIT PROGRAM
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ AncienBeneficiairesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            MOVE AncienRecord TO BeneficiaireEnregistreRecord
            WRITE BeneficiaireEnregistreRecord
               INVALID KEY
                  DISPLAY "Doublon ignoré à la migration : "
                      "bénéficiaire " NumeroCompteProprietaire " "
                      LibelleBeneficiaire
               NOT INVALID KEY ADD 1 TO WS-NbMigres
            END-WRITE
      END-READ
   END-PERFORM.
   CLOSE AncienBeneficiairesFile.
   CLOSE GCBBeneficiairesFile.
   DISPLAY "Bénéficiaires migrés vers le fichier indexé : "
       WS-NbMigres ".".
   EXIT PROGRAM.
