        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CleExemplaire
        ALTERNATE RECORD KEY IS CodeBarreExemplaire
            WITH DUPLICATES
        ASSIGN TO "GCBExemplairesFile.dat".
    SELECT AncienIndexeExemplairesFile
        FILE STATUS IS WS-AIX-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AncienCleIndexe
        ASSIGN TO "GCBExemplairesFile.dat".
    SELECT GCBConversionExemplairesFile
        FILE STATUS IS WS-CNV-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBExemplairesConversion.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBExemplairesFile.
   COPY EXEMPLAIRE.

   FD AncienIndexeExemplairesFile.
      *> Dessin du fichier indexé d'avant le code-barre et les
      *> sites : même enregistrement que l'ancien fichier ligne
      *> séquentielle, clé CleExemplaire seule.
   01 AncienIndexeRecord.
      05 AncienCleIndexe.
         10 AncienTitreIndexe PIC X(30).
         10 AncienNumIndexe PIC 9(3).
      05 AncienneDateIndexe PIC 9(8).
      05 AncienEtatIndexe PIC X(10).
      05 AncienStatutIndexe PIC X(1).

   FD GCBConversionExemplairesFile.
      *> Copie de travail de l'ancien fichier indexé, conservée
      *> après la conversion comme copie de sûreté.
   01 ConversionExemplaireRecord.
      05 ConvTitreExemplaire PIC X(30).
      05 ConvNumExemplaire PIC 9(3).
      05 ConvDateAcquisition PIC 9(8).
      05 ConvEtatExemplaire PIC X(10).
      05 ConvStatutExemplaire PIC X(1).

WORKING-STORAGE SECTION.
   01 WS-ANC-STATUS PIC 99.
   01 WS-EXE-STATUS PIC 99.
   01 WS-AIX-STATUS PIC 99.
   01 WS-CNV-STATUS PIC 99.
   01 WS-NbDecharges PIC 9(5) VALUE 0.
   01 WS-EOF PIC X VALUE "N".
   01 WS-NbMigres PIC 9(5) VALUE 0.

      *> indexé existe ou que l'ancien fichier a disparu - appelable
      *> sans risque au démarrage de chaque session, comme
      *> GCB_PIN_MIGRATION dans GCB2.
      *> Un fichier indexé encore à l'ancien dessin (sans code-barre
      *> ni sites, refusé à l'ouverture en statut 39) est converti
      *> de la même façon : déchargé dans
      *> GCBExemplairesConversion.txt puis recréé avec la clé
      *> secondaire, copies non étiquetées (code-barre 0) et sites à
      *> blanc, comme une copie venue de l'ancien fichier.

PROCEDURE DIVISION.
   OPEN INPUT GCBExemplairesFile.
      CLOSE GCBExemplairesFile
      EXIT PROGRAM
   END-IF.
   IF WS-EXE-STATUS = "39"
      PERFORM CONVERTIR-ANCIEN-INDEXE
      EXIT PROGRAM
   END-IF.
   OPEN INPUT AncienExemplairesFile.
   IF WS-ANC-STATUS NOT = "00"
      EXIT PROGRAM
                TO DateAcquisitionExemplaire
            MOVE AncienEtatExemplaire TO EtatExemplaire
            MOVE AncienStatutExemplaire TO StatutExemplaire
            MOVE 0 TO CodeBarreExemplaire
            MOVE SPACES TO SiteAttacheExemplaire
            MOVE SPACES TO SiteCourantExemplaire
            MOVE SPACES TO SiteDestinationExemplaire
            WRITE ExemplaireRecord
               INVALID KEY
                  DISPLAY "Doublon ignoré à la migration : "
   DISPLAY "Exemplaires migrés vers le fichier indexé : "
       WS-NbMigres ".".
   EXIT PROGRAM.

CONVERTIR-ANCIEN-INDEXE.
   OPEN INPUT AncienIndexeExemplairesFile.
   IF WS-AIX-STATUS NOT = "00"
      DISPLAY "GCB_MIGRATION_EXEMPLAIRES: ancien fichier indexé "
          "illisible, statut " WS-AIX-STATUS
   ELSE
      PERFORM DECHARGER-ANCIEN-INDEXE
      PERFORM RECHARGER-NOUVEAU-DESSIN
   END-IF.

DECHARGER-ANCIEN-INDEXE.
   OPEN OUTPUT GCBConversionExemplairesFile.
   MOVE "N" TO WS-EOF.
   PERFORM UNTIL WS-EOF = "Y"
      READ AncienIndexeExemplairesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            MOVE AncienTitreIndexe TO ConvTitreExemplaire
            MOVE AncienNumIndexe TO ConvNumExemplaire
            MOVE AncienneDateIndexe TO ConvDateAcquisition
            MOVE AncienEtatIndexe TO ConvEtatExemplaire
            MOVE AncienStatutIndexe TO ConvStatutExemplaire
            WRITE ConversionExemplaireRecord
            ADD 1 TO WS-NbDecharges
      END-READ
   END-PERFORM.
   CLOSE AncienIndexeExemplairesFile.
   CLOSE GCBConversionExemplairesFile.

RECHARGER-NOUVEAU-DESSIN.
   OPEN INPUT GCBConversionExemplairesFile.
   OPEN OUTPUT GCBExemplairesFile.
   IF WS-EXE-STATUS NOT = "00"
      DISPLAY "GCB_MIGRATION_EXEMPLAIRES: recréation du fichier "
          "indexé impossible, statut " WS-EXE-STATUS
          " - copie dans GCBExemplairesConversion.txt"
      CLOSE GCBConversionExemplairesFile
   ELSE
      MOVE "N" TO WS-EOF
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBConversionExemplairesFile
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               MOVE ConvTitreExemplaire TO TitreExemplaire
               MOVE ConvNumExemplaire TO NumExemplaire
               MOVE ConvDateAcquisition
                   TO DateAcquisitionExemplaire
               MOVE ConvEtatExemplaire TO EtatExemplaire
               MOVE ConvStatutExemplaire TO StatutExemplaire
               MOVE 0 TO CodeBarreExemplaire
               MOVE SPACES TO SiteAttacheExemplaire
               MOVE SPACES TO SiteCourantExemplaire
               MOVE SPACES TO SiteDestinationExemplaire
               WRITE ExemplaireRecord
                  INVALID KEY
                     DISPLAY "Doublon ignoré à la conversion : "
                         ConvTitreExemplaire " #"
                         ConvNumExemplaire
                  NOT INVALID KEY ADD 1 TO WS-NbMigres
               END-WRITE
         END-READ
      END-PERFORM
      CLOSE GCBConversionExemplairesFile
      CLOSE GCBExemplairesFile
      DISPLAY "Exemplaires convertis au dessin code-barre et "
          "sites : " WS-NbMigres " sur " WS-NbDecharges "."
   END-IF.
