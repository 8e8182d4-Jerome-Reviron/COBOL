IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_EXPORT_CATALOGUE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBLivresFile
        FILE STATUS IS WS-LIV-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Titre OF LivreRecord
        ALTERNATE RECORD KEY IS ISBN OF LivreRecord
            WITH DUPLICATES
        ASSIGN TO "GCBLivresFile.dat".
    SELECT GCBAuteursFile
        FILE STATUS IS WS-AUT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IdAuteur OF AuteurRecord
        ASSIGN TO "GCBAuteursFile.dat".
    SELECT GCBExemplairesFile
        FILE STATUS IS WS-EXEMP-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleExemplaire
        ALTERNATE RECORD KEY IS CodeBarreExemplaire
            WITH DUPLICATES
        ASSIGN TO "GCBExemplairesFile.dat".
    SELECT GCBCatalogueExporteFile
        FILE STATUS IS WS-CATEX-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ISBNExporte
        ASSIGN TO "GCBCatalogueExporteFile.dat".
    SELECT GCBCatalogueCollectifFile
        FILE STATUS IS WS-ECH-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEchange.

DATA DIVISION.
FILE SECTION.
   FD GCBLivresFile.
   COPY LIVRE.

   FD GCBAuteursFile.
   COPY AUTEUR.

   FD GCBExemplairesFile.
   COPY EXEMPLAIRE.

   FD GCBCatalogueExporteFile.
   COPY CATEXPORT.

   FD GCBCatalogueCollectifFile.
   COPY UNIONCAT.

WORKING-STORAGE SECTION.
   01 WS-LIV-STATUS PIC 99.
   01 WS-AUT-STATUS PIC 99.
   01 WS-EXEMP-STATUS PIC 99.
   01 WS-CATEX-STATUS PIC 99.
   01 WS-ECH-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-EOF-EXEMP PIC X VALUE "N".
   01 WS-DateJour PIC 9(8).
   01 WS-NomEchange PIC X(44).
   01 WS-CodeBibliotheque PIC X(4) VALUE "GCB".
   01 WS-NbTitresLus PIC 9(5) VALUE 0.
   01 WS-NbCreations PIC 9(5) VALUE 0.
   01 WS-NbModifications PIC 9(5) VALUE 0.
   01 WS-NbSuppressions PIC 9(5) VALUE 0.
   01 WS-NbInchanges PIC 9(5) VALUE 0.
   01 WS-NbIgnores PIC 9(5) VALUE 0.
   01 WS-DejaExporte PIC X(1).

      *> Valeurs courantes d'un titre, au dessin de ValeursExportees
      *> pour la comparaison avec le dernier envoi.
   01 WS-ValeursCourantes.
      05 WS-TitreCourant PIC X(30).
      05 WS-AuteurCourant PIC X(30).
      05 WS-AnneeTitreCourant PIC 9(4).
      05 WS-GenreCourant PIC X(20).
      05 WS-NbExemplairesCourant PIC 9(3).
      05 WS-NbDisponiblesCourant PIC 9(3).

      *> Export vers le catalogue collectif des partenaires : chaque
      *> titre du fonds (ISBN renseigné, au moins un exemplaire ni
      *> perdu ni sorti, hors entrées temporaires "PEB" des livres
      *> partenaires) est comparé au dernier état envoyé ; seules les
      *> créations et modifications partent, suivies d'une suppression
      *> pour chaque titre envoyé autrefois que l'extraction ne revoit
      *> plus. Le fichier d'échange est daté du jour.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_EXEMPLAIRES'.
   DISPLAY "==============================================".
   DISPLAY "EXPORT VERS LE CATALOGUE COLLECTIF".
   DISPLAY "==============================================".
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   OPEN INPUT GCBLivresFile.
   IF WS-LIV-STATUS NOT = "00"
      DISPLAY "Catalogue indisponible (statut " WS-LIV-STATUS ")."
      STOP RUN
   END-IF.
   OPEN INPUT GCBAuteursFile.
   OPEN INPUT GCBExemplairesFile.
   OPEN I-O GCBCatalogueExporteFile.
   IF WS-CATEX-STATUS = "35"
      OPEN OUTPUT GCBCatalogueExporteFile
      CLOSE GCBCatalogueExporteFile
      OPEN I-O GCBCatalogueExporteFile
   END-IF.
   MOVE SPACES TO WS-NomEchange.
   STRING "GCBCatalogueCollectif" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEchange.
   OPEN OUTPUT GCBCatalogueCollectifFile.
   MOVE "N" TO WS-EOF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBLivresFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            ADD 1 TO WS-NbTitresLus
            PERFORM EXAMINER-TITRE
      END-READ
   END-PERFORM.
   PERFORM EMETTRE-SUPPRESSIONS.
   CLOSE GCBCatalogueCollectifFile.
   CLOSE GCBCatalogueExporteFile.
   IF WS-EXEMP-STATUS NOT = "35"
      CLOSE GCBExemplairesFile
   END-IF.
   IF WS-AUT-STATUS NOT = "35"
      CLOSE GCBAuteursFile
   END-IF.
   CLOSE GCBLivresFile.
   DISPLAY "Titres lus           : " WS-NbTitresLus.
   DISPLAY "Créations envoyées   : " WS-NbCreations.
   DISPLAY "Modifications        : " WS-NbModifications.
   DISPLAY "Suppressions         : " WS-NbSuppressions.
   DISPLAY "Inchangés            : " WS-NbInchanges.
   DISPLAY "Hors fonds (ignorés) : " WS-NbIgnores.
   DISPLAY "Fichier d'échange : " FUNCTION TRIM(WS-NomEchange) ".".
   STOP RUN.

EXAMINER-TITRE.
   IF ISBN OF LivreRecord = SPACES
       OR Genre OF LivreRecord = "PEB"
      ADD 1 TO WS-NbIgnores
   ELSE
      PERFORM COMPTER-EXEMPLAIRES-TITRE
      IF WS-NbExemplairesCourant = 0
            *> Plus rien au fonds : traité comme un retrait, la
            *> suppression part avec EMETTRE-SUPPRESSIONS.
         ADD 1 TO WS-NbIgnores
      ELSE
         MOVE Titre OF LivreRecord TO WS-TitreCourant
         PERFORM RESOUDRE-NOM-AUTEUR
         MOVE AnneePublication TO WS-AnneeTitreCourant
         MOVE Genre OF LivreRecord TO WS-GenreCourant
         PERFORM COMPARER-DERNIER-ENVOI
      END-IF
   END-IF.

COMPTER-EXEMPLAIRES-TITRE.
   MOVE 0 TO WS-NbExemplairesCourant.
   MOVE 0 TO WS-NbDisponiblesCourant.
   MOVE "N" TO WS-EOF-EXEMP.
   IF WS-EXEMP-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-EXEMP
   ELSE
      MOVE Titre OF LivreRecord TO TitreExemplaire
      MOVE 0 TO NumExemplaire
      START GCBExemplairesFile KEY IS GREATER THAN OR EQUAL
          CleExemplaire
         INVALID KEY MOVE "Y" TO WS-EOF-EXEMP
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF-EXEMP = "Y"
      READ GCBExemplairesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-EXEMP
         NOT AT END
            IF TitreExemplaire NOT = Titre OF LivreRecord
               MOVE "Y" TO WS-EOF-EXEMP
            ELSE
               IF StatutExemplaire NOT = "D"
                   AND StatutExemplaire NOT = "S"
                  ADD 1 TO WS-NbExemplairesCourant
                  IF StatutExemplaire = "R"
                     ADD 1 TO WS-NbDisponiblesCourant
                  END-IF
               END-IF
            END-IF
      END-READ
   END-PERFORM.

RESOUDRE-NOM-AUTEUR.
      *> Le nom normalisé de GCBAuteursFile prime sur le cache
      *> d'affichage du livre.
   MOVE Auteur OF LivreRecord TO WS-AuteurCourant.
   IF IdAuteur OF LivreRecord > 0 AND WS-AUT-STATUS = "00"
      MOVE IdAuteur OF LivreRecord TO IdAuteur OF AuteurRecord
      READ GCBAuteursFile
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE NomAuteur TO WS-AuteurCourant
      END-READ
   END-IF.

COMPARER-DERNIER-ENVOI.
   MOVE ISBN OF LivreRecord TO ISBNExporte.
   READ GCBCatalogueExporteFile
      INVALID KEY MOVE "N" TO WS-DejaExporte
      NOT INVALID KEY MOVE "O" TO WS-DejaExporte
   END-READ.
   IF WS-DejaExporte = "N"
      MOVE ISBN OF LivreRecord TO ISBNExporte
      MOVE WS-ValeursCourantes TO ValeursExportees
      MOVE WS-DateJour TO DateEnvoiExporte
      MOVE WS-DateJour TO DateVuExporte
      WRITE CatalogueExporteRecord
      PERFORM ECRIRE-NOTICE-COURANTE
      ADD 1 TO WS-NbCreations
   ELSE
   IF ValeursExportees NOT = WS-ValeursCourantes
      MOVE WS-ValeursCourantes TO ValeursExportees
      MOVE WS-DateJour TO DateEnvoiExporte
      MOVE WS-DateJour TO DateVuExporte
      REWRITE CatalogueExporteRecord
      PERFORM ECRIRE-NOTICE-COURANTE
      ADD 1 TO WS-NbModifications
   ELSE
      MOVE WS-DateJour TO DateVuExporte
      REWRITE CatalogueExporteRecord
      ADD 1 TO WS-NbInchanges
   END-IF
   END-IF.

ECRIRE-NOTICE-COURANTE.
   MOVE "C" TO MouvementEchange.
   MOVE WS-CodeBibliotheque TO BibliothequeEchange.
   MOVE WS-DateJour TO DateEchange.
   MOVE ISBNExporte TO ISBNEchange.
   MOVE WS-TitreCourant TO TitreEchange.
   MOVE WS-AuteurCourant TO AuteurEchange.
   MOVE WS-AnneeTitreCourant TO AnneeEchange.
   MOVE WS-GenreCourant TO GenreEchange.
   MOVE WS-NbExemplairesCourant TO NbExemplairesEchange.
   MOVE WS-NbDisponiblesCourant TO NbDisponiblesEchange.
   WRITE NoticeEchangeRecord.

EMETTRE-SUPPRESSIONS.
      *> Toute entrée non revue aujourd'hui a quitté le fonds.
   MOVE "N" TO WS-EOF.
   MOVE LOW-VALUES TO ISBNExporte.
   START GCBCatalogueExporteFile KEY IS GREATER THAN ISBNExporte
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBCatalogueExporteFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF DateVuExporte NOT = WS-DateJour
               MOVE "S" TO MouvementEchange
               MOVE WS-CodeBibliotheque TO BibliothequeEchange
               MOVE WS-DateJour TO DateEchange
               MOVE ISBNExporte TO ISBNEchange
               MOVE TitreExporte TO TitreEchange
               MOVE AuteurExporte TO AuteurEchange
               MOVE AnneeExporte TO AnneeEchange
               MOVE GenreExporte TO GenreEchange
               MOVE 0 TO NbExemplairesEchange
               MOVE 0 TO NbDisponiblesEchange
               WRITE NoticeEchangeRecord
               DELETE GCBCatalogueExporteFile
               ADD 1 TO WS-NbSuppressions
            END-IF
      END-READ
   END-PERFORM.
