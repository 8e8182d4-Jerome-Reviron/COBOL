IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_IMPORT_NOTICES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBNoticesFile
        FILE STATUS IS WS-NOT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBNoticesFile.txt".
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
    SELECT GCBRapportNoticesFile
        FILE STATUS IS WS-RAP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBRapportNoticesFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBNoticesFile.
   COPY UNIONCAT.

   FD GCBLivresFile.
   COPY LIVRE.

   FD GCBAuteursFile.
   COPY AUTEUR.

   FD GCBRapportNoticesFile.
   01 LigneRapportNotices PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-NOT-STATUS PIC 99.
   01 WS-LIV-STATUS PIC 99.
   01 WS-AUT-STATUS PIC 99.
   01 WS-RAP-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-EOF-AUT PIC X VALUE "N".
   01 WS-NumLigne PIC 9(5) VALUE 0.
   01 WS-NbCrees PIC 9(5) VALUE 0.
   01 WS-NbCompletes PIC 9(5) VALUE 0.
   01 WS-NbConnus PIC 9(5) VALUE 0.
   01 WS-NbRejets PIC 9(5) VALUE 0.
   01 WS-NbAuteursCrees PIC 9(5) VALUE 0.
   01 WS-AnneeCourante PIC 9(4).
   01 WS-MotifRejet PIC X(30).
   01 WS-LigneTravail PIC X(80).
   01 WS-LivreTrouve PIC X VALUE "N".
   01 WS-LivreModifie PIC X VALUE "N".
   01 WS-AuteurTrouve PIC X VALUE "N".
   01 WS-IdAuteurRetenu PIC 9(4).
   01 WS-NomAuteurRetenu PIC X(30).
   01 WS-MaxIdAuteur PIC 9(4).

      *> Rapprochement des noms d'auteur : majuscules, ponctuation
      *> ramenée à des blancs, blancs multiples réduits, et prénom/nom
      *> permutés ("HUGO, Victor" = "Victor Hugo"), comme la détection
      *> de doublons de GCB_FUSION_AUTEURS.
   01 WS-NomBrut PIC X(30).
   01 WS-NomNormalise PIC X(30).
   01 WS-NomInverse PIC X(30).
   01 WS-NomRecuNormalise PIC X(30).
   01 WS-NomRecuInverse PIC X(30).
   01 WS-Token1 PIC X(30).
   01 WS-Token2 PIC X(30).
   01 WS-Token3 PIC X(30).

      *> Import de notices bibliographiques au format d'échange du
      *> catalogue collectif : un ISBN inconnu crée le titre au
      *> catalogue sans exemplaire (les copies entrent à la
      *> livraison), avec l'auteur retrouvé dans GCBAuteursFile - ou
      *> créé s'il n'y figure sous aucune forme - ; un ISBN connu voit
      *> seulement ses rubriques vides complétées. Les notices de
      *> suppression et les lignes fautives vont au rapport.

PROCEDURE DIVISION.
   DISPLAY "==============================================".
   DISPLAY "IMPORT DE NOTICES BIBLIOGRAPHIQUES".
   DISPLAY "==============================================".
   MOVE FUNCTION CURRENT-DATE(1:4) TO WS-AnneeCourante.
   OPEN INPUT GCBNoticesFile.
   IF WS-NOT-STATUS NOT = "00"
      DISPLAY "Aucun fichier de notices (statut " WS-NOT-STATUS ")."
   ELSE
      OPEN I-O GCBLivresFile
      IF WS-LIV-STATUS = "35"
         OPEN OUTPUT GCBLivresFile
         CLOSE GCBLivresFile
         OPEN I-O GCBLivresFile
      END-IF
      OPEN I-O GCBAuteursFile
      IF WS-AUT-STATUS = "35"
         OPEN OUTPUT GCBAuteursFile
         CLOSE GCBAuteursFile
         OPEN I-O GCBAuteursFile
      END-IF
      OPEN OUTPUT GCBRapportNoticesFile
      MOVE "RAPPORT D'IMPORT DE NOTICES" TO LigneRapportNotices
      WRITE LigneRapportNotices
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBNoticesFile
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               ADD 1 TO WS-NumLigne
               PERFORM TRAITER-NOTICE
         END-READ
      END-PERFORM
      MOVE SPACES TO WS-LigneTravail
      STRING "Lues : " WS-NumLigne "  Créées : " WS-NbCrees
          "  Complétées : " WS-NbCompletes "  Connues : "
          WS-NbConnus "  Rejets : " WS-NbRejets
          DELIMITED BY SIZE INTO WS-LigneTravail
      MOVE WS-LigneTravail TO LigneRapportNotices
      WRITE LigneRapportNotices
      DISPLAY WS-LigneTravail
      DISPLAY WS-NbAuteursCrees " auteur(s) créé(s)."
      CLOSE GCBRapportNoticesFile
      CLOSE GCBAuteursFile
      CLOSE GCBLivresFile
      CLOSE GCBNoticesFile
   END-IF.
   STOP RUN.

TRAITER-NOTICE.
   MOVE SPACES TO WS-MotifRejet.
   EVALUATE TRUE
      WHEN MouvementEchange = "S"
         MOVE "NOTICE DE SUPPRESSION IGNOREE" TO WS-MotifRejet
      WHEN ISBNEchange = SPACES
         MOVE "ISBN ABSENT" TO WS-MotifRejet
      WHEN TitreEchange = SPACES
         MOVE "TITRE ABSENT" TO WS-MotifRejet
      WHEN AnneeEchange NOT NUMERIC
         MOVE "ANNEE INVRAISEMBLABLE" TO WS-MotifRejet
      WHEN AnneeEchange < 1450 OR AnneeEchange > WS-AnneeCourante
         MOVE "ANNEE INVRAISEMBLABLE" TO WS-MotifRejet
      WHEN OTHER
         CONTINUE
   END-EVALUATE.
   IF WS-MotifRejet NOT = SPACES
      PERFORM ECRIRE-REJET-NOTICE
   ELSE
   IF WS-LIV-STATUS NOT = "00"
      MOVE "CATALOGUE INDISPONIBLE" TO WS-MotifRejet
      PERFORM ECRIRE-REJET-NOTICE
   ELSE
      MOVE ISBNEchange TO ISBN OF LivreRecord
      READ GCBLivresFile KEY IS ISBN OF LivreRecord
         INVALID KEY MOVE "N" TO WS-LivreTrouve
         NOT INVALID KEY MOVE "O" TO WS-LivreTrouve
      END-READ
      IF WS-LivreTrouve = "O"
         PERFORM COMPLETER-TITRE
      ELSE
         PERFORM CREER-TITRE-NOTICE
      END-IF
   END-IF
   END-IF.

ECRIRE-REJET-NOTICE.
   ADD 1 TO WS-NbRejets.
   MOVE SPACES TO WS-LigneTravail.
   STRING "REJET ligne " WS-NumLigne " (" ISBNEchange ") : "
       WS-MotifRejet
       DELIMITED BY SIZE INTO WS-LigneTravail.
   MOVE WS-LigneTravail TO LigneRapportNotices.
   WRITE LigneRapportNotices.

COMPLETER-TITRE.
      *> Rien de ce que le catalogue porte déjà n'est écrasé.
   MOVE "N" TO WS-LivreModifie.
   IF IdAuteur OF LivreRecord = 0 AND AuteurEchange NOT = SPACES
      PERFORM RESOUDRE-AUTEUR
      MOVE WS-IdAuteurRetenu TO IdAuteur OF LivreRecord
      MOVE WS-NomAuteurRetenu TO Auteur OF LivreRecord
      MOVE "O" TO WS-LivreModifie
   END-IF.
   IF Genre OF LivreRecord = SPACES AND GenreEchange NOT = SPACES
      MOVE GenreEchange TO Genre OF LivreRecord
      MOVE "O" TO WS-LivreModifie
   END-IF.
   IF AnneePublication = 0
      MOVE AnneeEchange TO AnneePublication
      MOVE "O" TO WS-LivreModifie
   END-IF.
   MOVE SPACES TO WS-LigneTravail.
   IF WS-LivreModifie = "O"
      REWRITE LivreRecord
      ADD 1 TO WS-NbCompletes
      STRING "COMPLETE " Titre OF LivreRecord
          DELIMITED BY SIZE INTO WS-LigneTravail
   ELSE
      ADD 1 TO WS-NbConnus
      STRING "DEJA AU CATALOGUE " Titre OF LivreRecord
          DELIMITED BY SIZE INTO WS-LigneTravail
   END-IF.
   MOVE WS-LigneTravail TO LigneRapportNotices.
   WRITE LigneRapportNotices.

CREER-TITRE-NOTICE.
   MOVE 0 TO WS-IdAuteurRetenu.
   MOVE SPACES TO WS-NomAuteurRetenu.
   IF AuteurEchange NOT = SPACES
      PERFORM RESOUDRE-AUTEUR
   END-IF.
   MOVE TitreEchange TO Titre OF LivreRecord.
   MOVE WS-NomAuteurRetenu TO Auteur OF LivreRecord.
   MOVE AnneeEchange TO AnneePublication.
   MOVE 0 TO NbCopies OF LivreRecord.
   MOVE ISBNEchange TO ISBN OF LivreRecord.
   MOVE 0 TO PrixUnitaire.
   MOVE WS-IdAuteurRetenu TO IdAuteur OF LivreRecord.
   MOVE GenreEchange TO Genre OF LivreRecord.
   WRITE LivreRecord
      INVALID KEY
         MOVE "TITRE EN DOUBLE (AUTRE ISBN)" TO WS-MotifRejet
         PERFORM ECRIRE-REJET-NOTICE
      NOT INVALID KEY
         ADD 1 TO WS-NbCrees
         MOVE SPACES TO WS-LigneTravail
         STRING "CREE " TitreEchange " auteur " WS-IdAuteurRetenu
             DELIMITED BY SIZE INTO WS-LigneTravail
         MOVE WS-LigneTravail TO LigneRapportNotices
         WRITE LigneRapportNotices
   END-WRITE.

RESOUDRE-AUTEUR.
      *> L'auteur reçu est comparé à chaque nom de GCBAuteursFile
      *> sous forme normalisée, à l'endroit et permuté ; il n'est créé
      *> sous l'IdAuteur suivant que si aucune forme ne correspond.
   MOVE AuteurEchange TO WS-NomBrut.
   PERFORM NORMALISER-NOM.
   MOVE WS-NomNormalise TO WS-NomRecuNormalise.
   MOVE WS-NomInverse TO WS-NomRecuInverse.
   MOVE "N" TO WS-AuteurTrouve.
   MOVE 0 TO WS-MaxIdAuteur.
   MOVE "N" TO WS-EOF-AUT.
   IF WS-AUT-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-AUT
   END-IF.
   MOVE LOW-VALUES TO IdAuteur OF AuteurRecord.
   IF WS-EOF-AUT = "N"
      START GCBAuteursFile KEY IS GREATER THAN
          IdAuteur OF AuteurRecord
         INVALID KEY MOVE "Y" TO WS-EOF-AUT
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF-AUT = "Y"
      READ GCBAuteursFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-AUT
         NOT AT END
            IF IdAuteur OF AuteurRecord > WS-MaxIdAuteur
               MOVE IdAuteur OF AuteurRecord TO WS-MaxIdAuteur
            END-IF
            IF WS-AuteurTrouve = "N"
               MOVE NomAuteur TO WS-NomBrut
               PERFORM NORMALISER-NOM
               IF WS-NomNormalise = WS-NomRecuNormalise
                   OR (WS-NomRecuInverse NOT = SPACES
                       AND WS-NomNormalise = WS-NomRecuInverse)
                  MOVE "O" TO WS-AuteurTrouve
                  MOVE IdAuteur OF AuteurRecord TO WS-IdAuteurRetenu
                  MOVE NomAuteur TO WS-NomAuteurRetenu
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-AuteurTrouve = "N"
      COMPUTE WS-IdAuteurRetenu = WS-MaxIdAuteur + 1
      MOVE WS-IdAuteurRetenu TO IdAuteur OF AuteurRecord
      MOVE AuteurEchange TO NomAuteur
      WRITE AuteurRecord
      MOVE AuteurEchange TO WS-NomAuteurRetenu
      ADD 1 TO WS-NbAuteursCrees
   END-IF.

NORMALISER-NOM.
   MOVE FUNCTION UPPER-CASE(WS-NomBrut) TO WS-NomBrut.
   INSPECT WS-NomBrut REPLACING ALL "," BY " "
       ALL "." BY " " ALL "-" BY " ".
   MOVE SPACES TO WS-Token1 WS-Token2 WS-Token3.
   MOVE FUNCTION TRIM(WS-NomBrut) TO WS-NomBrut.
   UNSTRING WS-NomBrut DELIMITED BY ALL " "
       INTO WS-Token1 WS-Token2 WS-Token3.
   MOVE SPACES TO WS-NomNormalise.
   MOVE SPACES TO WS-NomInverse.
   IF WS-Token3 NOT = SPACES
      STRING FUNCTION TRIM(WS-Token1) " " FUNCTION TRIM(WS-Token2)
          " " FUNCTION TRIM(WS-Token3)
          DELIMITED BY SIZE INTO WS-NomNormalise
   ELSE
   IF WS-Token2 NOT = SPACES
      STRING FUNCTION TRIM(WS-Token1) " " FUNCTION TRIM(WS-Token2)
          DELIMITED BY SIZE INTO WS-NomNormalise
      STRING FUNCTION TRIM(WS-Token2) " " FUNCTION TRIM(WS-Token1)
          DELIMITED BY SIZE INTO WS-NomInverse
   ELSE
      MOVE WS-Token1 TO WS-NomNormalise
   END-IF
   END-IF.
