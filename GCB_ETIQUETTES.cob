IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_ETIQUETTES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBExemplairesFile
        FILE STATUS IS WS-EXEMP-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleExemplaire
        ALTERNATE RECORD KEY IS CodeBarreExemplaire
            WITH DUPLICATES
        ASSIGN TO "GCBExemplairesFile.dat".
    SELECT GCBMembresFile
        FILE STATUS IS WS-MBR-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IdMembre OF MembreRecord
        ASSIGN TO "GCBMembresFile.dat".
    SELECT GCBCodeBarreSeqFile
        FILE STATUS IS WS-SEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCodeBarreSeqFile.txt".
    SELECT GCBCartesAImprimerFile
        FILE STATUS IS WS-CARTE-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCartesAImprimerFile.txt".
    SELECT GCBEtiquettesFile
        FILE STATUS IS WS-ETIQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEtiquettes.

DATA DIVISION.
FILE SECTION.
   FD GCBExemplairesFile.
   COPY EXEMPLAIRE.

   FD GCBMembresFile.
   COPY MEMBRE.

   FD GCBCodeBarreSeqFile.
   01 CodeBarreSeqRecord PIC 9(9).

   FD GCBCartesAImprimerFile.
      *> File des cartes de membre à imprimer : une ligne par membre
      *> inscrit au bureau depuis le dernier passage du lot.
   01 CarteAImprimerRecord PIC 9(6).

   FD GCBEtiquettesFile.
   01 LigneEtiquette PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-EXEMP-STATUS PIC 99.
   01 WS-MBR-STATUS PIC 99.
   01 WS-SEQ-STATUS PIC 99.
   01 WS-CARTE-STATUS PIC 99.
   01 WS-ETIQ-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-DateJour PIC 9(8).
   01 WS-NomEtiquettes PIC X(44).
   01 WS-LigneTravail PIC X(80).
   01 WS-NbLignesEtiquettes PIC 9(6) VALUE 0.
   01 WS-TypeRapportEtiq PIC X(12) VALUE "ETIQUETTES".
   01 WS-DerniereSeqCode PIC 9(9) VALUE 0.
   01 WS-PremierPassage PIC X(1) VALUE "N".
   01 WS-NbCopiesEtiquetees PIC 9(6) VALUE 0.
   01 WS-NbCartes PIC 9(6) VALUE 0.
   01 WS-CodeCarte PIC 9(10).
   01 DebutEtiquettesCopies PIC 9(10) VALUE 3000000000.
   01 DebutCartesMembres PIC 9(10) VALUE 2000000000.

      *> Etiquetage code-barre, à passer après chaque arrivage :
      *> chaque copie sans code (CodeBarreExemplaire à zéro) ni
      *> perdue ni sortie du fonds reçoit le prochain numéro de
      *> GCBCodeBarreSeqFile, et une ligne d'étiquette à imprimer.
      *> Les cartes de membre portent "2" + IdMembre : le lot
      *> imprime celles que le bureau a mises en file à
      *> l'inscription - et, au tout premier passage (pas encore de
      *> compteur), celles de tous les membres existants. Le
      *> fichier d'étiquettes est daté et enregistré au catalogue
      *> des rapports pour réimpression.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_EXEMPLAIRES'.
   DISPLAY "==============================================".
   DISPLAY "ETIQUETAGE CODE-BARRE DES COPIES ET DES CARTES".
   DISPLAY "==============================================".
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   PERFORM LIRE-COMPTEUR-CODES.
   OPEN I-O GCBExemplairesFile.
   IF WS-EXEMP-STATUS NOT = "00"
      DISPLAY "Fichier des exemplaires indisponible (statut "
          WS-EXEMP-STATUS ")."
      IF WS-EXEMP-STATUS = "39"
         DISPLAY "Ancien dessin sans code-barre : lancer "
             "GCB_MIGRATION_EXEMPLAIRES."
      END-IF
      STOP RUN
   END-IF.
   MOVE SPACES TO WS-NomEtiquettes.
   STRING "GCBEtiquettes" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEtiquettes.
   OPEN OUTPUT GCBEtiquettesFile.
   PERFORM ETIQUETER-COPIES.
   CLOSE GCBExemplairesFile.
   PERFORM ECRIRE-COMPTEUR-CODES.
   PERFORM IMPRIMER-CARTES-MEMBRES.
   CLOSE GCBEtiquettesFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportEtiq
       WS-DateJour WS-NbLignesEtiquettes WS-NomEtiquettes.
   DISPLAY WS-NbCopiesEtiquetees " copie(s) étiquetée(s), "
       WS-NbCartes " carte(s) de membre à imprimer.".
   DISPLAY "Etiquettes dans " FUNCTION TRIM(WS-NomEtiquettes) ".".
   STOP RUN.

LIRE-COMPTEUR-CODES.
   MOVE 0 TO WS-DerniereSeqCode.
   OPEN INPUT GCBCodeBarreSeqFile.
   IF WS-SEQ-STATUS = "00"
      READ GCBCodeBarreSeqFile
         AT END CONTINUE
         NOT AT END MOVE CodeBarreSeqRecord TO WS-DerniereSeqCode
      END-READ
      CLOSE GCBCodeBarreSeqFile
   ELSE
      MOVE "O" TO WS-PremierPassage
   END-IF.

ECRIRE-COMPTEUR-CODES.
   MOVE WS-DerniereSeqCode TO CodeBarreSeqRecord.
   OPEN OUTPUT GCBCodeBarreSeqFile.
   WRITE CodeBarreSeqRecord.
   CLOSE GCBCodeBarreSeqFile.

ETIQUETER-COPIES.
   MOVE "N" TO WS-EOF.
   MOVE LOW-VALUES TO CleExemplaire.
   START GCBExemplairesFile KEY IS GREATER THAN OR EQUAL
       CleExemplaire
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBExemplairesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF CodeBarreExemplaire = 0
               AND StatutExemplaire NOT = "D"
               AND StatutExemplaire NOT = "S"
               ADD 1 TO WS-DerniereSeqCode
               COMPUTE CodeBarreExemplaire
                   = DebutEtiquettesCopies + WS-DerniereSeqCode
               REWRITE ExemplaireRecord
               ADD 1 TO WS-NbCopiesEtiquetees
               MOVE SPACES TO WS-LigneTravail
               STRING CodeBarreExemplaire "  " TitreExemplaire
                   "  copie " NumExemplaire
                   DELIMITED BY SIZE INTO WS-LigneTravail
               PERFORM ECRIRE-ETIQUETTE
            END-IF
      END-READ
   END-PERFORM.

IMPRIMER-CARTES-MEMBRES.
   OPEN INPUT GCBMembresFile.
   IF WS-MBR-STATUS NOT = "00"
      DISPLAY "Fichier des membres indisponible : pas de cartes."
   ELSE
      IF WS-PremierPassage = "O"
         PERFORM CARTES-TOUS-MEMBRES
      END-IF
      PERFORM CARTES-EN-FILE
      CLOSE GCBMembresFile
   END-IF.

CARTES-TOUS-MEMBRES.
   MOVE "N" TO WS-EOF.
   MOVE 0 TO IdMembre OF MembreRecord.
   START GCBMembresFile KEY IS GREATER THAN OR EQUAL
       IdMembre OF MembreRecord
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBMembresFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END PERFORM ECRIRE-CARTE-MEMBRE
      END-READ
   END-PERFORM.

CARTES-EN-FILE.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBCartesAImprimerFile.
   IF WS-CARTE-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBCartesAImprimerFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            MOVE CarteAImprimerRecord TO IdMembre OF MembreRecord
            READ GCBMembresFile
               INVALID KEY
                  DISPLAY "Membre " CarteAImprimerRecord
                      " en file mais introuvable : carte ignorée."
               NOT INVALID KEY
                  IF WS-PremierPassage = "N"
                     PERFORM ECRIRE-CARTE-MEMBRE
                  END-IF
            END-READ
      END-READ
   END-PERFORM.
   IF WS-CARTE-STATUS NOT = "35"
      CLOSE GCBCartesAImprimerFile
         *> File vidée : ces cartes sont dans le fichier du jour.
      OPEN OUTPUT GCBCartesAImprimerFile
      CLOSE GCBCartesAImprimerFile
   END-IF.

ECRIRE-CARTE-MEMBRE.
   COMPUTE WS-CodeCarte
       = DebutCartesMembres + IdMembre OF MembreRecord.
   ADD 1 TO WS-NbCartes.
   MOVE SPACES TO WS-LigneTravail.
   STRING WS-CodeCarte "  " NomMembre OF MembreRecord
       "  carte de membre " IdMembre OF MembreRecord
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-ETIQUETTE.

ECRIRE-ETIQUETTE.
   MOVE WS-LigneTravail TO LigneEtiquette.
   WRITE LigneEtiquette.
   ADD 1 TO WS-NbLignesEtiquettes.
