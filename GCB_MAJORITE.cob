IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_MAJORITE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBClientsFile
        FILE STATUS IS WS-CLI-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumClient OF ClientRecord
        ASSIGN TO "GCBClientsFile.dat".
    SELECT EditionMajoritesFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEdition.

DATA DIVISION.
FILE SECTION.
   FD GCBClientsFile.
   COPY CLIENT.

   FD EditionMajoritesFile.
   01 LigneEdition PIC X(100).

WORKING-STORAGE SECTION.
   01 WS-CLI-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EOF-CLI PIC X VALUE "N".
   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(100).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-TypeRapportMajorites PIC X(12) VALUE "MAJORITES".
   01 WS-EntierJour PIC 9(8).
   01 WS-Lendemain PIC 9(8).
   01 WS-FinDeMois PIC X(1) VALUE "N".
   01 WS-DateMajorite PIC 9(8).

      *> Mineurs devenus majeurs (régime à lever) et mineurs qui le
      *> deviennent le mois suivant (liste de fin de mois).
   01 WS-NbMajeurs PIC 9(3) VALUE 0.
   01 IdxMajeur PIC 9(3).
   01 TableMajeurs OCCURS 500 TIMES.
      05 NumClientMajTable PIC 9(6).
      05 NomClientMajTable PIC X(30).
      05 DateMajoriteMajTable PIC 9(8).
      05 TuteurMajTable PIC 9(6).
      05 LettreMajTable PIC X(1).
   01 WS-NbProchains PIC 9(3) VALUE 0.
   01 IdxProchain PIC 9(3).
   01 TableProchains OCCURS 500 TIMES.
      05 NumClientProTable PIC 9(6).
      05 NomClientProTable PIC X(30).
      05 DateNaissanceProTable PIC 9(8).
      05 DateMajoriteProTable PIC 9(8).
      05 TuteurProTable PIC 9(6).

      *> Lettre de bienvenue au nouveau majeur, déposée dans la file
      *> du courrier par GCB_COURRIER.
   01 WS-OperationCourrier PIC X(1).
   01 WS-TypeDestinataire PIC X(1) VALUE "C".
   01 WS-IdDestinataire PIC 9(6).
   01 WS-NatureCourrier PIC X(10) VALUE "MAJORITE".
   01 WS-LigneCourrier PIC X(80).
   01 WS-NomDestinataire PIC X(30).
   01 WS-AdresseDestinataire PIC X(40).
   01 WS-ResultatCourrier PIC X(1).
   01 WS-NbLettres PIC 9(4) VALUE 0.

LINKAGE SECTION.
   01 DateJour PIC 9(8).

      *> Passage à la majorité, appelé par la clôture de journée de
      *> GCB_JOURNEE. Chaque jour, les clients sous le régime du
      *> mineur dont les 18 ans sont atteints sont levés : régime
      *> effacé, lien vers le représentant légal supprimé (il perd
      *> tout droit de co-autorisation sur les comptes), et une
      *> lettre de bienvenue avec une offre de passage au compte
      *> courant part dans la file du courrier. GCB_MINEUR ne tient
      *> déjà plus le client pour mineur depuis le jour même de ses
      *> 18 ans. Le dernier jour du mois, l'état liste en plus les
      *> clients qui deviendront majeurs le mois suivant.

PROCEDURE DIVISION USING DateJour.
   PERFORM DETERMINER-FIN-DE-MOIS.
   PERFORM RELEVER-MINEURS.
   IF WS-NbMajeurs = 0 AND WS-NbProchains = 0
      EXIT PROGRAM
   END-IF.
   IF WS-NbMajeurs > 0
      PERFORM LEVER-REGIMES-MINEUR
      PERFORM VARYING IdxMajeur FROM 1 BY 1
          UNTIL IdxMajeur > WS-NbMajeurs
         PERFORM DEPOSER-LETTRE-BIENVENUE
      END-PERFORM
   END-IF.
   PERFORM EDITER-MAJORITES.
   EXIT PROGRAM.

DETERMINER-FIN-DE-MOIS.
   COMPUTE WS-EntierJour = FUNCTION INTEGER-OF-DATE(DateJour) + 1.
   COMPUTE WS-Lendemain = FUNCTION DATE-OF-INTEGER(WS-EntierJour).
   IF WS-Lendemain(5:2) NOT = DateJour(5:2)
      MOVE "O" TO WS-FinDeMois
   ELSE
      MOVE "N" TO WS-FinDeMois
   END-IF.

RELEVER-MINEURS.
   MOVE 0 TO WS-NbMajeurs.
   MOVE 0 TO WS-NbProchains.
   MOVE "N" TO WS-EOF-CLI.
   OPEN INPUT GCBClientsFile.
   IF WS-CLI-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-CLI
   END-IF.
   PERFORM UNTIL WS-EOF-CLI = "Y"
      READ GCBClientsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-CLI
         NOT AT END
            IF RegimeMineurClient = "M" AND DateNaissanceClient > 0
               PERFORM CLASSER-UN-MINEUR
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CLI-STATUS NOT = "35"
      CLOSE GCBClientsFile
   END-IF.

CLASSER-UN-MINEUR.
   COMPUTE WS-DateMajorite = DateNaissanceClient + 180000.
   IF WS-DateMajorite <= DateJour
      IF WS-NbMajeurs < 500
         ADD 1 TO WS-NbMajeurs
         MOVE NumClient OF ClientRecord
             TO NumClientMajTable(WS-NbMajeurs)
         MOVE NomClient TO NomClientMajTable(WS-NbMajeurs)
         MOVE WS-DateMajorite TO DateMajoriteMajTable(WS-NbMajeurs)
         MOVE NumTuteurClient TO TuteurMajTable(WS-NbMajeurs)
         MOVE SPACE TO LettreMajTable(WS-NbMajeurs)
      END-IF
   ELSE
      IF WS-FinDeMois = "O"
         AND WS-DateMajorite(1:6) = WS-Lendemain(1:6)
         AND WS-NbProchains < 500
         ADD 1 TO WS-NbProchains
         MOVE NumClient OF ClientRecord
             TO NumClientProTable(WS-NbProchains)
         MOVE NomClient TO NomClientProTable(WS-NbProchains)
         MOVE DateNaissanceClient
             TO DateNaissanceProTable(WS-NbProchains)
         MOVE WS-DateMajorite TO DateMajoriteProTable(WS-NbProchains)
         MOVE NumTuteurClient TO TuteurProTable(WS-NbProchains)
      END-IF
   END-IF.

LEVER-REGIMES-MINEUR.
      *> Fichier client refermé avant le courrier : GCB_COURRIER le
      *> relit pour résoudre l'adresse du destinataire.
   OPEN I-O GCBClientsFile.
   IF WS-CLI-STATUS NOT = "00"
      DISPLAY "GCB_MAJORITE: GCBClientsFile indisponible (statut "
          WS-CLI-STATUS "), régimes du mineur non levés."
      MOVE 0 TO WS-NbMajeurs
   ELSE
      PERFORM VARYING IdxMajeur FROM 1 BY 1
          UNTIL IdxMajeur > WS-NbMajeurs
         MOVE NumClientMajTable(IdxMajeur) TO NumClient OF ClientRecord
         READ GCBClientsFile
            INVALID KEY CONTINUE
            NOT INVALID KEY
               MOVE SPACE TO RegimeMineurClient
               MOVE 0 TO NumTuteurClient
               REWRITE ClientRecord
         END-READ
      END-PERFORM
      CLOSE GCBClientsFile
   END-IF.

DEPOSER-LETTRE-BIENVENUE.
   MOVE NumClientMajTable(IdxMajeur) TO WS-IdDestinataire.
   MOVE "O" TO WS-OperationCourrier.
   PERFORM APPELER-COURRIER.
   MOVE WS-ResultatCourrier TO LettreMajTable(IdxMajeur).
   IF WS-ResultatCourrier = "O"
      ADD 1 TO WS-NbLettres
      MOVE "Madame, Monsieur," TO WS-LigneCourrier
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE SPACES TO WS-LigneCourrier
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE SPACES TO WS-LigneCourrier
      STRING "Vous êtes majeur(e) depuis le "
          DateMajoriteMajTable(IdxMajeur)
          " : bienvenue parmi nos clients."
          DELIMITED BY SIZE INTO WS-LigneCourrier
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE "Vos comptes ne relèvent plus du régime du mineur : vous "
          & "en disposez seul(e)," TO WS-LigneCourrier
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE "sans l'accord de votre représentant légal, qui n'a plus "
          & "de droit dessus." TO WS-LigneCourrier
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE SPACES TO WS-LigneCourrier
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE "Nous vous proposons d'ouvrir un compte courant avec carte,"
          TO WS-LigneCourrier
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE "chéquier et autorisation de découvert. Votre conseiller "
          & "vous attend en agence." TO WS-LigneCourrier
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE "F" TO WS-OperationCourrier
      PERFORM APPELER-COURRIER
   END-IF.

AJOUTER-LIGNE-COURRIER.
   MOVE "L" TO WS-OperationCourrier.
   PERFORM APPELER-COURRIER.

APPELER-COURRIER.
   CALL 'GCB_COURRIER' USING WS-OperationCourrier
       WS-TypeDestinataire WS-IdDestinataire
       WS-NatureCourrier WS-LigneCourrier WS-NomDestinataire
       WS-AdresseDestinataire WS-ResultatCourrier.

EDITER-MAJORITES.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBMajorites" DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   MOVE 0 TO WS-NbLignesEditees.
   OPEN OUTPUT EditionMajoritesFile.
   IF WS-EDIT-STATUS NOT = "00"
      DISPLAY "GCB_MAJORITE: erreur "
          FUNCTION TRIM(WS-NomEdition) ", statut " WS-EDIT-STATUS
   ELSE
      PERFORM ECRIRE-ETAT-MAJORITES
   END-IF.

ECRIRE-ETAT-MAJORITES.
   MOVE SPACES TO WS-LigneTravail.
   STRING "PASSAGES A LA MAJORITE - CLOTURE DU " DateJour
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE ALL "=" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   IF WS-NbMajeurs > 0
      MOVE "Régimes du mineur levés (client, nom, majeur le, "
          & "ancien représentant, lettre)" TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      PERFORM VARYING IdxMajeur FROM 1 BY 1
          UNTIL IdxMajeur > WS-NbMajeurs
         MOVE SPACES TO WS-LigneTravail
         EVALUATE LettreMajTable(IdxMajeur)
            WHEN "O"
               STRING NumClientMajTable(IdxMajeur) " "
                   NomClientMajTable(IdxMajeur) " "
                   DateMajoriteMajTable(IdxMajeur) " "
                   TuteurMajTable(IdxMajeur) " déposée"
                   DELIMITED BY SIZE INTO WS-LigneTravail
            WHEN "N"
               STRING NumClientMajTable(IdxMajeur) " "
                   NomClientMajTable(IdxMajeur) " "
                   DateMajoriteMajTable(IdxMajeur) " "
                   TuteurMajTable(IdxMajeur) " NPAI, non envoyée"
                   DELIMITED BY SIZE INTO WS-LigneTravail
            WHEN OTHER
               STRING NumClientMajTable(IdxMajeur) " "
                   NomClientMajTable(IdxMajeur) " "
                   DateMajoriteMajTable(IdxMajeur) " "
                   TuteurMajTable(IdxMajeur) " non déposée"
                   DELIMITED BY SIZE INTO WS-LigneTravail
         END-EVALUATE
         PERFORM ECRIRE-LIGNE-EDITION
      END-PERFORM
   END-IF.
   IF WS-FinDeMois = "O"
      MOVE SPACES TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE SPACES TO WS-LigneTravail
      STRING "Clients majeurs au cours du mois " WS-Lendemain(1:6)
          " (client, nom, né le, majeur le, représentant)"
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      PERFORM VARYING IdxProchain FROM 1 BY 1
          UNTIL IdxProchain > WS-NbProchains
         MOVE SPACES TO WS-LigneTravail
         STRING NumClientProTable(IdxProchain) " "
             NomClientProTable(IdxProchain) " "
             DateNaissanceProTable(IdxProchain) " "
             DateMajoriteProTable(IdxProchain) " "
             TuteurProTable(IdxProchain)
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
      END-PERFORM
      MOVE SPACES TO WS-LigneTravail
      STRING WS-NbProchains " client(s) à majorité le mois prochain."
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.
   CLOSE EditionMajoritesFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportMajorites
       DateJour WS-NbLignesEditees WS-NomEdition.
   DISPLAY WS-NbMajeurs " régime(s) du mineur levé(s), "
       WS-NbLettres " lettre(s) de bienvenue déposée(s) ; état "
       FUNCTION TRIM(WS-NomEdition) ".".

ECRIRE-LIGNE-EDITION.
   MOVE WS-LigneTravail TO LigneEdition.
   WRITE LigneEdition.
   ADD 1 TO WS-NbLignesEditees.
