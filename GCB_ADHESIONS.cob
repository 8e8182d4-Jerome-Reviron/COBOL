   01 WS-NbExpirees PIC 9(4) VALUE 0.
   01 WS-NbBientot PIC 9(4) VALUE 0.
   01 WS-NbSansDate PIC 9(4) VALUE 0.
      *> Lettre d'invitation au renouvellement, déposée dans la file
      *> du courrier par GCB_COURRIER : adhésion expirant sous 30
      *> jours ou expirée depuis moins de 30 jours (au-delà, le
      *> membre a déjà reçu ses lettres les mois précédents).
   01 WS-DateRecul PIC 9(8).
   01 WS-OperationCourrier PIC X(1).
   01 WS-TypeDestinataire PIC X(1) VALUE "M".
   01 WS-NatureCourrier PIC X(10) VALUE "ADHESION".
   01 WS-LigneCourrier PIC X(80).
   01 WS-NomDestinataire PIC X(30).
   01 WS-AdresseDestinataire PIC X(40).
   01 WS-ResultatCourrier PIC X(1).
   01 WS-NbInvitations PIC 9(4) VALUE 0.

      *> Liste mensuelle des adhésions : déjà expirées (emprunts
      *> refusés jusqu'au renouvellement), expirant sous 30 jours
       = FUNCTION INTEGER-OF-DATE(WS-DateJour) + 30.
   COMPUTE WS-DateHorizon
       = FUNCTION DATE-OF-INTEGER(WS-EntierHorizon).
   COMPUTE WS-DateRecul = FUNCTION DATE-OF-INTEGER(
       FUNCTION INTEGER-OF-DATE(WS-DateJour) - 30).
   MOVE SPACES TO WS-NomAdhesions.
   STRING "GCBAdhesions" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomAdhesions.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportAdh
       WS-DateJour WS-NbLignesAdh WS-NomAdhesions.
   DISPLAY "Etat écrit dans " FUNCTION TRIM(WS-NomAdhesions) ".".
   DISPLAY WS-NbInvitations " invitation(s) au renouvellement "
       "déposée(s) dans la file du courrier.".
   STOP RUN.

EXAMINER-UN-MEMBRE.
             " " NomMembre " le " DateExpirationMembre
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-ADHESIONS
         IF DateExpirationMembre >= WS-DateRecul
            PERFORM DEPOSER-INVITATION
         END-IF
      WHEN DateExpirationMembre <= WS-DateHorizon
         ADD 1 TO WS-NbBientot
         MOVE SPACES TO WS-LigneTravail
             " (" ContactMembre ")"
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-ADHESIONS
         PERFORM DEPOSER-INVITATION
      WHEN OTHER
         CONTINUE
   END-EVALUATE.

DEPOSER-INVITATION.
   MOVE "O" TO WS-OperationCourrier.
   PERFORM APPELER-COURRIER.
   IF WS-ResultatCourrier = "O"
      ADD 1 TO WS-NbInvitations
      MOVE "Madame, Monsieur," TO WS-LigneCourrier
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE SPACES TO WS-LigneCourrier
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE SPACES TO WS-LigneCourrier
      IF DateExpirationMembre < WS-DateJour
         STRING "Votre adhésion à la bibliothèque a expiré le "
             DateExpirationMembre "."
             DELIMITED BY SIZE INTO WS-LigneCourrier
      ELSE
         STRING "Votre adhésion à la bibliothèque expire le "
             DateExpirationMembre "."
             DELIMITED BY SIZE INTO WS-LigneCourrier
      END-IF
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE "Pour continuer à emprunter, pensez à la renouveler "
          & "au bureau de prêt." TO WS-LigneCourrier
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE "F" TO WS-OperationCourrier
      PERFORM APPELER-COURRIER
   ELSE
      IF WS-ResultatCourrier = "N"
         MOVE "  invitation non envoyée : adresse signalée NPAI"
             TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-ADHESIONS
      END-IF
   END-IF.

AJOUTER-LIGNE-COURRIER.
   MOVE "L" TO WS-OperationCourrier.
   PERFORM APPELER-COURRIER.

APPELER-COURRIER.
   CALL 'GCB_COURRIER' USING WS-OperationCourrier
       WS-TypeDestinataire IdMembre OF MembreRecord
       WS-NatureCourrier WS-LigneCourrier WS-NomDestinataire
       WS-AdresseDestinataire WS-ResultatCourrier.

ECRIRE-LIGNE-ADHESIONS.
   MOVE WS-LigneTravail TO LigneAdhesions.
   WRITE LigneAdhesions.
