   01 WS-NbExpires PIC 9(4) VALUE 0.
   01 WS-NbSansDocument PIC 9(4) VALUE 0.
   01 WS-NbRevuesDues PIC 9(4) VALUE 0.
      *> Lettre de rappel au client (pièce expirée ou manquante,
      *> revue due), déposée dans la file du courrier par
      *> GCB_COURRIER ; le client à l'adresse signalée NPAI est
      *> seulement noté sur l'état.
   01 WS-MotifRappel PIC X(1).
   01 WS-OperationCourrier PIC X(1).
   01 WS-TypeDestinataire PIC X(1) VALUE "C".
   01 WS-NatureCourrier PIC X(10) VALUE "KYC".
   01 WS-LigneCourrier PIC X(80).
   01 WS-NomDestinataire PIC X(30).
   01 WS-AdresseDestinataire PIC X(40).
   01 WS-ResultatCourrier PIC X(1).
   01 WS-NbRappels PIC 9(4) VALUE 0.

      *> Revue périodique des dossiers KYC : liste les clients dont
      *> la pièce d'identité est expirée (leurs grosses opérations
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportKYC
       WS-DateJour WS-NbLignesRevue WS-NomRevueKYC.
   DISPLAY "Revue écrite dans " FUNCTION TRIM(WS-NomRevueKYC) ".".
   DISPLAY WS-NbRappels " lettre(s) de rappel déposée(s) dans la "
       "file du courrier.".
   STOP RUN.

EXAMINER-UN-CLIENT.
   MOVE SPACE TO WS-MotifRappel.
   IF DateExpirationDocument = 0 AND TypeDocumentClient = SPACES
      ADD 1 TO WS-NbSansDocument
      MOVE SPACES TO WS-LigneTravail
          NomClient " (risque " NiveauRisqueClient ")"
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-REVUE
      MOVE "S" TO WS-MotifRappel
   ELSE
      IF DateExpirationDocument NOT = 0
         AND DateExpirationDocument < WS-DateJour
             " expirée le " DateExpirationDocument
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-REVUE
         MOVE "E" TO WS-MotifRappel
      END-IF
   END-IF.
   IF DateRevueClient NOT = 0 AND DateRevueClient <= WS-DateJour
          ") prévue le " DateRevueClient
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-REVUE
      IF WS-MotifRappel = SPACE
         MOVE "R" TO WS-MotifRappel
      END-IF
   END-IF.
   IF WS-MotifRappel NOT = SPACE
      PERFORM DEPOSER-RAPPEL-KYC
   END-IF.

DEPOSER-RAPPEL-KYC.
   MOVE "O" TO WS-OperationCourrier.
   PERFORM APPELER-COURRIER.
   IF WS-ResultatCourrier = "O"
      ADD 1 TO WS-NbRappels
      MOVE "Madame, Monsieur," TO WS-LigneCourrier
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE SPACES TO WS-LigneCourrier
      PERFORM AJOUTER-LIGNE-COURRIER
      EVALUATE WS-MotifRappel
         WHEN "S"
            MOVE "Nous ne disposons d'aucune pièce d'identité à "
                & "votre dossier." TO WS-LigneCourrier
         WHEN "E"
            MOVE SPACES TO WS-LigneCourrier
            STRING "Votre pièce d'identité (" TypeDocumentClient
                ") a expiré le " DateExpirationDocument "."
                DELIMITED BY SIZE INTO WS-LigneCourrier
         WHEN OTHER
            MOVE "La mise à jour périodique de votre dossier "
                & "client est arrivée à échéance."
                TO WS-LigneCourrier
      END-EVALUATE
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE "Merci de vous présenter en agence muni d'une pièce "
          & "d'identité en cours" TO WS-LigneCourrier
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE "de validité et d'un justificatif de domicile récent."
          TO WS-LigneCourrier
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE "F" TO WS-OperationCourrier
      PERFORM APPELER-COURRIER
   ELSE
      IF WS-ResultatCourrier = "N"
         MOVE SPACES TO WS-LigneTravail
         STRING "  rappel non envoyé : adresse signalée NPAI"
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-REVUE
      END-IF
   END-IF.

AJOUTER-LIGNE-COURRIER.
   MOVE "L" TO WS-OperationCourrier.
   PERFORM APPELER-COURRIER.

APPELER-COURRIER.
   CALL 'GCB_COURRIER' USING WS-OperationCourrier
       WS-TypeDestinataire NumClient OF ClientRecord
       WS-NatureCourrier WS-LigneCourrier WS-NomDestinataire
       WS-AdresseDestinataire WS-ResultatCourrier.

ECRIRE-LIGNE-REVUE.
   MOVE WS-LigneTravail TO LigneRevueKYC.
   WRITE LigneRevueKYC.
