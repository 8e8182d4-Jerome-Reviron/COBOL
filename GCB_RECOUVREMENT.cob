   01 WS-LigneTravail PIC X(80).
   01 WS-MontantAff PIC -ZZZZZZ9.99.
   01 WS-MontantAff2 PIC -ZZZZZZ9.99.
      *> La lettre elle-même part dans la file du courrier
      *> (GCB_COURRIER) au nom du client rattaché au compte ; le
      *> fichier daté ne garde que la liste des lettres et le
      *> récapitulatif. Une lettre non déposée (compte sans client,
      *> adresse NPAI) ne fait pas monter le niveau du dossier.
   01 WS-OperationCourrier PIC X(1).
   01 WS-TypeDestinataire PIC X(1) VALUE "C".
   01 WS-NatureCourrier PIC X(10) VALUE "RECOUVR".
   01 WS-LigneCourrier PIC X(80).
   01 WS-NomDestinataire PIC X(30).
   01 WS-AdresseDestinataire PIC X(40).
   01 WS-ResultatCourrier PIC X(1).
   01 WS-NbNonEnvoyees PIC 9(4) VALUE 0.

      *> Comptes débiteurs relevés en passe de lecture.
   01 WS-NbDebiteurs PIC 9(3) VALUE 0.
      05 CompteDebiteurTable PIC 9(6).
      05 SoldeDebiteurTable PIC S9(7)V99.
      05 NomDebiteurTable PIC X(30).
      05 ClientDebiteurTable PIC 9(6).

      *> Dossiers de recouvrement chargés et réécrits : même
      *> discipline d'escalade 1-2-3 et d'estampillage de la dernière
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportRec
       WS-DateJour WS-NbLignesLettres WS-NomLettres.
   PERFORM REECRIRE-TABLE-DOSSIERS.
   DISPLAY WS-NbLettres " lettre(s) de recouvrement déposée(s) dans "
       "la file du courrier, liste dans "
       FUNCTION TRIM(WS-NomLettres) ".".
   IF WS-NbNonEnvoyees > 0
      DISPLAY WS-NbNonEnvoyees " lettre(s) non envoyée(s) (compte "
          "sans client ou adresse NPAI)."
   END-IF.
   STOP RUN.

LIRE-DATE-JOUR.
                   TO SoldeDebiteurTable(WS-NbDebiteurs)
               MOVE NomTitulaireFile
                   TO NomDebiteurTable(WS-NbDebiteurs)
               MOVE NumClientFile
                   TO ClientDebiteurTable(WS-NbDebiteurs)
            END-IF
      END-READ
   END-PERFORM.
   END-EVALUATE.

EMETTRE-LETTRE.
   PERFORM DEPOSER-LETTRE-COURRIER.
   MOVE SPACES TO WS-LigneTravail.
   MOVE SoldeDebiteurTable(IdxDebiteur) TO WS-MontantAff.
   MOVE PlusBasDossierTable(IdxDossier) TO WS-MontantAff2.
   MOVE WS-LigneTravail TO LigneLettre.
   WRITE LigneLettre.
   ADD 1 TO WS-NbLignesLettres.
   IF WS-ResultatCourrier = "O"
      MOVE WS-NiveauCible TO NiveauDossierTable(IdxDossier)
      MOVE WS-DateJour TO DateLettreDossierTable(IdxDossier)
      ADD 1 TO WS-NbLettres
   ELSE
      ADD 1 TO WS-NbNonEnvoyees
      MOVE SPACES TO WS-LigneTravail
      IF WS-ResultatCourrier = "N"
         MOVE "  NON ENVOYEE : adresse du client signalée NPAI"
             TO WS-LigneTravail
      ELSE
         MOVE "  NON ENVOYEE : aucun client rattaché au compte"
             TO WS-LigneTravail
      END-IF
      MOVE WS-LigneTravail TO LigneLettre
      WRITE LigneLettre
      ADD 1 TO WS-NbLignesLettres
   END-IF.

DEPOSER-LETTRE-COURRIER.
   MOVE "I" TO WS-ResultatCourrier.
   IF ClientDebiteurTable(IdxDebiteur) NOT = 0
      MOVE "O" TO WS-OperationCourrier
      PERFORM APPELER-COURRIER
   END-IF.
   IF WS-ResultatCourrier = "O"
      MOVE "Madame, Monsieur," TO WS-LigneCourrier
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE SPACES TO WS-LigneCourrier
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE SoldeDebiteurTable(IdxDebiteur) TO WS-MontantAff
      MOVE SPACES TO WS-LigneCourrier
      STRING "Votre compte " CompteDebiteurTable(IdxDebiteur)
          " présente un solde débiteur de " WS-MontantAff
          DELIMITED BY SIZE INTO WS-LigneCourrier
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE SPACES TO WS-LigneCourrier
      STRING "depuis " WS-JoursDecouvert " jour(s)."
          DELIMITED BY SIZE INTO WS-LigneCourrier
      PERFORM AJOUTER-LIGNE-COURRIER
      EVALUATE WS-NiveauCible
         WHEN 1
            MOVE "Nous vous remercions de bien vouloir le "
                & "régulariser rapidement." TO WS-LigneCourrier
         WHEN 2
            MOVE "MISE EN DEMEURE : sans régularisation sous huit "
                & "jours, le dossier sera" TO WS-LigneCourrier
            PERFORM AJOUTER-LIGNE-COURRIER
            MOVE "transmis à notre service contentieux."
                TO WS-LigneCourrier
         WHEN OTHER
            MOVE "Faute de régularisation, votre dossier est "
                & "transmis au service contentieux."
                TO WS-LigneCourrier
      END-EVALUATE
      PERFORM AJOUTER-LIGNE-COURRIER
      MOVE "F" TO WS-OperationCourrier
      PERFORM APPELER-COURRIER
      MOVE "O" TO WS-ResultatCourrier
   END-IF.

AJOUTER-LIGNE-COURRIER.
   MOVE "L" TO WS-OperationCourrier.
   PERFORM APPELER-COURRIER.

APPELER-COURRIER.
   CALL 'GCB_COURRIER' USING WS-OperationCourrier
       WS-TypeDestinataire ClientDebiteurTable(IdxDebiteur)
       WS-NatureCourrier WS-LigneCourrier WS-NomDestinataire
       WS-AdresseDestinataire WS-ResultatCourrier.

EDITER-RECAPITULATIF.
   MOVE SPACES TO WS-LigneTravail.
