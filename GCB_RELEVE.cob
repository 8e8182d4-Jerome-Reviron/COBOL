   01 MaxLignesPage PIC 9(2) VALUE 60.
   01 WS-DateDebutPeriode PIC 9(8) VALUE 0.
   01 WS-DateFinPeriode PIC 9(8) VALUE 0.
      *> Relevé à envoyer par la poste : le fichier imprimable est
      *> relu et déposé tel quel dans la file du courrier
      *> (GCB_COURRIER), au nom du client rattaché au compte.
   01 WS-EnvoiPostal PIC X(1) VALUE "N".
   01 WS-EOF-RELEVE PIC X VALUE "N".
   01 WS-OperationCourrier PIC X(1).
   01 WS-TypeDestinataire PIC X(1) VALUE "C".
   01 WS-NatureCourrier PIC X(10) VALUE "RELEVE".
   01 WS-LigneCourrier PIC X(80).
   01 WS-NomDestinataire PIC X(30).
   01 WS-AdresseDestinataire PIC X(40).
   01 WS-ResultatCourrier PIC X(1).
   01 WS-ClientReleve PIC 9(6) VALUE 0.
      *> Trace du relevé dans le journal des consultations.
   01 WS-ProgrammeConsult PIC X(12) VALUE "GCB_RELEVE".
   01 WS-NatureConsult PIC X(12) VALUE "RELEVE".

      *> GCBComptesFile ne garde plus qu'une ligne par compte (le solde
      *> courant, retrouvé par clé). Le relevé reconstitue donc le
         DISPLAY "Solde de clôture  : " WS-SoldeAffichage
         DISPLAY "================================================="
         PERFORM TERMINER-RELEVE-IMPRIME
         MOVE NumClientFile TO WS-ClientReleve
         PERFORM ENVOYER-RELEVE-COURRIER
      END-IF

      CLOSE GCBHistoriqueFile
      CLOSE GCBComptesFile
         *> Tracé une fois GCBComptesFile refermé : GCB_CONSULTATION
         *> y relit le client titulaire.
      IF WS-CompteTrouve = "O"
         CALL 'GCB_CONSULTATION' USING NumCompte
             WS-ProgrammeConsult WS-NatureConsult
      END-IF
   END-IF.
   PERFORM JOURNALISER-EXPLOITATION.
   STOP RUN.
               MOVE WS-SoldeCourant TO WS-SoldeAffichage
               DISPLAY ActionFile "  " WS-MontantAffichage
                   "  solde : " WS-SoldeAffichage
               IF TitulaireHistorique = "P"
                  DISPLAY "      (par mandataire, procuration "
                      ProcurationHistorique ")"
               END-IF
               PERFORM IMPRIMER-MOUVEMENT
            ELSE
               MOVE "Y" TO WS-EOF-HIST
      STRING DateTraitement "  " ActionFile "  " WS-MontantAffichage
          "  solde : " WS-SoldeAffichage
          DELIMITED BY SIZE INTO WS-LigneTravail
      IF TitulaireHistorique = "P"
         STRING "  PROC " ProcurationHistorique
             DELIMITED BY SIZE INTO WS-LigneTravail(56:13)
      END-IF
      MOVE WS-LigneTravail TO LigneReleve
      WRITE LigneReleve
      ADD 1 TO WS-LignesPage
      DISPLAY "Relevé imprimable écrit dans GCBReleveFile.txt."
   END-IF.

ENVOYER-RELEVE-COURRIER.
   IF WS-ReleveOuvert = "O"
      DISPLAY "Envoyer ce relevé par courrier (O/N) : "
      ACCEPT WS-EnvoiPostal
      IF WS-EnvoiPostal = "O" OR WS-EnvoiPostal = "o"
         IF WS-ClientReleve = 0
            DISPLAY "Compte sans client rattaché : envoi impossible."
         ELSE
            MOVE "O" TO WS-OperationCourrier
            PERFORM APPELER-COURRIER
            IF WS-ResultatCourrier = "N"
               DISPLAY "Adresse du client signalée NPAI : relevé "
                   "non envoyé."
            ELSE
               IF WS-ResultatCourrier NOT = "O"
                  DISPLAY "Client introuvable : relevé non envoyé."
               ELSE
                  PERFORM DEPOSER-LIGNES-RELEVE
                  MOVE "F" TO WS-OperationCourrier
                  PERFORM APPELER-COURRIER
                  DISPLAY "Relevé déposé dans la file du courrier."
               END-IF
            END-IF
         END-IF
      END-IF
   END-IF.

DEPOSER-LIGNES-RELEVE.
   MOVE "N" TO WS-EOF-RELEVE.
   OPEN INPUT GCBReleveFile.
   IF WS-RELEVE-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-RELEVE
   END-IF.
   PERFORM UNTIL WS-EOF-RELEVE = "Y"
      READ GCBReleveFile
         AT END MOVE "Y" TO WS-EOF-RELEVE
         NOT AT END
            MOVE LigneReleve TO WS-LigneCourrier
            MOVE "L" TO WS-OperationCourrier
            PERFORM APPELER-COURRIER
      END-READ
   END-PERFORM.
   IF WS-RELEVE-STATUS NOT = "35"
      CLOSE GCBReleveFile
   END-IF.

APPELER-COURRIER.
   CALL 'GCB_COURRIER' USING WS-OperationCourrier
       WS-TypeDestinataire WS-ClientReleve WS-NatureCourrier
       WS-LigneCourrier WS-NomDestinataire WS-AdresseDestinataire
       WS-ResultatCourrier.

CALCULER-TOTAL-PAR-CUMULS.
      *> Somme des crédits moins débits portée par les lignes
      *> mensuelles du compte. Les cumuls ne sont retenus que si la
         COMPUTE WS-MontantSigne = 0 - WS-MontantNum
      WHEN "AJUST-DB"
         COMPUTE WS-MontantSigne = 0 - WS-MontantNum
      WHEN "ACHAT-CB"
      WHEN "PRELEVMT"
         COMPUTE WS-MontantSigne = 0 - WS-MontantNum
      WHEN "ECH-PRET"
         COMPUTE WS-MontantSigne = 0 - WS-MontantNum
      WHEN "COMM-CHG"
         COMPUTE WS-MontantSigne = 0 - WS-MontantNum
      WHEN "CHQ-BANQUE"
         COMPUTE WS-MontantSigne = 0 - WS-MontantNum
      WHEN "VTE-BILLET"
         COMPUTE WS-MontantSigne = 0 - WS-MontantNum
      WHEN "REPR-PROV"
         COMPUTE WS-MontantSigne = 0 - WS-MontantNum
      WHEN "REJET-CHQ"
