        ALTERNATE RECORD KEY IS NumeroCompte OF HistoriqueRecord
            WITH DUPLICATES
        ASSIGN TO "GCBHistoriqueFile.dat".
    SELECT GCBMouvementsJourFile
        FILE STATUS IS WS-MVTJ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomExtraitJour.
    SELECT GCBBilanJourFile
        FILE STATUS IS WS-BILAN-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBPaiementsProgrammesFile.txt".
    SELECT GCBChequesFile
        FILE STATUS IS WS-CHQ-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumCheque
        ALTERNATE RECORD KEY IS NumeroCompteCheque
            WITH DUPLICATES
        ASSIGN TO "GCBChequesFile.dat".
    SELECT GCBGrandLivreFile
        FILE STATUS IS WS-GL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBAccusesFile.txt".
    SELECT GCBTransitFile
        FILE STATUS IS WS-TRANSIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBTransitFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBHistoriqueFile.
   COPY HISTORIQUE.

   FD GCBMouvementsJourFile.
   COPY MVTJOUR.

   FD GCBBilanJourFile.
   01 LigneBilanJour PIC X(80).

   FD GCBAccusesFile.
   COPY ACCUSE.

   FD GCBTransitFile.
   COPY TRANSIT.

   FD GCBClotureRepriseFile.
   01 ClotureRepriseRecord.
      05 DateClotureReprise PIC 9(8).
      05 JourOrdreTable PIC 99.
      05 PinOrdreTable PIC 9(4).
      05 DateExecOrdreTable PIC 9(8).
      05 StatutOrdreTable PIC X(1).
      *> Point de reprise de la clôture : même discipline que le
      *> GCBCheckpointFile de GCB2, mais pour la boucle qui reporte
      *> chaque compte actif. Le dernier compte reporté avec succès
   01 WS-CAISSE-STATUS PIC 99.
   01 WS-CaisseOuverte PIC X VALUE "N".
   01 WS-EOF-CAISSE PIC X VALUE "N".
   01 WS-TRANSIT-STATUS PIC 99.
   01 WS-EOF-TRANSIT PIC X VALUE "N".
   01 WS-NbEnvoisEnRetard PIC 9(4) VALUE 0.
   01 WS-DernierEnvoiSignale PIC 9(6) VALUE 0.
   01 WS-AgeEnvoiJours PIC S9(6) VALUE 0.

      *> Ventilation des soldes de clôture par agence (CodeAgenceFile
      *> des comptes, espaces = "001"), reprise au bilan quotidien
      *> ouverture + net du jour = clôture, signalée haut et fort si
      *> elle ne tombe pas juste.
   01 WS-HIST-STATUS PIC 99.
      *> Extrait des mouvements du jour écrit par la clôture
      *> (GCB_EXTRAIT_JOUR), lu à la place de l'historique quand
      *> GCB_EXTRAIT_CONTROLE l'a reconnu fiable.
   01 WS-MVTJ-STATUS PIC 99.
   01 WS-NomExtraitJour PIC X(44).
   01 WS-ExtraitFiable PIC X(1) VALUE "N".
   01 WS-EOF-MVTJ PIC X VALUE "N".
   01 WS-BILAN-STATUS PIC 99.
   01 WS-VEILLE-STATUS PIC 99.
   01 WS-EOF-BILAN PIC X VALUE "N".
   01 WS-CHQ-STATUS PIC 99.
   01 WS-EOF-CHQ PIC X VALUE "N".
   01 WS-NbChequesLiberes PIC 9(4) VALUE 0.

      *> Traitement de fin de journée pour GCB2 : contrairement à la
      *> mise à jour au fil de l'eau opérée par GCB_WRITE, ce
            *> en fin de mois) avant le report des soldes et le bilan,
            *> pour que la journée ferme sur des soldes à jour.
         CALL 'GCB_AGIOS' USING WS-DateJourActuelle
            *> Les loyers des coffres arrivés à échéance sont prélevés
            *> avant le balayage, qui voit ainsi le solde après loyer.
         CALL 'GCB_COFFRES_LOYERS' USING WS-DateJourActuelle
            *> Position des billets étrangers valorisée au taux du
            *> jour (GCB_BILLETS_DEVISES pour le guichet).
         CALL 'GCB_BILLETS_POSITION' USING WS-DateJourActuelle
            *> Les mineurs arrivés à 18 ans sortent du régime du
            *> mineur (lettre de bienvenue au courrier) ; en fin de
            *> mois, liste de ceux qui le deviennent le mois suivant.
         CALL 'GCB_MAJORITE' USING WS-DateJourActuelle
            *> En fin de mois, classement des prêts selon l'âge de
            *> leur plus ancien impayé et ajustement de la provision
            *> au grand livre, après les prélèvements d'échéances.
         CALL 'GCB_PROVISIONS_PRETS' USING WS-DateJourActuelle
            *> Le balayage courant / épargne passe en dernier, sur des
            *> soldes où toutes les écritures du jour sont déjà
            *> portées (voir GCB_BALAYAGE).
         CALL 'GCB_BALAYAGE' USING WS-DateJourActuelle
         OPEN INPUT GCBComptesFile
         IF WS-FILE-STATUS NOT = "00"
            DISPLAY "Aucun compte à clôturer pour la journée."
                   "par la clôture interrompue, non redoublés."
            END-IF
            PERFORM EFFACER-POINT-REPRISE
               *> Les mouvements de la journée (reports de solde
               *> compris) sont extraits une fois, triés et enrichis,
               *> pour les états de fin de journée qui suivent (voir
               *> GCB_EXTRAIT_JOUR).
            CALL 'GCB_EXTRAIT_JOUR' USING WS-DateJourActuelle
               *> Les règles d'alerte des clients sont évaluées sur
               *> la journée qui ferme (voir GCB_ALERTES_EVAL).
            CALL 'GCB_ALERTES_EVAL' USING WS-DateJourActuelle
               *> dont les programmes de restitution tirent leurs
               *> totaux.
            CALL 'GCB_CUMUL_MENSUEL' USING WS-DateJourActuelle
               *> Après un chargement de liste de surveillance, tous
               *> les clients et bénéficiaires sont refiltrés ; les
               *> noms retenus rejoignent la file de revue de
               *> GCB_SURVEILLANCE (voir GCB_FILTRAGE_LOT).
            CALL 'GCB_FILTRAGE_LOT' USING WS-DateJourActuelle
            PERFORM SIGNALER-TRANSITS-EN-RETARD
            PERFORM PRODUIRE-BILAN-JOUR
            MOVE "F" TO StatutJourFile
            MOVE WS-DateJourActuelle TO DateJourFile
CUMULER-MOUVEMENTS-BILAN.
   MOVE 0 TO WS-NbActionsBilan.
   MOVE 0 TO WS-NetJour.
   CALL 'GCB_EXTRAIT_CONTROLE' USING WS-DateJourActuelle
       WS-ExtraitFiable.
   IF WS-ExtraitFiable = "O"
      PERFORM CUMULER-BILAN-EXTRAIT
   ELSE
      PERFORM CUMULER-BILAN-HISTORIQUE
   END-IF.

CUMULER-BILAN-EXTRAIT.
   MOVE SPACES TO WS-NomExtraitJour.
   STRING "GCBMouvementsJour" WS-DateJourActuelle ".txt"
       DELIMITED BY SIZE INTO WS-NomExtraitJour.
   MOVE "N" TO WS-EOF-MVTJ.
   OPEN INPUT GCBMouvementsJourFile.
   IF WS-MVTJ-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-MVTJ
   END-IF.
   PERFORM UNTIL WS-EOF-MVTJ = "Y"
      READ GCBMouvementsJourFile
         AT END MOVE "Y" TO WS-EOF-MVTJ
         NOT AT END
            IF TypeMvtJour = "D"
               MOVE ImageHistoMvtJour TO HistoriqueRecord
               PERFORM CUMULER-ACTION-BILAN
            END-IF
      END-READ
   END-PERFORM.
   IF WS-MVTJ-STATUS NOT = "35"
      CLOSE GCBMouvementsJourFile
   END-IF.

CUMULER-BILAN-HISTORIQUE.
   MOVE "N" TO WS-EOF-BILAN.
   OPEN INPUT GCBHistoriqueFile.
   IF WS-HIST-STATUS NOT = "00"
         COMPUTE WS-MontantSigne = 0 - WS-MontantNum
      WHEN "ANNUL-VDST"
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
   WRITE PositionVeilleRecord.
   CLOSE GCBPositionVeilleFile.

SIGNALER-TRANSITS-EN-RETARD.
      *> Envois de fonds entre coffres d'agences (GCB_COFFRE) partis
      *> depuis plus d'un jour et toujours pas réceptionnés : signalés
      *> à la clôture sans la bloquer, l'agence destinataire devant
      *> les rentrer ou les déclarer manquants.
   MOVE 0 TO WS-NbEnvoisEnRetard.
   MOVE 0 TO WS-DernierEnvoiSignale.
   MOVE "N" TO WS-EOF-TRANSIT.
   OPEN INPUT GCBTransitFile.
   IF WS-TRANSIT-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-TRANSIT
   END-IF.
   PERFORM UNTIL WS-EOF-TRANSIT = "Y"
      READ GCBTransitFile
         AT END MOVE "Y" TO WS-EOF-TRANSIT
         NOT AT END
            IF StatutTransit = "T"
               AND DateEnvoiTransit IS NUMERIC
               AND DateEnvoiTransit > 0
               AND NumEnvoiTransit NOT = WS-DernierEnvoiSignale
               COMPUTE WS-AgeEnvoiJours
                   = FUNCTION INTEGER-OF-DATE(WS-DateJourActuelle)
                   - FUNCTION INTEGER-OF-DATE(DateEnvoiTransit)
               IF WS-AgeEnvoiJours > 1
                  ADD 1 TO WS-NbEnvoisEnRetard
                  MOVE NumEnvoiTransit TO WS-DernierEnvoiSignale
                  DISPLAY "Envoi de fonds " NumEnvoiTransit " du "
                      DateEnvoiTransit " (agence "
                      AgenceOrigineTransit " -> " AgenceDestTransit
                      ") toujours en transit depuis "
                      WS-AgeEnvoiJours " jour(s)."
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-TRANSIT-STATUS NOT = "35"
      CLOSE GCBTransitFile
   END-IF.
   IF WS-NbEnvoisEnRetard > 0
      DISPLAY WS-NbEnvoisEnRetard " envoi(s) de fonds en transit "
          "depuis plus d'un jour : réception à faire dans GCB_COFFRE."
   END-IF.

VERIFIER-CAISSE-FERMEE.
      *> Une caisse restée ouverte pour la journée en cours bloque la
      *> clôture : le comptage du tiroir fait partie de la fin de
          UNTIL IdxOrdre > WS-NbOrdres
         PERFORM CHERCHER-JOUR-DU
         IF WS-OrdreDu = "O"
            IF StatutOrdreTable(IdxOrdre) = "S"
               MOVE SPACES TO WS-LigneTravail
               STRING "SUSPENDU (succession) : "
                   SourceOrdreTable(IdxOrdre) " -> "
                   DestOrdreTable(IdxOrdre)
                   DELIMITED BY SIZE INTO WS-LigneTravail
               MOVE WS-LigneTravail TO LigneRapportOrdres
               WRITE LigneRapportOrdres
               ADD 1 TO WS-NbOrdresIgnores
            ELSE
            IF DateExecOrdreTable(IdxOrdre) = WS-NouvelleDate
               MOVE SPACES TO WS-LigneTravail
               STRING "DEJA PASSE ce jour : "
            ELSE
               PERFORM EXECUTER-ORDRE-DU-JOUR
            END-IF
            END-IF
         END-IF
      END-PERFORM
      PERFORM REECRIRE-TABLE-ORDRES
                   TO JourOrdreTable(WS-NbOrdres)
               MOVE PinSourceOrdre OF OrdrePermanentRecord
                   TO PinOrdreTable(WS-NbOrdres)
               MOVE StatutOrdre OF OrdrePermanentRecord
                   TO StatutOrdreTable(WS-NbOrdres)
               IF DateDerniereExecutionOrdre
                   OF OrdrePermanentRecord IS NUMERIC
                  MOVE DateDerniereExecutionOrdre
          TO PinSourceOrdre OF OrdrePermanentRecord
      MOVE DateExecOrdreTable(JdxOrdre)
          TO DateDerniereExecutionOrdre OF OrdrePermanentRecord
      MOVE StatutOrdreTable(JdxOrdre)
          TO StatutOrdre OF OrdrePermanentRecord
      WRITE OrdrePermanentRecord AFTER ADVANCING 1 LINE
   END-PERFORM.
   CLOSE GCBOrdresPermanentsFile.
   END-IF.

LIBERER-CHEQUES-COMPENSES.
      *> Parcours du registre en mise à jour : chaque chèque arrivé à
      *> sa date est réécrit sur place.
   CALL 'GCB_MIGRATION_CHEQUES'.
   MOVE 0 TO WS-NbChequesLiberes.
   MOVE "N" TO WS-EOF-CHQ.
   OPEN I-O GCBChequesFile.
   IF WS-CHQ-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-CHQ
   END-IF.
   PERFORM UNTIL WS-EOF-CHQ = "Y"
      READ GCBChequesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-CHQ
         NOT AT END
            IF StatutCheque = "P"
               AND DateClearingCheque <= WS-NouvelleDate
               MOVE "C" TO StatutCheque
               REWRITE ChequeRecord
               ADD 1 TO WS-NbChequesLiberes
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CHQ-STATUS NOT = "35"
      CLOSE GCBChequesFile
   END-IF.
   IF WS-NbChequesLiberes > 0
      DISPLAY WS-NbChequesLiberes
          " chèque(s) compensé(s) : fonds libérés."
   END-IF.
