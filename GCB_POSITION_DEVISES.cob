        ALTERNATE RECORD KEY IS NumeroCompte OF HistoriqueRecord
            WITH DUPLICATES
        ASSIGN TO "GCBHistoriqueFile.dat".
    SELECT GCBMouvementsJourFile
        FILE STATUS IS WS-MVTJ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomExtraitJour.
    SELECT GCBTauxFile
        FILE STATUS IS WS-TAUX-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
   FD GCBHistoriqueFile.
   COPY HISTORIQUE.

   FD GCBMouvementsJourFile.
   COPY MVTJOUR.

   FD GCBTauxFile.
   COPY TAUX.

WORKING-STORAGE SECTION.
   01 WS-FILE-STATUS PIC 99.
   01 WS-HIST-STATUS PIC 99.
      *> Extrait des mouvements du jour écrit par la clôture
      *> (GCB_EXTRAIT_JOUR), lu à la place de l'historique quand
      *> GCB_EXTRAIT_CONTROLE l'a reconnu fiable.
   01 WS-MVTJ-STATUS PIC 99.
   01 WS-NomExtraitJour PIC X(44).
   01 WS-ExtraitFiable PIC X(1) VALUE "N".
   01 WS-EOF-MVTJ PIC X VALUE "N".
   01 WS-TAUX-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-RAP-STATUS PIC 99.
   END-IF.

CUMULER-MOUVEMENTS-JOUR.
   CALL 'GCB_EXTRAIT_CONTROLE' USING WS-DateJour WS-ExtraitFiable.
   IF WS-ExtraitFiable = "O"
      PERFORM LIRE-EXTRAIT-JOUR
   ELSE
      PERFORM LIRE-HISTORIQUE-JOUR
   END-IF.

LIRE-EXTRAIT-JOUR.
   MOVE SPACES TO WS-NomExtraitJour.
   STRING "GCBMouvementsJour" WS-DateJour ".txt"
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
            MOVE ImageHistoMvtJour TO HistoriqueRecord
            IF TypeMvtJour = "D"
               PERFORM IMPUTER-MOUVEMENT-DEVISE
            END-IF
      END-READ
   END-PERFORM.
   IF WS-MVTJ-STATUS NOT = "35"
      CLOSE GCBMouvementsJourFile
   END-IF.

LIRE-HISTORIQUE-JOUR.
   MOVE "N" TO WS-EOF-HIST.
   OPEN INPUT GCBHistoriqueFile.
   IF WS-HIST-STATUS NOT = "00"
      WHEN "CLOTURE"
      WHEN "ANNUL-DEP"
      WHEN "ANNUL-VDST"
      WHEN "ACHAT-CB"
      WHEN "PRELEVMT"
      WHEN "REJET-CHQ"
      WHEN "VIR-EXT"
      WHEN "PENAL-ET"
      WHEN "CHQ-EMIS"
      WHEN "COMM-CHG"
      WHEN "CHQ-BANQUE"
      WHEN "VTE-BILLET"
      WHEN "REPR-PROV"
         COMPUTE WS-MontantSigne = 0 - WS-MontantNum
      WHEN "LEV-BLOC"
