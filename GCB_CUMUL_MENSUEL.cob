        ALTERNATE RECORD KEY IS NumeroCompte OF HistoriqueRecord
            WITH DUPLICATES
        ASSIGN TO "GCBHistoriqueFile.dat".
    SELECT GCBMouvementsJourFile
        FILE STATUS IS WS-MVTJ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomExtraitJour.
    SELECT GCBCumulsMensuelsFile
        FILE STATUS IS WS-CUMUL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
   FD GCBHistoriqueFile.
   COPY HISTORIQUE.

   FD GCBMouvementsJourFile.
   COPY MVTJOUR.

   FD GCBCumulsMensuelsFile.
   COPY CUMULMENSUEL.

WORKING-STORAGE SECTION.
   01 WS-HIST-STATUS PIC 99.
      *> Extrait des mouvements du jour écrit par la clôture
      *> (GCB_EXTRAIT_JOUR), lu à la place de l'historique quand
      *> GCB_EXTRAIT_CONTROLE l'a reconnu fiable.
   01 WS-MVTJ-STATUS PIC 99.
   01 WS-NomExtraitJour PIC X(44).
   01 WS-ExtraitFiable PIC X(1) VALUE "N".
   01 WS-EOF-MVTJ PIC X VALUE "N".
   01 WS-CUMUL-STATUS PIC 99.
   01 WS-EOF-HIST PIC X VALUE "N".
   01 WS-EOF-CUMUL PIC X VALUE "N".
      05 NbDebitsJourTable PIC 9(5).
      05 TotalDebitsJourTable PIC 9(9)V99.
      05 InteretsJourTable PIC S9(9)V99.
      05 ProduitsJourTable PIC S9(9)V99.
      05 ChargesTermeJourTable PIC S9(9)V99.

      *> Lignes mensuelles chargées et réécrites.
      *> Le fichier des cumuls grossit d'une ligne par (compte,
      05 TotalDebitsCumulTable PIC 9(9)V99.
      05 InteretsCumulTable PIC S9(9)V99.
      05 ClotureCumulTable PIC S9(9)V99.
      05 ProduitsCumulTable PIC S9(9)V99.
      05 ChargesTermeCumulTable PIC S9(9)V99.

   01 WS-SoldeCompte PIC S9(5)V99.
   01 WS-StatutCompte PIC X(1).

AGREGER-MOUVEMENTS-JOUR.
   MOVE 0 TO WS-NbJour.
   CALL 'GCB_EXTRAIT_CONTROLE' USING DateJour WS-ExtraitFiable.
   IF WS-ExtraitFiable = "O"
      PERFORM LIRE-EXTRAIT-JOUR
   ELSE
      PERFORM LIRE-HISTORIQUE-JOUR
   END-IF.

LIRE-EXTRAIT-JOUR.
   MOVE SPACES TO WS-NomExtraitJour.
   STRING "GCBMouvementsJour" DateJour ".txt"
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
               PERFORM AGREGER-UN-MOUVEMENT
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
         MOVE 0 TO NbDebitsJourTable(IdxJour)
         MOVE 0 TO TotalDebitsJourTable(IdxJour)
         MOVE 0 TO InteretsJourTable(IdxJour)
         MOVE 0 TO ProduitsJourTable(IdxJour)
         MOVE 0 TO ChargesTermeJourTable(IdxJour)
      END-IF
      IF IdxJour <= WS-NbJour
         IF WS-MontantSigne > 0
         IF ActionFile = "ANNUL-INT"
            SUBTRACT WS-MontantNum FROM InteretsJourTable(IdxJour)
         END-IF
         EVALUATE ActionFile
            WHEN "FRAIS"
            WHEN "AGIOS"
            WHEN "COMM-CHG"
            WHEN "ECH-PRET-I"
               ADD WS-MontantNum TO ProduitsJourTable(IdxJour)
            WHEN "ET-INTERET"
               ADD WS-MontantNum TO ChargesTermeJourTable(IdxJour)
         END-EVALUATE
      END-IF
   END-IF.

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
      WHEN "ANNUL-INT"
         COMPUTE WS-MontantSigne = 0 - WS-MontantNum
      WHEN "CHGT-PIN"
      WHEN "DORMANCE"
      WHEN "REACTIV"
      WHEN "SUCCESSION"
      WHEN "REEVAL-CR"
      WHEN "REEVAL-DB"
         MOVE 0 TO WS-MontantSigne
      MOVE 0 TO NbDebitsCumulTable(IdxCumul)
      MOVE 0 TO TotalDebitsCumulTable(IdxCumul)
      MOVE 0 TO InteretsCumulTable(IdxCumul)
      MOVE 0 TO ProduitsCumulTable(IdxCumul)
      MOVE 0 TO ChargesTermeCumulTable(IdxCumul)
   END-IF.
   IF IdxCumul <= WS-NbCumuls
      ADD NbCreditsJourTable(IdxJour)
          TO TotalDebitsCumulTable(IdxCumul)
      ADD InteretsJourTable(IdxJour)
          TO InteretsCumulTable(IdxCumul)
      ADD ProduitsJourTable(IdxJour)
          TO ProduitsCumulTable(IdxCumul)
      ADD ChargesTermeJourTable(IdxJour)
          TO ChargesTermeCumulTable(IdxCumul)
      MOVE WS-SoldeCompte TO ClotureCumulTable(IdxCumul)
   END-IF.

                   TO InteretsCumulTable(WS-NbCumuls)
               MOVE SoldeClotureCumul
                   TO ClotureCumulTable(WS-NbCumuls)
               IF TotalProduitsCumul IS NUMERIC
                  MOVE TotalProduitsCumul
                      TO ProduitsCumulTable(WS-NbCumuls)
               ELSE
                  MOVE 0 TO ProduitsCumulTable(WS-NbCumuls)
               END-IF
               IF TotalChargesTermeCumul IS NUMERIC
                  MOVE TotalChargesTermeCumul
                      TO ChargesTermeCumulTable(WS-NbCumuls)
               ELSE
                  MOVE 0 TO ChargesTermeCumulTable(WS-NbCumuls)
               END-IF
            END-IF
      END-READ
   END-PERFORM.
      MOVE TotalDebitsCumulTable(IdxCumul) TO TotalDebitsCumul
      MOVE InteretsCumulTable(IdxCumul) TO TotalInteretsCumul
      MOVE ClotureCumulTable(IdxCumul) TO SoldeClotureCumul
      MOVE ProduitsCumulTable(IdxCumul) TO TotalProduitsCumul
      MOVE ChargesTermeCumulTable(IdxCumul) TO TotalChargesTermeCumul
      WRITE CumulMensuelRecord
   END-PERFORM.
   CLOSE GCBCumulsMensuelsFile.
