      WHEN "DEP-CHQ" MOVE 11 TO WS-ActionCode
      WHEN "REJET-CHQ" MOVE 12 TO WS-ActionCode
      WHEN "PRELEVMT" MOVE 21 TO WS-ActionCode
      WHEN "ACHAT-CB" MOVE 23 TO WS-ActionCode
      WHEN "BLOCAGE" MOVE 41 TO WS-ActionCode
      WHEN "DEBLOCAGE" MOVE 42 TO WS-ActionCode
      WHEN "CHGT-PIN" MOVE 43 TO WS-ActionCode
      WHEN "REMISE" MOVE 49 TO WS-ActionCode
      WHEN "DORMANCE" MOVE 51 TO WS-ActionCode
      WHEN "REACTIV" MOVE 52 TO WS-ActionCode
      WHEN "SUCCESSION" MOVE 73 TO WS-ActionCode
      WHEN "REPRISE" MOVE 81 TO WS-ActionCode
      WHEN "REPRISE-D" MOVE 82 TO WS-ActionCode
      WHEN "DECAISS-PR" MOVE 14 TO WS-ActionCode
      WHEN "REEVAL-CR" MOVE 67 TO WS-ActionCode
      WHEN "REEVAL-DB" MOVE 68 TO WS-ActionCode
      WHEN "COMM-CHG" MOVE 69 TO WS-ActionCode
      WHEN "CHQ-BANQUE" MOVE 25 TO WS-ActionCode
      WHEN "VTE-BILLET" MOVE 26 TO WS-ActionCode
      WHEN "ACH-BILLET" MOVE 27 TO WS-ActionCode
      WHEN "VIR-EXT-RJ" MOVE 37 TO WS-ActionCode
      WHEN "SALAIRE" MOVE 74 TO WS-ActionCode
      WHEN OTHER MOVE 99 TO WS-ActionCode
   END-EVALUATE.
   MOVE MontantFile TO WS-MontantChecksum.
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
