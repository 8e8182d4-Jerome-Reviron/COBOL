         COMPUTE WS-MontantSigne = 0 - WS-MontantNum
      WHEN "REJET-CHQ"
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
      WHEN "PAIE-AMEND"
