          05 MontantPaiement PIC 9(5)V99.
          05 DateExecutionPaiement PIC 9(8).
          05 StatutPaiement PIC X(1).
             *> "P" = en attente, "X" = exécuté, "A" = annulé,
             *> "S" = suspendu (compte en succession, GCB_SUCCESSIONS).
