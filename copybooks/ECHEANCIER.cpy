          05 PartInteretEcheance PIC 9(5)V99.
          05 MontantEcheance PIC 9(5)V99.
          05 StatutEcheance PIC X(1).
             *> "P" = à payer, "X" = payée, "I" = impayée (retentée),
             *> "A" = remboursement anticipé (capital seul, hors
             *> échéancier contractuel), "R" = remplacée par le
             *> nouvel échéancier recalculé après un remboursement
             *> anticipé partiel - gardée pour l'audit, jamais
             *> prélevée.
