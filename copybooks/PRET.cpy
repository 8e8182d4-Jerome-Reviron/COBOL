             *> Échéances restées impayées faute de provision : elles
             *> restent dues et sont retentées à chaque ouverture.
          05 StatutPret PIC X(1).
             *> "A" = en cours, "S" = soldé (dernière échéance payée
             *> ou remboursement anticipé total dans GCB_PRETS),
             *> "D" = financement de chantier accordé, non décaissé
             *> (GCB_PRET_CHANTIER) : date de début à zéro, pas encore
             *> d'échéancier ni de capital réellement prêté.
