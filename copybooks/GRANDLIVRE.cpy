      *> Écritures du grand livre en partie double - GCBGrandLivreFile.
      *> Alimenté par GCB_WRITE (et, en fin d'exercice, par les
      *> écritures de clôture et d'à-nouveau de GCB_CLOTURE_PERIODE,
      *> libellées CLOT-EXERC et A-NOUVEAU) : chaque mouvement
      *> monétaire de GCBHistoriqueFile génère deux lignes
      *> équilibrées (un débit, un crédit) sur les comptes généraux
      *> du plan de comptes (copybooks/PLANCOMPTES.cpy).
      *> NumSequenceOrigineGL rattache la paire d'écritures au
      *> mouvement d'historique qui l'a produite.
      *> La balance (GCB_BALANCE), le contrôle d'équilibre de la
      *> clôture de journée (GCB_JOURNEE) et l'export FEC (GCB_FEC)
      *> relisent ce fichier.
       01 GrandLivreRecord.
          05 NumSequenceOrigineGL PIC 9(8).
          05 DateEcritureGL PIC 9(8).
