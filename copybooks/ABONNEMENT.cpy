      *> Abonnements aux périodiques - GCBAbonnementsFile (INDEXE sur
      *> NumAbonnement). Un enregistrement par titre de périodique
      *> suivi : fournisseur, périodicité et prochain numéro attendu
      *> (numéro et date de parution prévue), délai de grâce avant
      *> réclamation, échéance et coût annuel imputé au budget
      *> d'acquisitions de GCB_COMMANDES. Chaque numéro bulletiné
      *> devient un exemplaire prêtable du titre TitreAbonnement au
      *> catalogue. Tenu par GCB_PERIODIQUES ; réclamations et
      *> relances de renouvellement par GCB_PERIODIQUES_SUIVI.
       01 AbonnementRecord.
          05 NumAbonnement PIC 9(4).
          05 TitreAbonnement PIC X(30).
          05 ISSNAbonnement PIC X(13).
          05 FournisseurAbonnement PIC X(20).
          05 PeriodiciteAbonnement PIC X(1).
             *> "H" hebdomadaire, "Q" quinzaine, "M" mensuel,
             *> "B" bimestriel, "T" trimestriel, "A" annuel.
          05 ProchainNumeroAbonnement PIC 9(5).
          05 DateProchainNumero PIC 9(8).
          05 DelaiReclamationAbonnement PIC 9(3).
             *> Jours de grâce après la date prévue avant réclamation.
          05 DateEcheanceAbonnement PIC 9(8).
          05 CoutAnnuelAbonnement PIC 9(5)V99.
          05 DateRelanceAbonnement PIC 9(8).
             *> Date de la dernière relance de renouvellement (0 =
             *> aucune pour l'échéance en cours).
          05 StatutAbonnement PIC X(1).
             *> "A" actif, "R" résilié.
