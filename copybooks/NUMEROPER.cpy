      *> Numéros de périodiques - GCBNumerosPeriodiquesFile (INDEXE
      *> sur la clé composée abonnement + numéro). Un enregistrement
      *> par numéro reçu ("R", rattaché à son exemplaire) ou manquant
      *> ("M" : sauté à la réception d'un numéro suivant, ou non reçu
      *> à l'issue du délai de grâce). Les manquants sont réclamés au
      *> fournisseur par GCB_PERIODIQUES_SUIVI jusqu'à leur arrivée.
       01 NumeroPeriodiqueRecord.
          05 CleNumeroPeriodique.
             10 NumAbonnementNumero PIC 9(4).
             10 NumeroPeriodique PIC 9(5).
          05 DateAttendueNumero PIC 9(8).
          05 DateRecueNumero PIC 9(8).
          05 NumExemplaireNumero PIC 9(3).
          05 StatutNumero PIC X(1).
             *> "R" reçu, "M" manquant.
          05 NbReclamationsNumero PIC 9(2).
          05 DateReclamationNumero PIC 9(8).
