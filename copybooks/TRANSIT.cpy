      *> Envois de fonds entre coffres d'agences - GCBTransitFile.
      *> Une ligne par coupure d'un ordre de transfert : l'agence
      *> expéditrice sort les espèces de son coffre coupure par
      *> coupure (ligne "T" = en transit), l'agence destinataire
      *> confirme la réception avec son propre comptage. Un comptage
      *> différent de l'expédié passe toutes les lignes de l'envoi en
      *> "E" et ouvre un cas "TR" dans la file de revue de
      *> GCB_SURVEILLANCE, disposé par un superviseur. Écrit par
      *> GCB_COFFRE, relu par la clôture de GCB_JOURNEE qui signale
      *> les envois restés en transit plus d'un jour.
       01 TransitRecord.
          05 NumEnvoiTransit PIC 9(6).
          05 AgenceOrigineTransit PIC X(3).
          05 AgenceDestTransit PIC X(3).
          05 DateEnvoiTransit PIC 9(8).
          05 ValeurCoupureTransit PIC 9(3)V99.
          05 TypeCoupureTransit PIC X(1).
          05 NbExpedieTransit PIC 9(6).
          05 NbRecuTransit PIC 9(6).
          05 StatutTransit PIC X(1).
             *> "T" = en transit, "R" = reçu conforme,
             *> "E" = reçu avec écart (cas de revue ouvert).
          05 DateReceptionTransit PIC 9(8).
          05 OperateurEnvoiTransit PIC 9(6).
          05 OperateurReceptionTransit PIC 9(6).
          05 NumCasEcartTransit PIC 9(6).
