      *> la date de compensation est atteinte ; un chèque revenu
      *> impayé est rejeté dans GCB_CHEQUES (contre-passation
      *> REJET-CHQ).
      *> Fichier INDEXE (GCBChequesFile.dat) sur NumCheque, avec la
      *> clé alternative NumeroCompteCheque (doublons admis) pour le
      *> cumul par compte de GCB_CHEQUES_ATTENTE ; l'ancien fichier
      *> ligne séquentielle est converti une fois par
      *> GCB_MIGRATION_CHEQUES.
       01 ChequeRecord.
          05 NumCheque PIC 9(6).
          05 NumeroCompteCheque PIC 9(6).
