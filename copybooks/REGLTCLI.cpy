      *> Journal des règlements des clients en compte -
      *> GCBReglementsClientsFile (ajout seul). Une ligne par part
      *> imputée sur une facture ; la part qu'aucune facture ouverte
      *> n'absorbe est notée sur la facture 0 (trop-perçu à rendre ou
      *> à garder en avoir, à traiter à la main).
       01 ReglementCliRecord.
          05 DateRegltCli PIC 9(8).
          05 ClientRegltCli PIC 9(6).
          05 FactureRegltCli PIC 9(6).
          05 MontantRegltCli PIC 9(7)V99.
          05 ModeRegltCli PIC X(8).
             *> VIREMENT, CHEQUE ou ESPECES.
          05 RefRegltCli PIC X(23).
