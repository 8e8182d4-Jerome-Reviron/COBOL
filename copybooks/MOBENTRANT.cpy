      *> Relevé des opérations récurrentes transmis par l'ancienne
      *> banque d'un client entrant - GCBMobiliteEntranteFile. Une
      *> ligne par opération récurrente, reprise par GCB_MOBILITE.
       01 MobiliteEntranteRecord.
          05 TypeLigneMobEnt PIC X(1).
             *> "P" = prélèvement reçu (créancier), "O" = virement
             *> permanent émis, "C" = crédit récurrent reçu
             *> (employeur, caisse de retraite...).
          05 NomTiersMobEnt PIC X(30).
          05 AdresseTiersMobEnt PIC X(40).
          05 CreancierMobEnt PIC X(12).
             *> Identifiant du créancier ("P"), repris au mandat.
          05 BanqueTiersMobEnt PIC X(11).
          05 RefCompteTiersMobEnt PIC X(23).
          05 CompteInterneMobEnt PIC 9(6).
             *> Bénéficiaire d'un "O" déjà client chez nous (0 sinon).
          05 MontantMobEnt PIC 9(5)V99.
          05 JourMobEnt PIC 9(2).
