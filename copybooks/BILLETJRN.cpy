      *> Journal des opérations sur billets étrangers -
      *> GCBBilletsJournalFile. Une ligne par opération (toutes
      *> coupures confondues), jamais réécrite ; relu par la position
      *> de clôture (GCB_BILLETS_POSITION) pour les volumes du jour.
       01 BilletJournalRecord.
          05 DateBilletJrn PIC 9(8).
          05 HeureBilletJrn PIC 9(6).
          05 AgenceBilletJrn PIC X(3).
          05 SensBilletJrn PIC X(1).
             *> "V" vente de billets au client, "A" achat au client,
             *> "E" approvisionnement reçu du correspondant,
             *> "R" retour de billets au correspondant.
          05 DeviseBilletJrn PIC X(3).
          05 MontantDeviseJrn PIC 9(7).
          05 TauxBilletJrn PIC 9V9999.
          05 ContreValeurJrn PIC 9(7)V99.
             *> Contre-valeur au taux pivot de GCBTauxFile ; la marge
             *> de l'écart billets (ECART-BILLETS) est portée à part.
          05 MargeBilletJrn PIC 9(5)V99.
          05 ReglementBilletJrn PIC X(1).
             *> "C" sur compte, "E" en espèces EUR au tiroir,
             *> "I" par le suspens interbancaire (correspondant).
          05 CompteBilletJrn PIC 9(6).
          05 OperateurBilletJrn PIC 9(6).
