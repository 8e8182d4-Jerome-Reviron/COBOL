      *> Registre des chèques de banque - GCBChequesBanqueFile.
      *> Une ligne par chèque émis au guichet : le montant est débité
      *> du compte du client (action CHQ-BANQUE dans GCB_WRITE) au
      *> profit du compte général 4672 "chèques de banque à payer",
      *> que la présentation du chèque solde contre le suspens
      *> interbancaire 4711. Tant qu'un chèque n'est pas payé, il
      *> reste une dette de la banque envers le porteur : l'état des
      *> encours de GCB_CHEQUES_BANQUE le rapproche du solde 4672.
       01 ChequeBanqueRecord.
          05 NumChequeBanque PIC 9(8).
          05 NumeroCompteChequeBanque PIC 9(6).
          05 BeneficiaireChequeBanque PIC X(30).
          05 MontantChequeBanque PIC 9(5)V99.
          05 DeviseChequeBanque PIC X(3).
          05 DateEmissionChequeBanque PIC 9(8).
          05 OperateurChequeBanque PIC 9(6).
          05 StatutChequeBanque PIC X(1).
             *> "E" = émis (en circulation), "P" = payé à la
             *> présentation, "O" = sous opposition (perte, vol) : la
             *> dette demeure, mais le chèque est refusé s'il est
             *> présenté.
             *> Date du paiement, ou de la dernière mise ou levée
             *> d'opposition.
          05 DateStatutChequeBanque PIC 9(8).
