      *> Registre de la mobilité bancaire - GCBMobilitesFile. Une
      *> ligne par changement de banque traité par GCB_MOBILITE :
      *>  - entrant ("E") : le client arrive, ses prélèvements, ordres
      *>    et crédits récurrents de l'ancienne banque sont repris sur
      *>    son compte chez nous ;
      *>  - sortant ("S") : le client part, tout ce qui est actif sur
      *>    le compte est résilié à la date de bascule, le solde est
      *>    viré à la nouvelle banque et le compte clôturé. Pendant
      *>    treize mois, tout paiement entrant adressé au compte clos
      *>    est réexpédié par GCB_INTERBANCAIRE vers le nouveau compte
      *>    (GCB_MOBILITE_REDIR).
       01 MobiliteRecord.
          05 NumMobilite PIC 9(6).
          05 SensMobilite PIC X(1).
          05 NumeroCompteMobilite PIC 9(6).
             *> Ancienne banque (entrant) ou nouvelle banque (sortant)
             *> et référence du compte du client chez elle.
          05 BanqueAutreMobilite PIC X(11).
          05 RefCompteAutreMobilite PIC X(23).
          05 DateDemandeMobilite PIC 9(8).
          05 DateBasculeMobilite PIC 9(8).
          05 DateFinRedirectionMobilite PIC 9(8).
             *> Sortant seulement : bascule + 13 mois (396 jours).
          05 StatutMobilite PIC X(1).
             *> "P" = sortie programmée, bascule à venir,
             *> "B" = sortie basculée (redirection jusqu'à la date de
             *> fin), "T" = entrée traitée, "A" = annulée.
