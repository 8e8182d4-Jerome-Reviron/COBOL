      *> qu'un client peut retirer ou virer : GCB_BLOCAGE additionne
      *> les blocages actifs non expirés d'un compte et GCB2 relève le
      *> plancher (WS-PlancherCompte) d'autant. Posé et levé par le
      *> superviseur via GCB_BLOCAGES, ou par GCB_SAISIES pour le gel
      *> d'une saisie sur compte (PoseParBlocage "SAISIES", sans
      *> échéance) ; chaque levée ou expiration laisse une trace
      *> LEV-BLOC dans GCBHistoriqueFile. Les autorisations d'achat
      *> par carte (GCBAutorisationsCBFile) s'ajoutent au même total
      *> dans GCB_BLOCAGE sans passer par ce fichier.
      *> Fichier INDEXE (GCBBlocagesFile.dat) sur NumBlocage, avec la
      *> clé alternative NumeroCompteBlocage (doublons admis) pour le
      *> cumul par compte de GCB_BLOCAGE : une levée relit et réécrit
      *> le seul blocage concerné au lieu de recharger tout le
      *> registre dans une table bornée. L'ancien fichier ligne
      *> séquentielle est converti une fois par
      *> GCB_MIGRATION_BLOCAGES.
       01 BlocageRecord.
          05 NumBlocage PIC 9(6).
          05 NumeroCompteBlocage PIC 9(6).
