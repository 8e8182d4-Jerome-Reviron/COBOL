      *> Extrait des mouvements du jour - GCBMouvementsJour<date>.txt.
      *> Écrit une fois par la clôture de journée (GCB_EXTRAIT_JOUR) :
      *> tous les HistoriqueRecord de la journée, triés par compte puis
      *> par numéro de séquence, enrichis de l'agence, de la devise, du
      *> produit et du client du compte (GCBComptesFile), suivis d'un
      *> enregistrement de fin "T". Les états de fin de journée
      *> (GCB_DECLARATIONS, GCB_SURVEILLANCE, GCB_FIN_POSTE,
      *> GCB_CUMUL_MENSUEL, GCB_ALERTES_EVAL, GCB_POSITION_DEVISES,
      *> bilan quotidien de GCB_JOURNEE) lisent cet extrait au lieu de
      *> l'historique, après contrôle par GCB_EXTRAIT_CONTROLE.
      *>  - ImageHistoMvtJour : HistoriqueRecord tel qu'écrit par
      *>    GCB_WRITE, remis tel quel dans le tampon de l'historique
      *>    par les états pour réutiliser leurs paragraphes de cumul.
       01 MouvementJourRecord.
          05 TypeMvtJour PIC X(1).
             *> "D" = mouvement, "T" = enregistrement de fin.
          05 DateMvtJour PIC 9(8).
          05 CodeAgenceMvtJour PIC X(3).
          05 DeviseMvtJour PIC X(3).
          05 CodeProduitMvtJour PIC X(2).
          05 NumClientMvtJour PIC 9(6).
          05 ImageHistoMvtJour PIC X(59).
      *> Enregistrement de fin : nombre de mouvements, bornes de
      *> séquence et total non signé des montants de l'extrait.
       01 FinMouvementJourRecord.
          05 TypeFinMvtJour PIC X(1).
          05 DateFinMvtJour PIC 9(8).
          05 NbFinMvtJour PIC 9(8).
          05 PremiereSeqFinMvtJour PIC 9(8).
          05 DerniereSeqFinMvtJour PIC 9(8).
          05 TotalFinMvtJour PIC 9(11)V99.
          05 FILLER PIC X(36).
