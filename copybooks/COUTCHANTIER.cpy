      *> Coûts réels des chantiers de pose - GCBCoutsChantierFile.
      *> Une ligne par mouvement de coût imputé à un chantier, hors
      *> main-d'oeuvre (les heures pointées de GCBPointagesFile sont
      *> valorisées au taux du poseur par GCB_FICHE_COUT) :
      *>  - NatureCout "M" : matériaux du devis consommés à
      *>    l'achèvement (GCB_CHANTIERS), au CoutUnitaireMateriau ;
      *>  - "S" : matériaux supplémentaires sortis en cours de pose ;
      *>  - "T" : sous-traitance, montant hors taxe (quantité 1).
      *> Les deux derniers sont saisis dans GCB_COUTS_CHANTIER.
       01 CoutChantierRecord.
          05 NumChantierCout PIC 9(6).
          05 DateCout PIC 9(8).
          05 NatureCout PIC X(1).
          05 ReferenceCout PIC X(20).
          05 QuantiteCout PIC 9(5).
          05 CoutUnitaireCout PIC 9(7)V99.
          05 MontantCout PIC 9(9)V99.
