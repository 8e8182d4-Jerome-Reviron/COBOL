      *> Cassettes des distributeurs automatiques - GCBCassettesGABFile.
      *> Une ligne par chargement d'un GAB : les coupures sorties du
      *> coffre de l'agence par GCB_COFFRE (quatre cassettes au plus),
      *> le cumul distribué relevé par l'intégration des journaux du
      *> GAB (GCB_GAB, retraits acceptés comme rejetés : les billets
      *> sont sortis dans les deux cas), puis au réapprovisionnement
      *> le reste compté, rentré au coffre. L'écart
      *> chargé - distribué - reste est un écart non expliqué.
       01 CassetteGABRecord.
          05 IdGABCassette PIC X(8).
          05 AgenceGABCassette PIC X(3).
          05 DateChargementGAB PIC 9(8).
          05 CassetteGAB OCCURS 4 TIMES.
             10 ValeurCassetteGAB PIC 9(3)V99.
             10 NbChargeCassetteGAB PIC 9(6).
             10 NbResteCassetteGAB PIC 9(6).
          05 MontantChargeGAB PIC 9(7)V99.
          05 MontantDistribueGAB PIC 9(7)V99.
             *> Dont retraits rejetés à l'intégration (billets sortis,
             *> compte non débité : suivis dans GCBRejetsGABFile).
          05 MontantRejeteGAB PIC 9(7)V99.
          05 MontantResteGAB PIC 9(7)V99.
          05 EcartGAB PIC S9(7)V99.
          05 DateRapprochementGAB PIC 9(8).
          05 StatutCassetteGAB PIC X(1).
             *> "O" = en service, "R" = rapprochée au retour.
