      *> Demandes de prêt - GCBDemandesPretFile. Une ligne par
      *> demande saisie dans GCB_DEMANDES_PRET : montant, durée, taux
      *> proposé et objet, revenus et charges mensuels déclarés, puis
      *> la notation calculée à la saisie (capacité de remboursement
      *> sur les douze derniers mois de GCBCumulsMensuelsFile, prêts
      *> en cours, découverts et recouvrement, risque KYC). Une
      *> demande retenue attend le visa superviseur ; seule une
      *> demande approuvée peut être décaissée par GCB_PRETS, qui y
      *> reporte le numéro du prêt ouvert.
       01 DemandePretRecord.
          05 NumDemande PIC 9(6).
          05 NumeroCompteDemande PIC 9(6).
          05 DateDemande PIC 9(8).
          05 MontantDemande PIC 9(7)V99.
          05 DureeDemande PIC 9(3).
          05 TauxDemande PIC 9V9999.
          05 ObjetDemande PIC X(20).
          05 RevenusDeclares PIC 9(7)V99.
          05 ChargesDeclarees PIC 9(7)V99.
             *> Mensuels, hors prêts tenus chez nous (repris du
             *> fichier des prêts).
          05 MensualiteDemande PIC 9(5)V99.
          05 TauxEndettementDemande PIC 9(3)V99.
             *> En pourcentage des revenus retenus, nouvelle
             *> mensualité comprise.
          05 ScoreDemande PIC 9(3).
          05 StatutDemande PIC X(1).
             *> "A" = en attente de visa, "V" = approuvée, "R" =
             *> refusée (notation ou superviseur), "X" = expirée sans
             *> suite, "T" = transformée en prêt.
          05 MotifRefusDemande PIC X(40).
          05 DateDecisionDemande PIC 9(8).
          05 NumPretDemande PIC 9(6).
