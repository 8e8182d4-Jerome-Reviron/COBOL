      *> tableau blanc. GCB_CHANTIERS tient le planning de la
      *> semaine, le passage en cours, et l'achèvement - qui émet la
      *> facture du CoutDevis dans GCBFacturesChantierFile.
      *> StatutChantier : "A" en attente de l'acompte, "P" planifié,
      *> "C" en cours, "T" terminé.
       01 ChantierRecord.
          05 NumChantier PIC 9(6).
          05 NumDevisChantier PIC 9(6).
          05 MontantChantier PIC 9(9)V99.
          05 StatutChantier PIC X(1).
          05 NumFactureChantier PIC 9(6).
             *> Durée estimée en jours-équipe (périmètre du devis et
             *> forme, au rendement METRES-JOUR-EQUIPE) et dernier
             *> jour ouvré de l'équipe qu'elle occupe : le chantier
             *> tient l'équipe de DatePrevueChantier à cette date.
             *> Un chantier de l'ancien dessin relit zéro et compte
             *> pour une journée.
          05 DureeChantier PIC 9(3).
          05 DateFinPrevueChantier PIC 9(8).
             *> Plan de facturation : pourcentage du marché facturé
             *> en acompte à l'acceptation (le chantier n'est
             *> planifié qu'une fois l'acompte réglé), jusqu'à trois
             *> étapes intermédiaires en pourcentage du marché, et le
             *> nombre d'étapes déjà facturées. Le solde est facturé
             *> à l'achèvement. Un chantier de l'ancien dessin relit
             *> zéro : tout le marché au solde.
          05 PctAcompteChantier PIC 9(3).
          05 NbEtapesChantier PIC 9(1).
          05 PctEtapeChantier PIC 9(3) OCCURS 3 TIMES.
          05 NbEtapesFactureesChantier PIC 9(1).
             *> Achèvement et garantie : date de fin du chantier et
             *> dernier jour couvert (GARANTIE-CHANTIER jours après
             *> l'achèvement). Un chantier terminé de l'ancien dessin
             *> relit zéro ; GCB_INTERVENTIONS part alors de la date
             *> de sa facture de solde.
          05 DateAchevementChantier PIC 9(8).
          05 FinGarantieChantier PIC 9(8).
             *> Coûts prévus figés à l'acceptation, pour la fiche de
             *> coût de l'achèvement : matériaux du devis au coût
             *> unitaire du jour, heures de pose (durée estimée x
             *> HEURES-JOUR-EQUIPE) et taux horaire chargé
             *> (TAUX-HORAIRE-POSE). Un chantier de l'ancien dessin
             *> relit zéro ; GCB_FICHE_COUT les estime alors de même
             *> au coût du jour.
          05 CoutMatPrevuChantier PIC 9(7)V99.
          05 HeuresPrevuesChantier PIC 9(5)V99.
          05 TauxHorairePrevuChantier PIC 9(3)V99.
             *> Financement du marché par un prêt de la banque au
             *> client (GCB_PRET_CHANTIER) : numéro du dossier dans
             *> GCBPretsFile, ouvert à l'acceptation et décaissé sur
             *> le compte de la boutique à la facture de solde. Zéro,
             *> y compris sur l'ancien dessin = marché non financé.
          05 NumPretChantier PIC 9(6).
