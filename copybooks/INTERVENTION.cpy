      *> Appels de service après-vente - GCBInterventionsFile.
      *> Un appel sur un chantier terminé (panneau arraché, poteau
      *> penché) : date, problème, équipe envoyée et matériaux de
      *> GCBMateriauxFile employés. L'équipe de pose et la forme du
      *> devis d'origine sont relevées pour le rapport trimestriel.
      *> SousGarantieInterv : "O" intervention gratuite, comptée au
      *> relevé qualité de l'équipe de pose ; "N" hors garantie, un
      *> devis payant est ouvert (NumDevisInterv) dans la
      *> numérotation normale des devis.
       01 InterventionRecord.
          05 NumIntervention PIC 9(6).
          05 NumChantierInterv PIC 9(6).
          05 DateIntervention PIC 9(8).
          05 ProblemeInterv PIC X(40).
          05 EquipeEnvoyeeInterv PIC X(10).
          05 EquipePoseInterv PIC X(10).
          05 FormeInterv PIC 9(1).
          05 SousGarantieInterv PIC X(1).
          05 MateriauInterv OCCURS 3 TIMES.
             10 CodeMatInterv PIC X(8).
             10 QteMatInterv PIC 9(3).
          05 CoutMatInterv PIC 9(7)V99.
          05 NumDevisInterv PIC 9(6).
