      *> Retours de courrier "N'habite pas à l'adresse indiquée" -
      *> GCBAdressesNPAIFile. Une ligne par pli revenu, avec
      *> l'adresse telle qu'elle figurait au référentiel ce jour-là.
      *> Le signalement vaut tant que l'adresse courante du client ou
      *> du membre est restée la même : GCB_COURRIER refuse alors tout
      *> nouveau pli, et la correction de l'adresse (GCB_CLIENTS,
      *> fiche membre) suffit à lever le blocage. Journal en ajout
      *> seul, entretenu par GCB_COURRIERS.
       01 AdresseNPAIRecord.
          05 TypeDestinataireNPAI PIC X(1).
          05 IdDestinataireNPAI PIC 9(6).
          05 AdresseNPAI PIC X(40).
          05 DateSignalementNPAI PIC 9(8).
          05 OperateurNPAI PIC 9(6).
