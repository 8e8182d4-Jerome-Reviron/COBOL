      *> Journal des consultations de comptes - GCBConsultationsFile.
      *> Une ligne par lecture des données d'un client sans mouvement
      *> (solde, mini-relevé, comptes du client, recherche, relevé,
      *> export RGPD) : là où OperateurHistorique trace qui a passé une
      *> écriture, ce journal trace qui a seulement regardé. Écrit en
      *> ajout seul par GCB_CONSULTATION, jamais réécrit ni purgé ;
      *> exploité par GCB_CONSULTATIONS (surveillance hebdomadaire)
      *> et restitué au client par l'export de GCB_RGPD.
       01 ConsultationRecord.
             *> Horodatage d'horloge (et non date comptable) : c'est
             *> l'heure réelle qui compte pour les consultations hors
             *> des heures d'ouverture.
          05 DateConsultation PIC 9(8).
          05 HeureConsultation PIC 9(6).
          05 OperateurConsultation PIC 9(6).
             *> 0 = pas de session guichetier (batch, libre-service).
          05 ProgrammeConsultation PIC X(12).
          05 NatureConsultation PIC X(12).
             *> "SOLDE", "MINI-RELEVE", "COMPTES-CLI", "RECHERCHE",
             *> "RELEVE", "EXPORT-RGPD".
          05 NumCompteConsultation PIC 9(6).
          05 NumClientConsultation PIC 9(6).
             *> Client titulaire du compte au moment de la lecture
             *> (0 = compte non rattaché).
