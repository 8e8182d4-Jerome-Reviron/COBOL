      *> Registre des réclamations clientèle - GCBReclamationsFile.
      *> Toutes activités confondues (banque, bibliothèque, magasin,
      *> clôtures), là où GCB_LITIGES ne traite que la contestation
      *> d'un mouvement précis. Les échéances réglementaires d'accusé
      *> de réception et de réponse sont comptées en jours ouvrés
      *> (GCB_JOUR_OUVRE) à partir de la date de réception, selon les
      *> clés DELAI-ACCUSE-RECL et DELAI-REPONSE-RECL. Entretenu dans
      *> GCB_RECLAMATIONS.
       01 ReclamationRecord.
          05 NumReclamation PIC 9(6).
          05 TypePlaignant PIC X(1).
             *> "C" client (NumClient), "M" membre (IdMembre),
             *> "F" carte fidélité (CarteFidelite), "D" client d'un
             *> devis de clôture (NumDevis).
          05 IdPlaignant PIC X(8).
          05 NomPlaignant PIC X(30).
          05 SousSysteme PIC X(1).
             *> Activité visée et nature de ReferenceLiee :
             *> "B" banque (NumSequenceHistorique), "L" bibliothèque
             *> (NumeroEmprunt), "M" magasin (NumVenteJournal),
             *> "C" clôtures (NumChantier). 0 = pas de référence.
          05 ReferenceLiee PIC 9(8).
          05 CategorieReclamation PIC X(4).
          05 ObjetReclamation PIC X(40).
          05 DateReception PIC 9(8).
          05 DateLimiteAccuse PIC 9(8).
          05 DateLimiteReponse PIC 9(8).
          05 DateAccuse PIC 9(8).
          05 DateResolution PIC 9(8).
          05 ResponsableReclamation PIC 9(6).
          05 StatutReclamation PIC X(1).
             *> "O" reçue, "A" accusé de réception envoyé,
             *> "R" résolue (réponse apportée).
          05 CauseRacine PIC X(4).
          05 ReponseReclamation PIC X(40).
