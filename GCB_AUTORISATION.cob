   01 CodeOperation PIC X(1).
      *> "A" = annulation, "C" = clôture de compte, "R" = réduction
      *> manager, "D" = forçage d'un doublon présumé,
      *> "G" = anonymisation d'un client (GCB_RGPD),
      *> "S" = ouverture ou clôture d'un dossier de succession
      *> (GCB_SUCCESSIONS), "J" = mainlevée d'une saisie sur
      *> compte (GCB_SAISIES), "E" = attestation de solde
      *> (GCB_ATTESTATIONS), "K" = réouverture d'un mois comptable
      *> verrouillé (GCB_CLOTURE_PERIODE), "V" = surveillance du
      *> journal des consultations (GCB_CONSULTATIONS), "F" =
      *> approbation d'une facture fournisseur en écart
      *> (GCB_FACTURES_FOURNISSEURS), "Q" = double réservation d'une
      *> équipe de pose (CalculPerimetre, GCB_CHANTIERS), "W" =
      *> financement par prêt d'un devis de clôture accepté
      *> (CalculPerimetre).
   01 ReferenceOperation PIC X(12).
   01 Autorise PIC X(1).

                     *> droit que la clôture, l'une comme l'autre
                     *> ferment définitivement une relation client.
                  WHEN "G" MOVE AutCloture TO WS-DroitAccorde
                     *> Succession (GCB_SUCCESSIONS) : gel puis
                     *> clôture de tous les comptes d'un client, même
                     *> droit que la clôture.
                  WHEN "S" MOVE AutCloture TO WS-DroitAccorde
                     *> Mainlevée d'une saisie (GCB_SAISIES) : les
                     *> fonds gelés redeviennent disponibles, même
                     *> droit que la clôture.
                  WHEN "J" MOVE AutCloture TO WS-DroitAccorde
                     *> Attestation de solde (GCB_ATTESTATIONS) : la
                     *> banque s'engage envers un tiers, même droit
                     *> que la clôture.
                  WHEN "E" MOVE AutCloture TO WS-DroitAccorde
                     *> Chargement de la liste de surveillance
                     *> (GCB_LISTES_SURV) : remplace la base de tout
                     *> le filtrage, même droit que la clôture.
                  WHEN "L" MOVE AutCloture TO WS-DroitAccorde
                     *> Décision sur une demande de prêt
                     *> (GCB_DEMANDES_PRET) : engage les fonds de la
                     *> banque, même droit que la clôture.
                  WHEN "P" MOVE AutCloture TO WS-DroitAccorde
                     *> Réouverture d'un mois comptable verrouillé
                     *> (GCB_CLOTURE_PERIODE) : rend de nouveau
                     *> modifiable un arrêté déjà publié, même droit
                     *> que la clôture.
                  WHEN "K" MOVE AutCloture TO WS-DroitAccorde
                     *> Surveillance des consultations
                     *> (GCB_CONSULTATIONS) : met en cause des
                     *> collègues nommément, même droit que la
                     *> clôture.
                  WHEN "V" MOVE AutCloture TO WS-DroitAccorde
                     *> Facture fournisseur en écart
                     *> (GCB_FACTURES_FOURNISSEURS) : fait payer plus
                     *> ou autre chose que le reçu, même droit que la
                     *> clôture.
                  WHEN "F" MOVE AutCloture TO WS-DroitAccorde
                     *> Double réservation d'une équipe de pose :
                     *> forçage d'un conflit présumé, même droit que
                     *> le forçage d'un doublon.
                  WHEN "Q" MOVE AutAnnulation TO WS-DroitAccorde
                     *> Financement d'un devis de clôture : accorde un
                     *> prêt au client, même droit que la clôture.
                  WHEN "W" MOVE AutCloture TO WS-DroitAccorde
                  WHEN "R" MOVE AutReduction TO WS-DroitAccorde
                  WHEN OTHER MOVE "N" TO WS-DroitAccorde
               END-EVALUATE
