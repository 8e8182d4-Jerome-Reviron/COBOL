             *> "O" = ouvert, "F" = fondé (signalé), "N" = non fondé.
          05 DateDispositionSurveillance PIC 9(8).
          05 NoteDispositionSurveillance PIC X(30).
             *> Cas de filtrage sanctions/PPE ouverts par GCB_FILTRAGE
             *> (règle "SA" = liste de sanctions, "PE" = personne
             *> politiquement exposée) : objet filtré ("C" = client,
             *> NumeroCompteSurveillance portant alors le numéro
             *> client ; "B" = bénéficiaire enregistré ; "V" = virement
             *> externe, sur le compte émetteur), entrée de la liste
             *> qui a répondu et nom filtré, ValeurRelevee portant le
             *> score de ressemblance (sur 100). Un cas "N" (non fondé)
             *> blanchit ce nom pour cette entrée aux filtrages
             *> suivants. Ajoutés en fin d'enregistrement : espaces et
             *> zéro pour les cas anti-fraude.
             *> Écarts de comptage à la réception d'un envoi de fonds
             *> entre agences, ouverts par GCB_COFFRE (règle "TR",
             *> objet "T") : NumeroCompteSurveillance porte le numéro
             *> de l'envoi, ValeurRelevee l'écart net et
             *> NomFiltreSurveillance le trajet et le sens de l'écart.
          05 TypeObjetSurveillance PIC X(1).
          05 NumEntreeListeSurveillance PIC 9(6).
          05 NomFiltreSurveillance PIC X(30).
