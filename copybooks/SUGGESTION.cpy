      *> Suggestions d'achat - GCBSuggestionsFile (INDEXE sur
      *> TitreSuggestion, une suggestion vivante par titre). Calculées
      *> chaque semaine par GCB_SUGGESTIONS_ACHAT d'après la pression
      *> des réservations en attente sur les copies du fonds, les
      *> emprunts récents et les copies perdues ou sorties ; revues
      *> dans GCB_COMMANDES, où l'acceptation crée une ligne de
      *> commande brouillon. Un refus est mémorisé pour ne pas
      *> reproposer le titre avant DELAI-REFUS-SUGGEST jours.
       01 SuggestionRecord.
          05 TitreSuggestion PIC X(30).
          05 ISBNSuggestion PIC X(13).
          05 DateSuggestion PIC 9(8).
          05 NbReservationsSuggestion PIC 9(3).
          05 NbCopiesSuggestion PIC 9(3).
          05 NbEmpruntsSuggestion PIC 9(4).
          05 NbPerduesSuggestion PIC 9(3).
          05 RatioSuggestion PIC 9(3)V99.
          05 QuantiteSuggeree PIC 9(3).
          05 PrixSuggestion PIC 9(5)V99.
          05 StatutSuggestion PIC X(1).
             *> "P" = proposée, "A" = acceptée, "D" = déclinée.
          05 DateDecisionSuggestion PIC 9(8).
          05 NumCommandeSuggestion PIC 9(6).
