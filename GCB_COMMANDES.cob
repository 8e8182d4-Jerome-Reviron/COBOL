        FILE STATUS IS WS-BUD-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBBudgetAcquisitionsFile.txt".
    SELECT GCBSuggestionsFile
        FILE STATUS IS WS-SUGG-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TitreSuggestion
        ASSIGN TO "GCBSuggestionsFile.dat".

DATA DIVISION.
FILE SECTION.
   FD GCBBudgetAcquisitionsFile.
   COPY BUDGET.

   FD GCBSuggestionsFile.
   COPY SUGGESTION.

WORKING-STORAGE SECTION.
   01 WS-CMD-STATUS PIC 99.
   01 WS-CMDSEQ-STATUS PIC 99.
   01 WS-BUD-STATUS PIC 99.
   01 WS-SUGG-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-DateJour PIC 9(8).
   01 WS-MontantAff PIC -ZZZZZZ9.99.
   01 WS-LigneTrouvee PIC X VALUE "N".
   01 WS-ResteALiberer PIC 9(7)V99.
   01 WS-DecisionSuggestion PIC X(1).
   01 WS-NumBrouillon PIC 9(6) VALUE 0.
   01 WS-NbAcceptees PIC 9(3) VALUE 0.
   01 WS-NbDeclinees PIC 9(3) VALUE 0.
   01 WS-NbLignesValidees PIC 9(3) VALUE 0.
   01 WS-NbLignesRestees PIC 9(3) VALUE 0.
   01 WS-RatioAff PIC ZZ9.99.

      *> Mise à jour des lignes : fichier chargé en table bornée et
      *> réécrit en bloc, comme les dossiers PEB et les réservations.
      *> budget/dépense pour les trustees. La réception est
      *> rapprochée par GCB_IMPORT_LIVRAISON, qui pointe
      *> QuantiteRecue sur ces lignes.
      *> Les suggestions d'achat calculées chaque semaine par
      *> GCB_SUGGESTIONS_ACHAT sont revues ici : une suggestion
      *> acceptée devient une ligne brouillon ("B") de l'année en
      *> cours, sans engagement ; la validation du brouillon
      *> (fournisseur, quantité, prix) engage alors le budget.

PROCEDURE DIVISION.
   ACCEPT WS-DateJour FROM DATE YYYYMMDD.
      DISPLAY "3. Annuler une ligne de commande"
      DISPLAY "4. Voter / ajuster le budget de l'année"
      DISPLAY "5. Rapport budget / dépense"
      DISPLAY "6. Revoir les suggestions d'achat"
      DISPLAY "7. Valider un brouillon de commande"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
         WHEN 3 PERFORM ANNULER-LIGNE
         WHEN 4 PERFORM VOTER-BUDGET
         WHEN 5 PERFORM RAPPORT-BUDGET-DEPENSE
         WHEN 6 PERFORM REVOIR-SUGGESTIONS
         WHEN 7 PERFORM VALIDER-BROUILLON
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
             QuantiteRecueTable(IdxCmd)
      END-IF
   END-PERFORM.
   DISPLAY "--- Brouillons à valider (option 7) ---".
   PERFORM VARYING IdxCmd FROM 1 BY 1
       UNTIL IdxCmd > WS-NbLignesCmd
      IF StatutCmdTable(IdxCmd) = "B"
         DISPLAY "Cde " NumCmdTable(IdxCmd) " "
             ISBNCmdTable(IdxCmd) " "
             TitreCmdTable(IdxCmd) " qté "
             QuantiteCmdTable(IdxCmd)
      END-IF
   END-PERFORM.

ANNULER-LIGNE.
   DISPLAY "Numéro de commande : ".
      IF NumCmdTable(IdxCmd) = WS-NumCommandeSaisi
         AND ISBNCmdTable(IdxCmd) = WS-ISBNSaisi
         AND (StatutCmdTable(IdxCmd) = "O"
              OR StatutCmdTable(IdxCmd) = "P"
              OR StatutCmdTable(IdxCmd) = "B")
         MOVE "O" TO WS-LigneTrouvee
            *> Un brouillon n'a rien engagé : rien à libérer.
         IF StatutCmdTable(IdxCmd) = "B"
            MOVE 0 TO WS-ResteALiberer
         ELSE
            COMPUTE WS-ResteALiberer
                = (QuantiteCmdTable(IdxCmd)
                   - QuantiteRecueTable(IdxCmd))
                * PrixCmdTable(IdxCmd)
         END-IF
         MOVE "X" TO StatutCmdTable(IdxCmd)
      END-IF
   END-PERFORM.
       = WS-MontantVote - WS-MontantEngage.
   MOVE WS-BudgetDisponible TO WS-MontantAff.
   DISPLAY "Disponible : " WS-MontantAff.

REVOIR-SUGGESTIONS.
   PERFORM LIRE-BUDGET-ANNEE.
   MOVE WS-BudgetDisponible TO WS-MontantAff.
   DISPLAY "Budget " WS-AnneeCourante " disponible : " WS-MontantAff.
   MOVE 0 TO WS-NumBrouillon.
   MOVE 0 TO WS-NbAcceptees.
   MOVE 0 TO WS-NbDeclinees.
   MOVE "N" TO WS-EOF.
   OPEN I-O GCBSuggestionsFile.
   IF WS-SUGG-STATUS NOT = "00"
      DISPLAY "Aucune suggestion d'achat (GCB_SUGGESTIONS_ACHAT)."
      MOVE "Y" TO WS-EOF
   ELSE
      MOVE LOW-VALUES TO TitreSuggestion
      START GCBSuggestionsFile KEY IS GREATER THAN TitreSuggestion
         INVALID KEY MOVE "Y" TO WS-EOF
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBSuggestionsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF StatutSuggestion = "P"
               PERFORM REVOIR-UNE-SUGGESTION
            END-IF
      END-READ
   END-PERFORM.
   IF WS-SUGG-STATUS NOT = "35"
      CLOSE GCBSuggestionsFile
   END-IF.
   DISPLAY WS-NbAcceptees " suggestion(s) acceptée(s), "
       WS-NbDeclinees " déclinée(s).".
   IF WS-NumBrouillon NOT = 0
      DISPLAY "Brouillon de commande " WS-NumBrouillon
          " à valider (option 7)."
   END-IF.

REVOIR-UNE-SUGGESTION.
   MOVE RatioSuggestion TO WS-RatioAff.
   DISPLAY " ".
   DISPLAY TitreSuggestion " (ISBN " ISBNSuggestion ")".
   DISPLAY "  Réservations " NbReservationsSuggestion
       " / copies " NbCopiesSuggestion " = " WS-RatioAff
       " ; prêts récents " NbEmpruntsSuggestion
       " ; perdues/sorties " NbPerduesSuggestion.
   COMPUTE WS-CoutLigne = QuantiteSuggeree * PrixSuggestion.
   MOVE WS-CoutLigne TO WS-MontantAff.
   DISPLAY "  Quantité suggérée " QuantiteSuggeree
       " - coût estimé " WS-MontantAff.
   DISPLAY "  (A)ccepter, (D)écliner, (P)asser : ".
   ACCEPT WS-DecisionSuggestion.
   EVALUATE WS-DecisionSuggestion
      WHEN "A"
      WHEN "a"
         PERFORM ACCEPTER-SUGGESTION
      WHEN "D"
      WHEN "d"
         MOVE "D" TO StatutSuggestion
         MOVE WS-DateJour TO DateDecisionSuggestion
         REWRITE SuggestionRecord
         ADD 1 TO WS-NbDeclinees
      WHEN OTHER
         CONTINUE
   END-EVALUATE.

ACCEPTER-SUGGESTION.
   DISPLAY "  Quantité à commander (0 = " QuantiteSuggeree ") : ".
   ACCEPT WS-QuantiteSaisie.
   IF WS-QuantiteSaisie = 0
      MOVE QuantiteSuggeree TO WS-QuantiteSaisie
   END-IF.
   IF WS-NumBrouillon = 0
      PERFORM OBTENIR-PROCHAIN-NUMERO-CMD
      MOVE WS-NouvelleSeqCmd TO WS-NumBrouillon
   END-IF.
   OPEN EXTEND GCBCommandesFile.
   IF WS-CMD-STATUS = "35"
      OPEN OUTPUT GCBCommandesFile
   END-IF.
   IF WS-CMD-STATUS NOT = "00"
      DISPLAY "Erreur GCBCommandesFile, statut " WS-CMD-STATUS
   ELSE
      MOVE WS-NumBrouillon TO NumCommande
      MOVE SPACES TO FournisseurCommande
      MOVE WS-DateJour TO DateCommande
      MOVE ISBNSuggestion TO ISBNCommande
      MOVE TitreSuggestion TO TitreCommande
      MOVE WS-QuantiteSaisie TO QuantiteCommandee
      MOVE PrixSuggestion TO PrixConvenuCommande
      MOVE 0 TO QuantiteRecue
      MOVE "B" TO StatutLigneCommande
      WRITE CommandeRecord
      CLOSE GCBCommandesFile
      MOVE "A" TO StatutSuggestion
      MOVE WS-DateJour TO DateDecisionSuggestion
      MOVE WS-NumBrouillon TO NumCommandeSuggestion
      REWRITE SuggestionRecord
      ADD 1 TO WS-NbAcceptees
      DISPLAY "  Ligne brouillon ajoutée à la commande "
          WS-NumBrouillon "."
   END-IF.

VALIDER-BROUILLON.
   PERFORM LIRE-BUDGET-ANNEE.
   IF WS-MontantVote = 0
      DISPLAY "Aucun budget voté pour " WS-AnneeCourante
          " : voter le budget d'abord (option 4)."
   ELSE
      DISPLAY "Numéro du brouillon de commande : "
      ACCEPT WS-NumCommandeSaisi
      PERFORM CHARGER-TABLE-COMMANDES
      MOVE "N" TO WS-LigneTrouvee
      PERFORM VARYING IdxCmd FROM 1 BY 1
          UNTIL IdxCmd > WS-NbLignesCmd
         IF NumCmdTable(IdxCmd) = WS-NumCommandeSaisi
            AND StatutCmdTable(IdxCmd) = "B"
            MOVE "O" TO WS-LigneTrouvee
         END-IF
      END-PERFORM
      IF WS-LigneTrouvee = "N"
         DISPLAY "Aucune ligne brouillon pour cette commande."
      ELSE
         DISPLAY "Fournisseur : "
         ACCEPT WS-FournisseurSaisi
         MOVE 0 TO WS-NbLignesValidees
         MOVE 0 TO WS-NbLignesRestees
         PERFORM VARYING IdxCmd FROM 1 BY 1
             UNTIL IdxCmd > WS-NbLignesCmd
            IF NumCmdTable(IdxCmd) = WS-NumCommandeSaisi
               AND StatutCmdTable(IdxCmd) = "B"
               PERFORM VALIDER-LIGNE-BROUILLON
            END-IF
         END-PERFORM
         PERFORM REECRIRE-TABLE-COMMANDES
         PERFORM REECRIRE-BUDGET-ANNEE
         DISPLAY WS-NbLignesValidees " ligne(s) validée(s), "
             WS-NbLignesRestees " restée(s) en brouillon."
      END-IF
   END-IF.

VALIDER-LIGNE-BROUILLON.
   MOVE PrixCmdTable(IdxCmd) TO WS-MontantAff.
   DISPLAY ISBNCmdTable(IdxCmd) " " TitreCmdTable(IdxCmd)
       " qté " QuantiteCmdTable(IdxCmd) " prix " WS-MontantAff.
   DISPLAY "  Quantité (0 = inchangée) : ".
   ACCEPT WS-QuantiteSaisie.
   IF WS-QuantiteSaisie = 0
      MOVE QuantiteCmdTable(IdxCmd) TO WS-QuantiteSaisie
   END-IF.
   DISPLAY "  Prix unitaire convenu (0 = inchangé) : ".
   ACCEPT WS-PrixSaisi.
   IF WS-PrixSaisi = 0
      MOVE PrixCmdTable(IdxCmd) TO WS-PrixSaisi
   END-IF.
   COMPUTE WS-CoutLigne = WS-QuantiteSaisie * WS-PrixSaisi.
   COMPUTE WS-BudgetDisponible
       = WS-MontantVote - WS-MontantEngage.
   IF WS-CoutLigne > WS-BudgetDisponible
      MOVE WS-BudgetDisponible TO WS-MontantAff
      DISPLAY "  Budget insuffisant (disponible " WS-MontantAff
          ") : ligne laissée en brouillon."
      ADD 1 TO WS-NbLignesRestees
   ELSE
      MOVE WS-FournisseurSaisi TO FournisseurCmdTable(IdxCmd)
      MOVE WS-DateJour TO DateCmdTable(IdxCmd)
      MOVE WS-QuantiteSaisie TO QuantiteCmdTable(IdxCmd)
      MOVE WS-PrixSaisi TO PrixCmdTable(IdxCmd)
      MOVE "O" TO StatutCmdTable(IdxCmd)
      ADD WS-CoutLigne TO WS-MontantEngage
      ADD 1 TO WS-NbLignesValidees
      DISPLAY "  Ligne validée, budget engagé."
   END-IF.
