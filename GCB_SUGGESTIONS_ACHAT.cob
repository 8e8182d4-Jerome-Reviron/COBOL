IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_SUGGESTIONS_ACHAT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBLivresFile
        FILE STATUS IS WS-LIV-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Titre OF LivreRecord
        ALTERNATE RECORD KEY IS ISBN OF LivreRecord
            WITH DUPLICATES
        ASSIGN TO "GCBLivresFile.dat".
    SELECT GCBExemplairesFile
        FILE STATUS IS WS-EXEMP-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleExemplaire
        ALTERNATE RECORD KEY IS CodeBarreExemplaire
            WITH DUPLICATES
        ASSIGN TO "GCBExemplairesFile.dat".
    SELECT GCBEmpruntsFile
        FILE STATUS IS WS-EMP-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumeroEmprunt
        ALTERNATE RECORD KEY IS TitreEmprunt
            WITH DUPLICATES
        ALTERNATE RECORD KEY IS IdMembreEmprunt
            WITH DUPLICATES
        ASSIGN TO "GCBEmpruntsFile.dat".
    SELECT GCBReservationsFile
        FILE STATUS IS WS-RESA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBReservationsFile.txt".
    SELECT GCBCommandesFile
        FILE STATUS IS WS-CMD-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCommandesFile.txt".
    SELECT GCBSuggestionsFile
        FILE STATUS IS WS-SUGG-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TitreSuggestion
        ASSIGN TO "GCBSuggestionsFile.dat".
    SELECT GCBEtatSuggestionsFile
        FILE STATUS IS WS-ETAT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEtat.

DATA DIVISION.
FILE SECTION.
   FD GCBLivresFile.
   COPY LIVRE.

   FD GCBExemplairesFile.
   COPY EXEMPLAIRE.

   FD GCBEmpruntsFile.
   COPY EMPRUNT.

   FD GCBReservationsFile.
   COPY RESERVATION.

   FD GCBCommandesFile.
   COPY COMMANDE.

   FD GCBSuggestionsFile.
   COPY SUGGESTION.

   FD GCBEtatSuggestionsFile.
   01 LigneEtatSuggestions PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-LIV-STATUS PIC 99.
   01 WS-EXEMP-STATUS PIC 99.
   01 WS-EMP-STATUS PIC 99.
   01 WS-RESA-STATUS PIC 99.
   01 WS-CMD-STATUS PIC 99.
   01 WS-SUGG-STATUS PIC 99.
   01 WS-ETAT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-EOF-EXEMP PIC X VALUE "N".
   01 WS-EOF-EMP PIC X VALUE "N".
   01 WS-DateJour PIC 9(8).
   01 WS-EntierJour PIC 9(8).
   01 WS-NomEtat PIC X(44).
   01 WS-LigneTravail PIC X(80).
   01 WS-NbLignesEtat PIC 9(6) VALUE 0.
   01 WS-TypeRapportEtat PIC X(12) VALUE "SUGGESTIONS".
   01 WS-NbTitresExamines PIC 9(5) VALUE 0.
   01 WS-NbSuggestions PIC 9(5) VALUE 0.
   01 WS-NbEnCommande PIC 9(5) VALUE 0.
   01 WS-NbRefusRecents PIC 9(5) VALUE 0.
   01 WS-NbRetirees PIC 9(5) VALUE 0.
   01 WS-SuggestionExiste PIC X(1).

      *> Réglages (paramètres d'exploitation) : seuil de réservations
      *> en attente par copie au-delà duquel un titre est suggéré,
      *> délai pendant lequel un refus tient, fenêtre des emprunts
      *> récents.
   01 CleSeuilSuggestion PIC X(20) VALUE "SEUIL-SUGGESTION".
   01 CleDelaiRefus PIC X(20) VALUE "DELAI-REFUS-SUGGEST".
   01 CleFenetrePrets PIC X(20) VALUE "FENETRE-PRETS-SUGG".
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
   01 WS-SeuilRatio PIC 9(3)V99 VALUE 2.
   01 WS-JoursRefus PIC 9(4) VALUE 90.
   01 WS-JoursFenetre PIC 9(4) VALUE 90.
   01 WS-DateFenetre PIC 9(8).
   01 WS-DateFinRefus PIC 9(8).

      *> Mesures d'un titre.
   01 WS-NbResaTitre PIC 9(3).
   01 WS-NbCopiesTitre PIC 9(3).
   01 WS-NbPerduesTitre PIC 9(3).
   01 WS-NbEmpruntsTitre PIC 9(4).
   01 WS-BaseCopies PIC 9(3).
   01 WS-Ratio PIC 9(3)V99.
   01 WS-CibleExacte PIC 9(5)V9(4).
   01 WS-Cible PIC 9(5).
   01 WS-Quantite PIC S9(5).
   01 WS-ASuggerer PIC X(1).
   01 WS-RatioAff PIC ZZ9.99.

      *> Réservations en attente ("A") par titre.
   01 WS-NbTitresResa PIC 9(3) VALUE 0.
   01 IdxResa PIC 9(3).
   01 TableResaTitres OCCURS 500 TIMES.
      05 TitreResaTable PIC X(30).
      05 NbResaTable PIC 9(3).

      *> Titres ayant déjà une ligne de commande brouillon, ouverte ou
      *> partiellement reçue : l'acquisition est en cours.
   01 WS-NbTitresCmd PIC 9(3) VALUE 0.
   01 IdxCmd PIC 9(3).
   01 WS-TitreEnCommande PIC X(1).
   01 TableTitresCommandes OCCURS 300 TIMES.
      05 TitreCmdTable PIC X(30).

      *> Développement des collections, chaque semaine : pour chaque
      *> titre du fonds (hors périodiques, entrées PEB et titres
      *> numériques, rachetés sur GCB_ETAT_LICENCES), le rapport
      *> réservations en attente / copies vivantes (ni perdues ni
      *> sorties, une au moins au dénominateur). Un titre au-delà du
      *> seuil - ou sans plus aucune copie vivante après pertes ou
      *> sorties alors qu'il est encore demandé - reçoit une quantité
      *> suggérée : de quoi ramener les réservations sous le seuil,
      *> une copie au moins, une de plus si les emprunts récents
      *> dépassent trois par copie, dix au plus. Les suggestions
      *> vont dans GCBSuggestionsFile pour revue dans GCB_COMMANDES ;
      *> celles que la pression ne justifie plus sont retirées.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_EXEMPLAIRES'.
   DISPLAY "==============================================".
   DISPLAY "SUGGESTIONS D'ACHAT (PRESSION DES RESERVATIONS)".
   DISPLAY "==============================================".
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   COMPUTE WS-EntierJour = FUNCTION INTEGER-OF-DATE(WS-DateJour).
   PERFORM CHARGER-PARAMETRES.
   COMPUTE WS-DateFenetre = FUNCTION DATE-OF-INTEGER(
       WS-EntierJour - WS-JoursFenetre).
   PERFORM CHARGER-RESERVATIONS-ATTENTE.
   PERFORM CHARGER-TITRES-EN-COMMANDE.
   OPEN INPUT GCBLivresFile.
   IF WS-LIV-STATUS NOT = "00"
      DISPLAY "Catalogue indisponible (statut " WS-LIV-STATUS ")."
      STOP RUN
   END-IF.
   OPEN INPUT GCBExemplairesFile.
   OPEN INPUT GCBEmpruntsFile.
   OPEN I-O GCBSuggestionsFile.
   IF WS-SUGG-STATUS = "35"
      OPEN OUTPUT GCBSuggestionsFile
      CLOSE GCBSuggestionsFile
      OPEN I-O GCBSuggestionsFile
   END-IF.
   MOVE SPACES TO WS-NomEtat.
   STRING "GCBSuggestionsAchat" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEtat.
   OPEN OUTPUT GCBEtatSuggestionsFile.
   MOVE SPACES TO WS-LigneTravail.
   MOVE WS-SeuilRatio TO WS-RatioAff.
   STRING "SUGGESTIONS D'ACHAT AU " WS-DateJour " (seuil "
       WS-RatioAff " réservations par copie)"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE "  Titre                          Resa Copies Prêts Pertes"
       TO WS-LigneTravail.
   MOVE " Ratio  Qté" TO WS-LigneTravail(58:11).
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE "N" TO WS-EOF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBLivresFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF Genre OF LivreRecord NOT = "PEB"
                AND Genre OF LivreRecord NOT = "PERIODIQUE"
                AND Genre OF LivreRecord NOT = "NUMERIQUE"
               ADD 1 TO WS-NbTitresExamines
               PERFORM EXAMINER-TITRE
            END-IF
      END-READ
   END-PERFORM.
   PERFORM RETIRER-SUGGESTIONS-CADUQUES.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE SPACES TO WS-LigneTravail.
   STRING "RECAPITULATIF : " WS-NbTitresExamines " titre(s), "
       WS-NbSuggestions " suggestion(s), " WS-NbEnCommande
       " déjà en commande, " WS-NbRefusRecents " refus récent(s)"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE SPACES TO WS-LigneTravail.
   STRING "                " WS-NbRetirees
       " suggestion(s) retirée(s), la pression étant retombée"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   CLOSE GCBEtatSuggestionsFile.
   CLOSE GCBSuggestionsFile.
   IF WS-EMP-STATUS NOT = "35"
      CLOSE GCBEmpruntsFile
   END-IF.
   IF WS-EXEMP-STATUS NOT = "35"
      CLOSE GCBExemplairesFile
   END-IF.
   CLOSE GCBLivresFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportEtat
       WS-DateJour WS-NbLignesEtat WS-NomEtat.
   DISPLAY "Etat écrit dans " FUNCTION TRIM(WS-NomEtat)
       " ; revue des suggestions dans GCB_COMMANDES.".
   STOP RUN.

CHARGER-PARAMETRES.
   CALL 'GCB_PARAMETRE' USING CleSeuilSuggestion WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O" AND WS-ValeurParam > 0
      MOVE WS-ValeurParam TO WS-SeuilRatio
   END-IF.
   CALL 'GCB_PARAMETRE' USING CleDelaiRefus WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-JoursRefus
   END-IF.
   CALL 'GCB_PARAMETRE' USING CleFenetrePrets WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-JoursFenetre
   END-IF.

CHARGER-RESERVATIONS-ATTENTE.
   MOVE 0 TO WS-NbTitresResa.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBReservationsFile.
   IF WS-RESA-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBReservationsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF StatutReservation = "A"
               PERFORM VARYING IdxResa FROM 1 BY 1
                   UNTIL IdxResa > WS-NbTitresResa
                   OR TitreResaTable(IdxResa) = TitreReservation
                  CONTINUE
               END-PERFORM
               IF IdxResa > WS-NbTitresResa
                  IF WS-NbTitresResa < 500
                     ADD 1 TO WS-NbTitresResa
                     MOVE TitreReservation
                         TO TitreResaTable(WS-NbTitresResa)
                     MOVE 1 TO NbResaTable(WS-NbTitresResa)
                  END-IF
               ELSE
                  ADD 1 TO NbResaTable(IdxResa)
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-RESA-STATUS NOT = "35"
      CLOSE GCBReservationsFile
   END-IF.

CHARGER-TITRES-EN-COMMANDE.
   MOVE 0 TO WS-NbTitresCmd.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBCommandesFile.
   IF WS-CMD-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBCommandesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF (StatutLigneCommande = "B" OR StatutLigneCommande = "O"
                OR StatutLigneCommande = "P")
                AND WS-NbTitresCmd < 300
               ADD 1 TO WS-NbTitresCmd
               MOVE TitreCommande TO TitreCmdTable(WS-NbTitresCmd)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CMD-STATUS NOT = "35"
      CLOSE GCBCommandesFile
   END-IF.

EXAMINER-TITRE.
   MOVE 0 TO WS-NbResaTitre.
   PERFORM VARYING IdxResa FROM 1 BY 1
       UNTIL IdxResa > WS-NbTitresResa
      IF TitreResaTable(IdxResa) = Titre OF LivreRecord
         MOVE NbResaTable(IdxResa) TO WS-NbResaTitre
      END-IF
   END-PERFORM.
   PERFORM COMPTER-COPIES-TITRE.
   PERFORM COMPTER-EMPRUNTS-RECENTS.
   MOVE WS-NbCopiesTitre TO WS-BaseCopies.
   IF WS-BaseCopies = 0
      MOVE 1 TO WS-BaseCopies
   END-IF.
   COMPUTE WS-Ratio ROUNDED = WS-NbResaTitre / WS-BaseCopies.
   MOVE "N" TO WS-ASuggerer.
   IF WS-NbResaTitre > 0 AND WS-Ratio >= WS-SeuilRatio
      MOVE "O" TO WS-ASuggerer
   ELSE
   IF WS-NbCopiesTitre = 0 AND WS-NbPerduesTitre > 0
       AND (WS-NbResaTitre > 0 OR WS-NbEmpruntsTitre > 0)
      MOVE "O" TO WS-ASuggerer
   END-IF
   END-IF.
   IF WS-ASuggerer = "O"
      MOVE "N" TO WS-TitreEnCommande
      PERFORM VARYING IdxCmd FROM 1 BY 1
          UNTIL IdxCmd > WS-NbTitresCmd
         IF TitreCmdTable(IdxCmd) = Titre OF LivreRecord
            MOVE "O" TO WS-TitreEnCommande
         END-IF
      END-PERFORM
      IF WS-TitreEnCommande = "O"
         ADD 1 TO WS-NbEnCommande
      ELSE
         PERFORM CALCULER-QUANTITE
         PERFORM ENREGISTRER-SUGGESTION
      END-IF
   END-IF.

COMPTER-COPIES-TITRE.
   MOVE 0 TO WS-NbCopiesTitre.
   MOVE 0 TO WS-NbPerduesTitre.
   MOVE "N" TO WS-EOF-EXEMP.
   IF WS-EXEMP-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-EXEMP
   ELSE
      MOVE Titre OF LivreRecord TO TitreExemplaire
      MOVE 0 TO NumExemplaire
      START GCBExemplairesFile KEY IS GREATER THAN OR EQUAL
          CleExemplaire
         INVALID KEY MOVE "Y" TO WS-EOF-EXEMP
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF-EXEMP = "Y"
      READ GCBExemplairesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-EXEMP
         NOT AT END
            IF TitreExemplaire NOT = Titre OF LivreRecord
               MOVE "Y" TO WS-EOF-EXEMP
            ELSE
               IF StatutExemplaire = "D" OR StatutExemplaire = "S"
                  ADD 1 TO WS-NbPerduesTitre
               ELSE
                  ADD 1 TO WS-NbCopiesTitre
               END-IF
            END-IF
      END-READ
   END-PERFORM.

COMPTER-EMPRUNTS-RECENTS.
   MOVE 0 TO WS-NbEmpruntsTitre.
   MOVE "N" TO WS-EOF-EMP.
   IF WS-EMP-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-EMP
   ELSE
      MOVE Titre OF LivreRecord TO TitreEmprunt
      START GCBEmpruntsFile KEY IS EQUAL TitreEmprunt
         INVALID KEY MOVE "Y" TO WS-EOF-EMP
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF-EMP = "Y"
      READ GCBEmpruntsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-EMP
         NOT AT END
            IF TitreEmprunt NOT = Titre OF LivreRecord
               MOVE "Y" TO WS-EOF-EMP
            ELSE
               IF DateEmprunt >= WS-DateFenetre
                  ADD 1 TO WS-NbEmpruntsTitre
               END-IF
            END-IF
      END-READ
   END-PERFORM.

CALCULER-QUANTITE.
   COMPUTE WS-CibleExacte = WS-NbResaTitre / WS-SeuilRatio.
   MOVE WS-CibleExacte TO WS-Cible.
   IF WS-Cible < WS-CibleExacte
      ADD 1 TO WS-Cible
   END-IF.
   COMPUTE WS-Quantite = WS-Cible - WS-NbCopiesTitre.
   IF WS-Quantite < 1
      MOVE 1 TO WS-Quantite
   END-IF.
   IF WS-NbEmpruntsTitre >= 3 * WS-BaseCopies
      ADD 1 TO WS-Quantite
   END-IF.
   IF WS-Quantite > 10
      MOVE 10 TO WS-Quantite
   END-IF.

ENREGISTRER-SUGGESTION.
   MOVE Titre OF LivreRecord TO TitreSuggestion.
   READ GCBSuggestionsFile
      INVALID KEY MOVE "N" TO WS-SuggestionExiste
      NOT INVALID KEY MOVE "O" TO WS-SuggestionExiste
   END-READ.
   IF WS-SuggestionExiste = "O" AND StatutSuggestion = "D"
      COMPUTE WS-DateFinRefus = FUNCTION DATE-OF-INTEGER(
          FUNCTION INTEGER-OF-DATE(DateDecisionSuggestion)
          + WS-JoursRefus)
   ELSE
      MOVE 0 TO WS-DateFinRefus
   END-IF.
   IF WS-DateFinRefus > WS-DateJour
      ADD 1 TO WS-NbRefusRecents
   ELSE
      MOVE Titre OF LivreRecord TO TitreSuggestion
      MOVE ISBN OF LivreRecord TO ISBNSuggestion
      MOVE WS-DateJour TO DateSuggestion
      MOVE WS-NbResaTitre TO NbReservationsSuggestion
      MOVE WS-NbCopiesTitre TO NbCopiesSuggestion
      MOVE WS-NbEmpruntsTitre TO NbEmpruntsSuggestion
      MOVE WS-NbPerduesTitre TO NbPerduesSuggestion
      MOVE WS-Ratio TO RatioSuggestion
      MOVE WS-Quantite TO QuantiteSuggeree
      MOVE PrixUnitaire TO PrixSuggestion
      MOVE "P" TO StatutSuggestion
      MOVE 0 TO DateDecisionSuggestion
      MOVE 0 TO NumCommandeSuggestion
      IF WS-SuggestionExiste = "O"
         REWRITE SuggestionRecord
      ELSE
         WRITE SuggestionRecord
      END-IF
      ADD 1 TO WS-NbSuggestions
      MOVE WS-Ratio TO WS-RatioAff
      MOVE SPACES TO WS-LigneTravail
      STRING "  " TitreSuggestion " " NbReservationsSuggestion
          "  " NbCopiesSuggestion "    " NbEmpruntsSuggestion
          "  " NbPerduesSuggestion "  " WS-RatioAff "  "
          QuantiteSuggeree
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-ETAT
   END-IF.

RETIRER-SUGGESTIONS-CADUQUES.
      *> Une proposition non revue que le calcul du jour ne reconduit
      *> pas est retirée ; acceptations et refus restent mémorisés.
   MOVE "N" TO WS-EOF.
   MOVE LOW-VALUES TO TitreSuggestion.
   START GCBSuggestionsFile KEY IS GREATER THAN TitreSuggestion
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBSuggestionsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF StatutSuggestion = "P"
                AND DateSuggestion NOT = WS-DateJour
               DELETE GCBSuggestionsFile
               ADD 1 TO WS-NbRetirees
            END-IF
      END-READ
   END-PERFORM.

ECRIRE-LIGNE-ETAT.
   MOVE WS-LigneTravail TO LigneEtatSuggestions.
   WRITE LigneEtatSuggestions.
   ADD 1 TO WS-NbLignesEtat.
   DISPLAY WS-LigneTravail.
