       ASSIGN TO "GCBReglementsVenteFile.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REGV-STATUS.
   SELECT GCBEncaissementsBiblioFile
       ASSIGN TO "GCBEncaissementsBiblioFile.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ENCB-STATUS.

DATA DIVISION.
FILE SECTION.
      05 CategorieArticle PIC X(12).
      05 QuantiteStockArticle PIC S9(5).
      05 SeuilReapproArticle PIC 9(4).
      05 CoutMoyenArticle PIC 9(5)V99.

   FD GCBReglementsVenteFile.
   01 ReglementVenteRecord.
      05 MontantReglement PIC 9(6)V99.
      05 DateHeureReglement PIC X(19).

   FD GCBEncaissementsBiblioFile.
   COPY ENCBIBLIO.

   FD GCBRapportZFile.
      *> Exemplaire daté du rapport Z, un fichier par journée
      *> clôturée, enregistré au catalogue des rapports : le Z de la
   01 WS-TotalCarte PIC 9(8)V99 VALUE 0.
   01 WS-TotalPoints PIC 9(8)V99 VALUE 0.
   01 WS-TotalCadeaux PIC 9(8)V99 VALUE 0.
   01 WS-TotalAcomptes PIC 9(8)V99 VALUE 0.
   01 WS-TotalEnCompte PIC 9(8)V99 VALUE 0.
      *> Amendes et adhésions encaissées pour la bibliothèque : dans
      *> le tiroir ou en télécollecte, mais hors recette du magasin.
   01 WS-ENCB-STATUS PIC 99.
   01 WS-EOF-ENCB PIC X VALUE "N".
   01 WS-NbBiblio PIC 9(5) VALUE 0.
   01 WS-BiblioEspeces PIC 9(8)V99 VALUE 0.
   01 WS-BiblioCarte PIC 9(8)V99 VALUE 0.
   01 WS-TiroirTotal PIC 9(8)V99 VALUE 0.
   01 WS-NomRapportZ PIC X(44).
   01 WS-LigneZTravail PIC X(80).
   01 WS-NbLignesZ PIC 9(6) VALUE 0.
      PERFORM ECRIRE-LIGNE-Z
   END-IF.
   PERFORM AJOUTER-SECTION-REGLEMENTS.
   PERFORM AJOUTER-SECTION-BIBLIOTHEQUE.
   PERFORM AJOUTER-SECTION-REAPPRO.
   CLOSE GCBRapportZFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportZ
   MOVE 0 TO WS-TotalCarte.
   MOVE 0 TO WS-TotalPoints.
   MOVE 0 TO WS-TotalCadeaux.
   MOVE 0 TO WS-TotalAcomptes.
   MOVE 0 TO WS-TotalEnCompte.
   MOVE "N" TO WS-EOF-REGV.
   OPEN INPUT GCBReglementsVenteFile.
   IF WS-REGV-STATUS NOT = "00"
                     ADD MontantReglement TO WS-TotalPoints
                  WHEN "CADEAU"
                     ADD MontantReglement TO WS-TotalCadeaux
                  WHEN "ACOMPT"
                     ADD MontantReglement TO WS-TotalAcomptes
                  WHEN "COMPTE"
                     ADD MontantReglement TO WS-TotalEnCompte
                  WHEN OTHER CONTINUE
               END-EVALUATE
            END-IF
   STRING "Cartes cadeaux tirées    : " WS-MontantZAff
       DELIMITED BY SIZE INTO WS-LigneZTravail.
   PERFORM ECRIRE-LIGNE-Z.
   MOVE WS-TotalAcomptes TO WS-MontantZAff.
   MOVE SPACES TO WS-LigneZTravail.
   STRING "Acomptes déduits         : " WS-MontantZAff
       DELIMITED BY SIZE INTO WS-LigneZTravail.
   PERFORM ECRIRE-LIGNE-Z.
   MOVE WS-TotalEnCompte TO WS-MontantZAff.
   MOVE SPACES TO WS-LigneZTravail.
   STRING "En compte (à facturer)   : " WS-MontantZAff
       DELIMITED BY SIZE INTO WS-LigneZTravail.
   PERFORM ECRIRE-LIGNE-Z.

AJOUTER-SECTION-BIBLIOTHEQUE.
      *> Les encaissements pour la bibliothèque ne sont pas dans le
      *> journal des ventes : ils n'entrent ni dans le brut ni dans
      *> le net ci-dessus, mais le comptage du tiroir doit les
      *> retrouver.
   MOVE 0 TO WS-NbBiblio.
   MOVE 0 TO WS-BiblioEspeces.
   MOVE 0 TO WS-BiblioCarte.
   MOVE "N" TO WS-EOF-ENCB.
   OPEN INPUT GCBEncaissementsBiblioFile.
   IF WS-ENCB-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-ENCB
   END-IF.
   PERFORM UNTIL WS-EOF-ENCB = "Y"
      READ GCBEncaissementsBiblioFile
         AT END MOVE "Y" TO WS-EOF-ENCB
         NOT AT END
            IF DateHeureEncBiblio(1:10) = WS-DateCherchee
               ADD 1 TO WS-NbBiblio
               IF ModeEncBiblio = "CARTE"
                  ADD MontantEncBiblio TO WS-BiblioCarte
               ELSE
                  ADD MontantEncBiblio TO WS-BiblioEspeces
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-ENCB-STATUS NOT = "35"
      CLOSE GCBEncaissementsBiblioFile
   END-IF.
   IF WS-NbBiblio > 0
      MOVE "--- Encaissé pour la bibliothèque (hors recette) ---"
          TO WS-LigneZTravail
      PERFORM ECRIRE-LIGNE-Z
      MOVE WS-NbBiblio TO WS-NbAff
      MOVE WS-BiblioEspeces TO WS-MontantZAff
      MOVE SPACES TO WS-LigneZTravail
      STRING "Amendes/adhésions : " WS-NbAff " espèces "
          WS-MontantZAff
          DELIMITED BY SIZE INTO WS-LigneZTravail
      PERFORM ECRIRE-LIGNE-Z
      MOVE WS-BiblioCarte TO WS-MontantZAff
      MOVE SPACES TO WS-LigneZTravail
      STRING "Amendes/adhésions par carte  : " WS-MontantZAff
          DELIMITED BY SIZE INTO WS-LigneZTravail
      PERFORM ECRIRE-LIGNE-Z
      COMPUTE WS-TiroirTotal = WS-TotalEspeces + WS-BiblioEspeces
      MOVE WS-TiroirTotal TO WS-MontantZAff
      MOVE SPACES TO WS-LigneZTravail
      STRING "Espèces à compter au tiroir  : " WS-MontantZAff
          DELIMITED BY SIZE INTO WS-LigneZTravail
      PERFORM ECRIRE-LIGNE-Z
   END-IF.

AJOUTER-SECTION-REAPPRO.
      *> Le rapport du soir embarque la liste des articles passés
