IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_DECLARATION_TVA.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBLignesVenteFile
        FILE STATUS IS WS-LGN-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBLignesVenteFile.txt".
    SELECT ReductionsFile
        FILE STATUS IS WS-JOURNAL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "ReductionsFile.txt".
    SELECT GCBFacturesChantierFile
        FILE STATUS IS WS-FAC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBFacturesChantierFile.txt".
    SELECT GCBGrandLivreFile
        FILE STATUS IS WS-GL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBGrandLivreFile.txt".
    SELECT GCBDeclarationTVAFile
        FILE STATUS IS WS-ETAT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEtat.

DATA DIVISION.
FILE SECTION.
   FD GCBLignesVenteFile.
   01 LigneVenteRecord.
      05 NumVenteLigne PIC 9(6).
      05 CodeArticleLigne PIC X(8).
      05 QuantiteLigne PIC 9(3).
      05 PrixUnitaireLigne PIC 9(5)V99.
      05 MontantLigne PIC 9(6)V99.
      05 CategorieLigne PIC X(12).
      05 CoutUnitaireLigne PIC 9(5)V99.
      05 RemiseLigne PIC 9(6)V99.
      05 PromoLigne PIC X(1).
      05 CouponLigne PIC X(10).
      05 DateVenteLigne PIC 9(8).
      05 TauxTVALigne PIC 9(2)V99.
      05 MontantTVALigne PIC 9(5)V99.
      05 TypeLigne PIC X(1).

   FD ReductionsFile.
   COPY REDJOURNAL.

   FD GCBFacturesChantierFile.
   COPY FACTCHANTIER.

   FD GCBGrandLivreFile.
   COPY GRANDLIVRE.

   FD GCBDeclarationTVAFile.
   01 LigneDeclarationTVA PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-LGN-STATUS PIC 99.
   01 WS-JOURNAL-STATUS PIC 99.
   01 WS-FAC-STATUS PIC 99.
   01 WS-GL-STATUS PIC 99.
   01 WS-ETAT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-DateJour PIC 9(8).
   01 WS-MoisSaisi PIC 9(6).
   01 WS-MoisDeclare PIC 9(6).
   01 WS-AnneeMois.
      05 WS-AnneeDeclaree PIC 9(4).
      05 WS-NumMoisDeclare PIC 9(2).
   01 WS-MoisLu PIC 9(6).
   01 WS-NomEtat PIC X(44).
   01 WS-LigneTravail PIC X(80).
   01 WS-NbLignesEtat PIC 9(6) VALUE 0.
   01 WS-TypeRapportEtat PIC X(12) VALUE "DECLAR-TVA".
   01 CompteGLTVACollectee PIC X(4) VALUE "4457".

      *> Une entrée par taux rencontré : base hors taxe et TVA du
      *> magasin (lignes d'articles, ventes au seul montant) et des
      *> factures de chantier. Les retours viennent en déduction.
   01 WS-NbTaux PIC 9(2) VALUE 0.
   01 IdxTaux PIC 9(2).
   01 TableTauxDeclares OCCURS 20 TIMES.
      05 TauxDecl PIC 9(2)V99.
      05 BaseMagasinDecl PIC S9(9)V99.
      05 TVAMagasinDecl PIC S9(9)V99.
      05 BaseChantierDecl PIC S9(9)V99.
      05 TVAChantierDecl PIC S9(9)V99.
   01 WS-TauxCherche PIC 9(2)V99.
   01 WS-TauxArrondi PIC 9(2)V9.
   01 WS-BaseOperation PIC S9(9)V99.
   01 WS-TVAOperation PIC S9(9)V99.
   01 WS-Activite PIC X(1).

      *> Ventes détaillées du mois : leurs numéros écartent les
      *> lignes correspondantes du journal, déjà comptées par taux.
   01 WS-NbVentesDetaillees PIC 9(4) VALUE 0.
   01 IdxVenteDet PIC 9(4).
   01 TableVentesDetaillees OCCURS 3000 TIMES.
      05 NumVenteDetaillee PIC 9(6).
   01 WS-VentesTronquees PIC X(1) VALUE "N".
   01 WS-VenteDetailleeTrouvee PIC X(1).

   01 WS-TotalBase PIC S9(9)V99 VALUE 0.
   01 WS-TotalTVA PIC S9(9)V99 VALUE 0.
   01 WS-TVASansDetail PIC S9(9)V99 VALUE 0.
   01 WS-SoldeGLTVA PIC S9(9)V99 VALUE 0.
   01 WS-EcartTVA PIC S9(9)V99 VALUE 0.
   01 WS-TauxAff PIC Z9.99.
   01 WS-BaseMagAff PIC -(9)9.99.
   01 WS-TVAMagAff PIC -(8)9.99.
   01 WS-BaseChaAff PIC -(9)9.99.
   01 WS-TVAChaAff PIC -(8)9.99.
   01 WS-MontantAff PIC -(9)9.99.

      *> Déclaration mensuelle de TVA : base hors taxe et TVA
      *> collectée par taux, tirées des lignes de vente du magasin
      *> (nettes de leur part de réduction, retours déduits à leur
      *> taux d'origine), des ventes saisies au seul montant (taux
      *> reconstitué depuis le journal des ventes) et des factures
      *> de chantier ; le total est rapproché du mouvement du mois au
      *> compte 4457 TVA collectée du grand livre. Etat daté,
      *> enregistré au catalogue des rapports.

PROCEDURE DIVISION.
   DISPLAY "==============================================".
   DISPLAY "DECLARATION MENSUELLE DE TVA".
   DISPLAY "==============================================".
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   DISPLAY "Mois à déclarer (AAAAMM, 0 = mois précédent) : ".
   ACCEPT WS-MoisSaisi.
   IF WS-MoisSaisi = 0
      MOVE WS-DateJour(1:6) TO WS-AnneeMois
      IF WS-NumMoisDeclare = 1
         SUBTRACT 1 FROM WS-AnneeDeclaree
         MOVE 12 TO WS-NumMoisDeclare
      ELSE
         SUBTRACT 1 FROM WS-NumMoisDeclare
      END-IF
      MOVE WS-AnneeMois TO WS-MoisDeclare
   ELSE
      MOVE WS-MoisSaisi TO WS-MoisDeclare
   END-IF.
   PERFORM CUMULER-LIGNES-VENTE.
   PERFORM CUMULER-JOURNAL-VENTES.
   PERFORM CUMULER-FACTURES-CHANTIER.
   PERFORM LIRE-COMPTE-TVA.
   MOVE SPACES TO WS-NomEtat.
   STRING "GCBDeclarationTVA" WS-MoisDeclare ".txt"
       DELIMITED BY SIZE INTO WS-NomEtat.
   OPEN OUTPUT GCBDeclarationTVAFile.
   MOVE SPACES TO WS-LigneTravail.
   STRING "DECLARATION DE TVA DU MOIS " WS-MoisDeclare
       " (établie le " WS-DateJour ")"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE "   Taux   Base magasin  TVA magasin Base chantiers"
       TO WS-LigneTravail.
   MOVE " TVA chantiers" TO WS-LigneTravail(51:14).
   PERFORM ECRIRE-LIGNE-ETAT.
   PERFORM VARYING IdxTaux FROM 1 BY 1 UNTIL IdxTaux > WS-NbTaux
      PERFORM ECRIRE-LIGNE-TAUX
   END-PERFORM.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE WS-TotalBase TO WS-MontantAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "TOTAL BASE HORS TAXE   : " WS-MontantAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE WS-TotalTVA TO WS-MontantAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "TOTAL TVA COLLECTEE    : " WS-MontantAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE WS-TVASansDetail TO WS-MontantAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "  dont ventes sans détail d'articles : " WS-MontantAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   IF WS-VentesTronquees = "O"
      MOVE "  ATTENTION : plus de 3000 ventes détaillées, le taux "
          TO WS-LigneTravail
      MOVE "des suivantes" TO WS-LigneTravail(57:13)
      PERFORM ECRIRE-LIGNE-ETAT
      MOVE "  est aussi reconstitué depuis le journal (double compte)."
          TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-ETAT
   END-IF.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE WS-SoldeGLTVA TO WS-MontantAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "RAPPROCHEMENT : mouvement du mois au compte "
       CompteGLTVACollectee " " WS-MontantAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   COMPUTE WS-EcartTVA = WS-TotalTVA - WS-SoldeGLTVA.
   MOVE WS-EcartTVA TO WS-MontantAff.
   MOVE SPACES TO WS-LigneTravail.
   IF WS-EcartTVA = 0
      STRING "  Déclaration et grand livre concordent."
          DELIMITED BY SIZE INTO WS-LigneTravail
   ELSE
      STRING "  ECART A ANALYSER (déclaré - grand livre) : "
          WS-MontantAff
          DELIMITED BY SIZE INTO WS-LigneTravail
   END-IF.
   PERFORM ECRIRE-LIGNE-ETAT.
   CLOSE GCBDeclarationTVAFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportEtat
       WS-DateJour WS-NbLignesEtat WS-NomEtat.
   DISPLAY "Déclaration écrite dans " FUNCTION TRIM(WS-NomEtat) ".".
   STOP RUN.

CUMULER-LIGNES-VENTE.
      *> Lignes d'articles vendues ou rendues dans le mois, chacune à
      *> son taux ; un retour se déduit.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBLignesVenteFile.
   IF WS-LGN-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBLignesVenteFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF DateVenteLigne IS NUMERIC
               COMPUTE WS-MoisLu = DateVenteLigne / 100
               IF WS-MoisLu = WS-MoisDeclare
                  PERFORM CUMULER-UNE-LIGNE-VENTE
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-LGN-STATUS NOT = "35"
      CLOSE GCBLignesVenteFile
   END-IF.

CUMULER-UNE-LIGNE-VENTE.
   PERFORM NOTER-VENTE-DETAILLEE.
   COMPUTE WS-BaseOperation = MontantLigne - RemiseLigne.
   MOVE MontantTVALigne TO WS-TVAOperation.
   IF TypeLigne = "R"
      COMPUTE WS-BaseOperation = 0 - WS-BaseOperation
      COMPUTE WS-TVAOperation = 0 - WS-TVAOperation
   END-IF.
   MOVE TauxTVALigne TO WS-TauxCherche.
   MOVE "M" TO WS-Activite.
   PERFORM AJOUTER-AU-TAUX.

NOTER-VENTE-DETAILLEE.
      *> Les lignes d'une même vente se suivent dans le fichier.
   IF WS-NbVentesDetaillees = 0
      OR NumVenteDetaillee(WS-NbVentesDetaillees) NOT = NumVenteLigne
      IF WS-NbVentesDetaillees < 3000
         ADD 1 TO WS-NbVentesDetaillees
         MOVE NumVenteLigne
             TO NumVenteDetaillee(WS-NbVentesDetaillees)
      ELSE
         MOVE "O" TO WS-VentesTronquees
      END-IF
   END-IF.

CUMULER-JOURNAL-VENTES.
      *> Ventes et remboursements du mois sans détail d'articles :
      *> la TVA est celle réellement encaissée (final - net), son
      *> taux est reconstitué au dixième de point près.
   MOVE "N" TO WS-EOF.
   OPEN INPUT ReductionsFile.
   IF WS-JOURNAL-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ ReductionsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            MOVE SPACES TO WS-AnneeMois
            STRING DateHeureJournal(1:4) DateHeureJournal(6:2)
                DELIMITED BY SIZE INTO WS-AnneeMois
            IF WS-AnneeMois IS NUMERIC
               MOVE WS-AnneeMois TO WS-MoisLu
               IF WS-MoisLu = WS-MoisDeclare
                  PERFORM CUMULER-UNE-VENTE-JOURNAL
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-JOURNAL-STATUS NOT = "35"
      CLOSE ReductionsFile
   END-IF.

CUMULER-UNE-VENTE-JOURNAL.
   MOVE "N" TO WS-VenteDetailleeTrouvee.
   PERFORM VARYING IdxVenteDet FROM 1 BY 1
       UNTIL IdxVenteDet > WS-NbVentesDetaillees
       OR WS-VenteDetailleeTrouvee = "O"
      IF NumVenteDetaillee(IdxVenteDet) = NumVenteJournal
         MOVE "O" TO WS-VenteDetailleeTrouvee
      END-IF
   END-PERFORM.
   COMPUTE WS-BaseOperation = MontantAchatJournal - ReductionJournal.
   COMPUTE WS-TVAOperation = MontantFinalJournal - WS-BaseOperation.
   IF WS-VenteDetailleeTrouvee = "N"
      AND WS-TVAOperation NOT = 0 AND WS-BaseOperation > 0
      COMPUTE WS-TauxArrondi ROUNDED
          = WS-TVAOperation * 100 / WS-BaseOperation
      MOVE WS-TauxArrondi TO WS-TauxCherche
      IF TypeJournal = "REMBOURS"
         COMPUTE WS-BaseOperation = 0 - WS-BaseOperation
         COMPUTE WS-TVAOperation = 0 - WS-TVAOperation
      END-IF
      ADD WS-TVAOperation TO WS-TVASansDetail
      MOVE "M" TO WS-Activite
      PERFORM AJOUTER-AU-TAUX
   END-IF.

CUMULER-FACTURES-CHANTIER.
      *> Factures de chantier émises dans le mois ; celles de
      *> l'ancien dessin (sans ventilation) entrent à taux zéro.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBFacturesChantierFile.
   IF WS-FAC-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBFacturesChantierFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            COMPUTE WS-MoisLu = DateFacture / 100
            IF WS-MoisLu = WS-MoisDeclare
               IF MontantHTFacture IS NUMERIC
                  AND MontantHTFacture > 0
                  MOVE MontantHTFacture TO WS-BaseOperation
                  MOVE MontantTVAFacture TO WS-TVAOperation
                  MOVE TauxTVAFacture TO WS-TauxCherche
               ELSE
                  MOVE MontantFacture TO WS-BaseOperation
                  MOVE 0 TO WS-TVAOperation
                  MOVE 0 TO WS-TauxCherche
               END-IF
               MOVE "C" TO WS-Activite
               PERFORM AJOUTER-AU-TAUX
            END-IF
      END-READ
   END-PERFORM.
   IF WS-FAC-STATUS NOT = "35"
      CLOSE GCBFacturesChantierFile
   END-IF.

AJOUTER-AU-TAUX.
   PERFORM VARYING IdxTaux FROM 1 BY 1
       UNTIL IdxTaux > WS-NbTaux
       OR TauxDecl(IdxTaux) = WS-TauxCherche
      CONTINUE
   END-PERFORM.
   IF IdxTaux > WS-NbTaux AND WS-NbTaux < 20
      ADD 1 TO WS-NbTaux
      MOVE WS-NbTaux TO IdxTaux
      MOVE WS-TauxCherche TO TauxDecl(IdxTaux)
      MOVE 0 TO BaseMagasinDecl(IdxTaux)
      MOVE 0 TO TVAMagasinDecl(IdxTaux)
      MOVE 0 TO BaseChantierDecl(IdxTaux)
      MOVE 0 TO TVAChantierDecl(IdxTaux)
   END-IF.
   IF IdxTaux <= WS-NbTaux
      IF WS-Activite = "C"
         ADD WS-BaseOperation TO BaseChantierDecl(IdxTaux)
         ADD WS-TVAOperation TO TVAChantierDecl(IdxTaux)
      ELSE
         ADD WS-BaseOperation TO BaseMagasinDecl(IdxTaux)
         ADD WS-TVAOperation TO TVAMagasinDecl(IdxTaux)
      END-IF
   END-IF.
   ADD WS-BaseOperation TO WS-TotalBase.
   ADD WS-TVAOperation TO WS-TotalTVA.

LIRE-COMPTE-TVA.
      *> Mouvement du mois au compte de TVA collectée : crédits
      *> (TVA encaissée) moins débits (TVA rendue).
   MOVE 0 TO WS-SoldeGLTVA.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBGrandLivreFile.
   IF WS-GL-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBGrandLivreFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            COMPUTE WS-MoisLu = DateEcritureGL / 100
            IF CompteGeneralGL = CompteGLTVACollectee
               AND WS-MoisLu = WS-MoisDeclare
               AND LibelleGL NOT = "CLOT-EXERC"
               AND LibelleGL NOT = "A-NOUVEAU"
               IF SensGL = "C"
                  ADD MontantGL TO WS-SoldeGLTVA
               ELSE
                  SUBTRACT MontantGL FROM WS-SoldeGLTVA
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-GL-STATUS NOT = "35"
      CLOSE GCBGrandLivreFile
   END-IF.

ECRIRE-LIGNE-TAUX.
   MOVE TauxDecl(IdxTaux) TO WS-TauxAff.
   MOVE BaseMagasinDecl(IdxTaux) TO WS-BaseMagAff.
   MOVE TVAMagasinDecl(IdxTaux) TO WS-TVAMagAff.
   MOVE BaseChantierDecl(IdxTaux) TO WS-BaseChaAff.
   MOVE TVAChantierDecl(IdxTaux) TO WS-TVAChaAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "  " WS-TauxAff "%" WS-BaseMagAff WS-TVAMagAff
       WS-BaseChaAff WS-TVAChaAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.

ECRIRE-LIGNE-ETAT.
   MOVE WS-LigneTravail TO LigneDeclarationTVA.
   WRITE LigneDeclarationTVA.
   ADD 1 TO WS-NbLignesEtat.
   DISPLAY WS-LigneTravail.
