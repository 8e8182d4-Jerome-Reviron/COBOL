IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_COUTS_CHANTIER.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBChantiersFile
        FILE STATUS IS WS-CHA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBChantiersFile.txt".
    SELECT GCBDevisFile
        FILE STATUS IS WS-DEVIS-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBDevisFile.txt".
    SELECT GCBMateriauxFile
        FILE STATUS IS WS-MAT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBMateriauxFile.txt".
    SELECT GCBCoutsChantierFile
        FILE STATUS IS WS-COUT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCoutsChantierFile.txt".
    SELECT GCBEtatMargesFile
        FILE STATUS IS WS-ETAT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEtat.

DATA DIVISION.
FILE SECTION.
   FD GCBChantiersFile.
   COPY CHANTIER.

   FD GCBDevisFile.
   COPY DEVIS.

   FD GCBMateriauxFile.
   COPY MATERIAUX.

   FD GCBCoutsChantierFile.
   COPY COUTCHANTIER.

   FD GCBEtatMargesFile.
   01 LigneEtatMarges PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-CHA-STATUS PIC 99.
   01 WS-DEVIS-STATUS PIC 99.
   01 WS-MAT-STATUS PIC 99.
   01 WS-COUT-STATUS PIC 99.
   01 WS-ETAT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-DateJour PIC 9(8).
   01 WS-MontantAff PIC -ZZZZZZZ9.99.

   01 WS-NumChantierSaisi PIC 9(6).
   01 WS-ChantierTrouve PIC X(1).
   01 WS-StatutCha PIC X(1).
   01 WS-ClientCha PIC X(30).
   01 WS-CodeMatSaisi PIC X(8).
   01 WS-QteSaisie PIC 9(5).
   01 WS-SousTraitant PIC X(20).
   01 WS-MontantSaisi PIC 9(7)V99.

   01 WS-NbMateriaux PIC 9(2) VALUE 0.
   01 IdxMat PIC 9(2).
   01 TableMateriaux OCCURS 10 TIMES.
      05 CodeMatTable PIC X(8).
      05 LibelleMatTable PIC X(20).
      05 StockMatTable PIC S9(5).
      05 ReserveMatTable PIC 9(5).
      05 CoutMatTable PIC 9(5)V99.

   01 WS-ModeFicheCout PIC X(1).
   01 WS-CoutPrevuFiche PIC 9(9)V99.
   01 WS-CoutReelFiche PIC 9(9)V99.
   01 WS-FicheTrouvee PIC X(1).

      *> Rapport mensuel : chantiers achevés dans le mois rangés
      *> par taux de marge réel, puis biais d'estimation par forme
      *> de clôture (coût réel contre coût prévu).
   01 WS-MoisSaisi PIC 9(6).
   01 WS-MoisRapport PIC 9(6).
   01 WS-AnneeMois PIC 9(4).
   01 WS-NumMois PIC 9(2).
   01 WS-NbDevisFormes PIC 9(3) VALUE 0.
   01 IdxDev PIC 9(3).
   01 TableFormesDevis OCCURS 500 TIMES.
      05 NumDevisForme PIC 9(6).
      05 FormeDevisForme PIC 9(1).
   01 WS-NbMarges PIC 9(3) VALUE 0.
   01 IdxMarge PIC 9(3).
   01 JdxMarge PIC 9(3).
   01 TableMarges OCCURS 200 TIMES.
      05 NumChaMarge PIC 9(6).
      05 ClientMarge PIC X(16).
      05 FormeMarge PIC 9(1).
      05 DevisMarge PIC 9(6).
      05 MontantMarge PIC 9(9)V99.
      05 PrevuMarge PIC 9(9)V99.
      05 ReelMarge PIC 9(9)V99.
      05 MargeReelleMarge PIC S9(9)V99.
      05 TauxPrevuMarge PIC S9(5)V9.
      05 TauxReelMarge PIC S9(5)V9.
   01 MargeTemp PIC X(85).
   01 TableBiaisFormes.
      05 BiaisForme OCCURS 5 TIMES.
         10 NbChaBiais PIC 9(4).
         10 PrevuBiais PIC 9(11)V99.
         10 ReelBiais PIC 9(11)V99.
   01 IdxForme PIC 9(1).
   01 LibellesFormes.
      05 FILLER PIC X(12) VALUE "Rectangle".
      05 FILLER PIC X(12) VALUE "Cercle".
      05 FILLER PIC X(12) VALUE "Forme en L".
      05 FILLER PIC X(12) VALUE "Multi-zones".
      05 FILLER PIC X(12) VALUE "Inconnue".
   01 TableLibellesFormes REDEFINES LibellesFormes.
      05 LibelleForme PIC X(12) OCCURS 5 TIMES.
   01 WS-EcartBiais PIC S9(5)V9.
   01 WS-TotPrevu PIC 9(11)V99.
   01 WS-TotReel PIC 9(11)V99.
   01 WS-TotNb PIC 9(4).
   01 WS-LibelleBiais PIC X(13).
   01 WS-NbBiais PIC 9(4).
   01 WS-PrevuBiais PIC 9(11)V99.
   01 WS-ReelBiais PIC 9(11)V99.
   01 WS-NomEtat PIC X(44).
   01 WS-LigneTravail PIC X(80).
   01 WS-NbLignesEtat PIC 9(6) VALUE 0.
   01 WS-TypeRapportEtat PIC X(12) VALUE "MARGES-CHANT".
   01 WS-RangAff PIC ZZ9.
   01 WS-MarcheAff PIC ZZZZZZ9.
   01 WS-MargeAff PIC -ZZZZZZ9.
   01 WS-TauxAff PIC -ZZZ9.9.
   01 WS-TauxAff2 PIC -ZZZ9.9.
   01 WS-NbAff PIC ZZZ9.
   01 WS-PrevuAff PIC ZZZZZZZZ9.
   01 WS-ReelAff PIC ZZZZZZZZ9.
   01 WS-SensBiais PIC X(20).

      *> Coût réel des chantiers de pose : matériaux supplémentaires
      *> sortis du stock de la cour en cours de pose et sous-traitance,
      *> imputés au chantier dans GCBCoutsChantierFile à côté des
      *> matériaux du devis consommés à l'achèvement ; les heures
      *> pointées sont valorisées par GCB_FICHE_COUT, qui édite aussi
      *> la fiche de coût. Rapport mensuel des marges et du biais
      *> d'estimation par forme, pour corriger les chiffrages de
      *> CalculPerimetre.

PROCEDURE DIVISION.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== COUT REEL DES CHANTIERS DE POSE ==="
      DISPLAY "1. Sortir des matériaux supplémentaires"
      DISPLAY "2. Imputer une sous-traitance"
      DISPLAY "3. Fiche de coût d'un chantier"
      DISPLAY "4. Rapport mensuel des marges"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1 PERFORM SORTIR-MATERIAUX-SUPPLEMENTAIRES
         WHEN 2 PERFORM IMPUTER-SOUS-TRAITANCE
         WHEN 3 PERFORM EDITER-FICHE-CHANTIER
         WHEN 4 PERFORM RAPPORT-MENSUEL-MARGES
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-PERFORM.
   STOP RUN.

LIRE-CHANTIER-SAISI.
   DISPLAY "Numéro du chantier : ".
   ACCEPT WS-NumChantierSaisi.
   MOVE "N" TO WS-ChantierTrouve.
   MOVE SPACES TO WS-StatutCha.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBChantiersFile.
   IF WS-CHA-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBChantiersFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumChantier = WS-NumChantierSaisi
               MOVE "O" TO WS-ChantierTrouve
               MOVE StatutChantier TO WS-StatutCha
               MOVE NomClientChantier TO WS-ClientCha
               MOVE "Y" TO WS-EOF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CHA-STATUS NOT = "35"
      CLOSE GCBChantiersFile
   END-IF.

SORTIR-MATERIAUX-SUPPLEMENTAIRES.
      *> Au-delà des quantités du devis, pendant la pose : la sortie
      *> ne touche pas la réservation, consommée à l'achèvement.
   PERFORM LIRE-CHANTIER-SAISI.
   IF WS-ChantierTrouve = "N" OR WS-StatutCha NOT = "C"
      DISPLAY "Chantier en cours introuvable."
   ELSE
      PERFORM CHARGER-TABLE-MATERIAUX
      DISPLAY "Code du matériau : "
      ACCEPT WS-CodeMatSaisi
      PERFORM VARYING IdxMat FROM 1 BY 1
          UNTIL IdxMat > WS-NbMateriaux
          OR CodeMatTable(IdxMat) = WS-CodeMatSaisi
         CONTINUE
      END-PERFORM
      IF IdxMat > WS-NbMateriaux
         DISPLAY "Matériau inconnu."
      ELSE
         DISPLAY "Quantité sortie : "
         ACCEPT WS-QteSaisie
         IF WS-QteSaisie = 0
            DISPLAY "Quantité invalide."
         ELSE
            SUBTRACT WS-QteSaisie FROM StockMatTable(IdxMat)
            PERFORM REECRIRE-TABLE-MATERIAUX
            MOVE "S" TO NatureCout
            MOVE CodeMatTable(IdxMat) TO ReferenceCout
            MOVE WS-QteSaisie TO QuantiteCout
            MOVE CoutMatTable(IdxMat) TO CoutUnitaireCout
            COMPUTE MontantCout
                = WS-QteSaisie * CoutMatTable(IdxMat)
            PERFORM ECRIRE-COUT-CHANTIER
            DISPLAY LibelleMatTable(IdxMat) " : " WS-QteSaisie
                " sorti(s), reste en stock " StockMatTable(IdxMat)
         END-IF
      END-IF
   END-IF.

IMPUTER-SOUS-TRAITANCE.
      *> La facture du sous-traitant peut arriver après
      *> l'achèvement : chantier en cours ou terminé.
   PERFORM LIRE-CHANTIER-SAISI.
   IF WS-ChantierTrouve = "N"
      OR (WS-StatutCha NOT = "C" AND WS-StatutCha NOT = "T")
      DISPLAY "Chantier en cours ou terminé introuvable."
   ELSE
      DISPLAY "Sous-traitant : "
      ACCEPT WS-SousTraitant
      DISPLAY "Montant hors taxe : "
      ACCEPT WS-MontantSaisi
      IF WS-MontantSaisi = 0
         DISPLAY "Montant invalide."
      ELSE
         MOVE "T" TO NatureCout
         MOVE WS-SousTraitant TO ReferenceCout
         MOVE 1 TO QuantiteCout
         MOVE WS-MontantSaisi TO CoutUnitaireCout
         MOVE WS-MontantSaisi TO MontantCout
         PERFORM ECRIRE-COUT-CHANTIER
      END-IF
   END-IF.

ECRIRE-COUT-CHANTIER.
      *> Le mouvement est préparé dans CoutChantierRecord par
      *> l'appelant (nature, référence, quantité, montant).
   MOVE WS-NumChantierSaisi TO NumChantierCout.
   MOVE WS-DateJour TO DateCout.
   OPEN EXTEND GCBCoutsChantierFile.
   IF WS-COUT-STATUS = "35"
      OPEN OUTPUT GCBCoutsChantierFile
   END-IF.
   IF WS-COUT-STATUS NOT = "00"
      DISPLAY "Erreur GCBCoutsChantierFile, statut " WS-COUT-STATUS
   ELSE
      WRITE CoutChantierRecord
      CLOSE GCBCoutsChantierFile
      MOVE MontantCout TO WS-MontantAff
      DISPLAY "Coût de " WS-MontantAff " imputé au chantier "
          WS-NumChantierSaisi "."
   END-IF.

EDITER-FICHE-CHANTIER.
   PERFORM LIRE-CHANTIER-SAISI.
   IF WS-ChantierTrouve = "N"
      OR (WS-StatutCha NOT = "C" AND WS-StatutCha NOT = "T")
      DISPLAY "Chantier en cours ou terminé introuvable."
   ELSE
      MOVE "E" TO WS-ModeFicheCout
      CALL 'GCB_FICHE_COUT' USING WS-ModeFicheCout
          WS-NumChantierSaisi WS-CoutPrevuFiche WS-CoutReelFiche
          WS-FicheTrouvee
   END-IF.

RAPPORT-MENSUEL-MARGES.
   DISPLAY "Mois d'achèvement (AAAAMM, 0 = mois précédent) : ".
   ACCEPT WS-MoisSaisi.
   IF WS-MoisSaisi = 0
      MOVE WS-DateJour(1:4) TO WS-AnneeMois
      MOVE WS-DateJour(5:2) TO WS-NumMois
      IF WS-NumMois = 1
         SUBTRACT 1 FROM WS-AnneeMois
         MOVE 12 TO WS-NumMois
      ELSE
         SUBTRACT 1 FROM WS-NumMois
      END-IF
      COMPUTE WS-MoisRapport = WS-AnneeMois * 100 + WS-NumMois
   ELSE
      MOVE WS-MoisSaisi TO WS-MoisRapport
   END-IF.
   IF WS-MoisRapport(5:2) < "01" OR WS-MoisRapport(5:2) > "12"
      DISPLAY "Mois invalide."
   ELSE
      PERFORM CHARGER-FORMES-DEVIS
      PERFORM RELEVER-CHANTIERS-ACHEVES
      PERFORM CHIFFRER-MARGES
      PERFORM VARYING IdxMarge FROM 1 BY 1
          UNTIL IdxMarge >= WS-NbMarges
         PERFORM VARYING JdxMarge FROM 1 BY 1
             UNTIL JdxMarge > WS-NbMarges - IdxMarge
            IF TauxReelMarge(JdxMarge)
                < TauxReelMarge(JdxMarge + 1)
               MOVE TableMarges(JdxMarge) TO MargeTemp
               MOVE TableMarges(JdxMarge + 1)
                   TO TableMarges(JdxMarge)
               MOVE MargeTemp TO TableMarges(JdxMarge + 1)
            END-IF
         END-PERFORM
      END-PERFORM
      PERFORM EDITER-RAPPORT-MARGES
   END-IF.

CHARGER-FORMES-DEVIS.
   MOVE 0 TO WS-NbDevisFormes.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBDevisFile.
   IF WS-DEVIS-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBDevisFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF StatutDevis = "A" AND WS-NbDevisFormes < 500
               ADD 1 TO WS-NbDevisFormes
               MOVE NumDevis TO NumDevisForme(WS-NbDevisFormes)
               MOVE FormeDevis TO FormeDevisForme(WS-NbDevisFormes)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-DEVIS-STATUS NOT = "35"
      CLOSE GCBDevisFile
   END-IF.

RELEVER-CHANTIERS-ACHEVES.
      *> Un chantier terminé de l'ancien dessin, sans date
      *> d'achèvement, n'entre dans aucun mois.
   MOVE 0 TO WS-NbMarges.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBChantiersFile.
   IF WS-CHA-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBChantiersFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF StatutChantier = "T"
               AND DateAchevementChantier IS NUMERIC
               AND DateAchevementChantier(1:6) = WS-MoisRapport
               AND WS-NbMarges < 200
               ADD 1 TO WS-NbMarges
               MOVE NumChantier TO NumChaMarge(WS-NbMarges)
               MOVE NomClientChantier TO ClientMarge(WS-NbMarges)
               MOVE NumDevisChantier TO DevisMarge(WS-NbMarges)
               MOVE MontantChantier TO MontantMarge(WS-NbMarges)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CHA-STATUS NOT = "35"
      CLOSE GCBChantiersFile
   END-IF.

CHIFFRER-MARGES.
   INITIALIZE TableBiaisFormes.
   MOVE "C" TO WS-ModeFicheCout.
   PERFORM VARYING IdxMarge FROM 1 BY 1
       UNTIL IdxMarge > WS-NbMarges
      CALL 'GCB_FICHE_COUT' USING WS-ModeFicheCout
          NumChaMarge(IdxMarge) WS-CoutPrevuFiche WS-CoutReelFiche
          WS-FicheTrouvee
      MOVE WS-CoutPrevuFiche TO PrevuMarge(IdxMarge)
      MOVE WS-CoutReelFiche TO ReelMarge(IdxMarge)
      COMPUTE MargeReelleMarge(IdxMarge)
          = MontantMarge(IdxMarge) - WS-CoutReelFiche
      MOVE 0 TO TauxPrevuMarge(IdxMarge)
      MOVE 0 TO TauxReelMarge(IdxMarge)
      IF MontantMarge(IdxMarge) > 0
         COMPUTE TauxPrevuMarge(IdxMarge) ROUNDED
             = (MontantMarge(IdxMarge) - WS-CoutPrevuFiche) * 100
             / MontantMarge(IdxMarge)
         COMPUTE TauxReelMarge(IdxMarge) ROUNDED
             = MargeReelleMarge(IdxMarge) * 100
             / MontantMarge(IdxMarge)
      END-IF
      MOVE 5 TO IdxForme
      PERFORM VARYING IdxDev FROM 1 BY 1
          UNTIL IdxDev > WS-NbDevisFormes
         IF NumDevisForme(IdxDev) = DevisMarge(IdxMarge)
            AND FormeDevisForme(IdxDev) >= 1
            AND FormeDevisForme(IdxDev) <= 4
            MOVE FormeDevisForme(IdxDev) TO IdxForme
         END-IF
      END-PERFORM
      MOVE IdxForme TO FormeMarge(IdxMarge)
      ADD 1 TO NbChaBiais(IdxForme)
      ADD WS-CoutPrevuFiche TO PrevuBiais(IdxForme)
      ADD WS-CoutReelFiche TO ReelBiais(IdxForme)
   END-PERFORM.

EDITER-RAPPORT-MARGES.
   MOVE 0 TO WS-NbLignesEtat.
   MOVE SPACES TO WS-NomEtat.
   STRING "GCBMargesChantiers" WS-MoisRapport ".txt"
       DELIMITED BY SIZE INTO WS-NomEtat.
   OPEN OUTPUT GCBEtatMargesFile.
   MOVE SPACES TO WS-LigneTravail.
   STRING "MARGES DES CHANTIERS ACHEVES EN " WS-MoisRapport
       " (" WS-NbMarges " chantier(s))"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Rang Chant. Client           Forme       Marché HT"
       "    Marge  %prévu   %réel"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   PERFORM VARYING IdxMarge FROM 1 BY 1
       UNTIL IdxMarge > WS-NbMarges
      MOVE IdxMarge TO WS-RangAff
      MOVE MontantMarge(IdxMarge) TO WS-MarcheAff
      MOVE MargeReelleMarge(IdxMarge) TO WS-MargeAff
      MOVE TauxPrevuMarge(IdxMarge) TO WS-TauxAff
      MOVE TauxReelMarge(IdxMarge) TO WS-TauxAff2
      MOVE SPACES TO WS-LigneTravail
      STRING WS-RangAff "  " NumChaMarge(IdxMarge) " "
          ClientMarge(IdxMarge) " "
          LibelleForme(FormeMarge(IdxMarge)) "  " WS-MarcheAff " "
          WS-MargeAff " " WS-TauxAff " " WS-TauxAff2
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-ETAT
   END-PERFORM.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE "BIAIS D'ESTIMATION PAR FORME (coût réel / coût prévu)"
       TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE "Forme          Nb     Coût prévu      Coût réel Ecart %"
       TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE 0 TO WS-TotNb.
   MOVE 0 TO WS-TotPrevu.
   MOVE 0 TO WS-TotReel.
   PERFORM VARYING IdxForme FROM 1 BY 1 UNTIL IdxForme > 5
      IF NbChaBiais(IdxForme) > 0
         ADD NbChaBiais(IdxForme) TO WS-TotNb
         ADD PrevuBiais(IdxForme) TO WS-TotPrevu
         ADD ReelBiais(IdxForme) TO WS-TotReel
         MOVE LibelleForme(IdxForme) TO WS-LibelleBiais
         MOVE NbChaBiais(IdxForme) TO WS-NbBiais
         MOVE PrevuBiais(IdxForme) TO WS-PrevuBiais
         MOVE ReelBiais(IdxForme) TO WS-ReelBiais
         PERFORM ECRIRE-LIGNE-BIAIS
      END-IF
   END-PERFORM.
   MOVE "Toutes formes" TO WS-LibelleBiais.
   MOVE WS-TotNb TO WS-NbBiais.
   MOVE WS-TotPrevu TO WS-PrevuBiais.
   MOVE WS-TotReel TO WS-ReelBiais.
   PERFORM ECRIRE-LIGNE-BIAIS.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE "Ecart positif : la forme coûte plus que chiffré, relever "
       TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE SPACES TO WS-LigneTravail.
   STRING "son prix au mètre ou son facteur de durée dans "
       "CalculPerimetre."
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   CLOSE GCBEtatMargesFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportEtat
       WS-DateJour WS-NbLignesEtat WS-NomEtat.
   DISPLAY "Etat écrit dans " FUNCTION TRIM(WS-NomEtat) ".".

ECRIRE-LIGNE-BIAIS.
      *> Ecart du coût réel sur le coût prévu, en pourcentage du
      *> prévu : positif, la forme est chiffrée trop bas.
   MOVE 0 TO WS-EcartBiais.
   IF WS-PrevuBiais > 0
      COMPUTE WS-EcartBiais ROUNDED
          = (WS-ReelBiais - WS-PrevuBiais) * 100 / WS-PrevuBiais
   END-IF.
   IF WS-EcartBiais > 0
      MOVE "coûts sous-estimés" TO WS-SensBiais
   ELSE
   IF WS-EcartBiais < 0
      MOVE "coûts surestimés" TO WS-SensBiais
   ELSE
      MOVE SPACES TO WS-SensBiais
   END-IF
   END-IF.
   MOVE WS-NbBiais TO WS-NbAff.
   MOVE WS-PrevuBiais TO WS-PrevuAff.
   MOVE WS-ReelBiais TO WS-ReelAff.
   MOVE WS-EcartBiais TO WS-TauxAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING WS-LibelleBiais WS-NbAff "      " WS-PrevuAff "      "
       WS-ReelAff " " WS-TauxAff "  " WS-SensBiais
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.

ECRIRE-LIGNE-ETAT.
   MOVE WS-LigneTravail TO LigneEtatMarges.
   WRITE LigneEtatMarges.
   ADD 1 TO WS-NbLignesEtat.
   DISPLAY WS-LigneTravail.

CHARGER-TABLE-MATERIAUX.
   MOVE 0 TO WS-NbMateriaux.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBMateriauxFile.
   IF WS-MAT-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBMateriauxFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbMateriaux < 10
               ADD 1 TO WS-NbMateriaux
               MOVE CodeMateriau TO CodeMatTable(WS-NbMateriaux)
               MOVE LibelleMateriau
                   TO LibelleMatTable(WS-NbMateriaux)
               MOVE QuantiteEnStock
                   TO StockMatTable(WS-NbMateriaux)
               MOVE QuantiteReservee
                   TO ReserveMatTable(WS-NbMateriaux)
               MOVE CoutUnitaireMateriau
                   TO CoutMatTable(WS-NbMateriaux)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-MAT-STATUS NOT = "35"
      CLOSE GCBMateriauxFile
   END-IF.

REECRIRE-TABLE-MATERIAUX.
   OPEN OUTPUT GCBMateriauxFile.
   PERFORM VARYING IdxMat FROM 1 BY 1
       UNTIL IdxMat > WS-NbMateriaux
      MOVE CodeMatTable(IdxMat) TO CodeMateriau
      MOVE LibelleMatTable(IdxMat) TO LibelleMateriau
      MOVE StockMatTable(IdxMat) TO QuantiteEnStock
      MOVE ReserveMatTable(IdxMat) TO QuantiteReservee
      MOVE CoutMatTable(IdxMat) TO CoutUnitaireMateriau
      WRITE MateriauRecord
   END-PERFORM.
   CLOSE GCBMateriauxFile.
