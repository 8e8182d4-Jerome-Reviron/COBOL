IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_FICHE_COUT.
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
    SELECT GCBEmployesFile
        FILE STATUS IS WS-EMP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBEmployesFile.txt".
    SELECT GCBPointagesFile
        FILE STATUS IS WS-PTG-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBPointagesFile.txt".
    SELECT GCBCoutsChantierFile
        FILE STATUS IS WS-COUT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCoutsChantierFile.txt".
    SELECT GCBFicheCoutFile
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

   FD GCBEmployesFile.
   COPY EMPLOYE.

   FD GCBPointagesFile.
   COPY POINTAGE.

   FD GCBCoutsChantierFile.
   COPY COUTCHANTIER.

   FD GCBFicheCoutFile.
   01 LigneFicheCout PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-CHA-STATUS PIC 99.
   01 WS-DEVIS-STATUS PIC 99.
   01 WS-MAT-STATUS PIC 99.
   01 WS-EMP-STATUS PIC 99.
   01 WS-PTG-STATUS PIC 99.
   01 WS-COUT-STATUS PIC 99.
   01 WS-ETAT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-DateJour PIC 9(8).

   01 WS-ClientCha PIC X(30).
   01 WS-DevisCha PIC 9(6).
   01 WS-EquipeCha PIC X(10).
   01 WS-MontantCha PIC 9(9)V99.
   01 WS-DureeCha PIC 9(3).
   01 WS-StatutCha PIC X(1).
   01 WS-AchevementCha PIC 9(8).
   01 WS-CoutMatPrevu PIC 9(7)V99.
   01 WS-HeuresPrevues PIC 9(5)V99.
   01 WS-TauxPrevu PIC 9(3)V99.
   01 WS-FormeCha PIC 9(1).
   01 WS-PoteauxCha PIC 9(5).
   01 WS-PanneauxCha PIC 9(5).

      *> Repli des chantiers sans coûts prévus figés : mêmes clés
      *> que l'estimation de CalculPerimetre à l'acceptation.
   01 CleHeuresJourEquipe PIC X(20) VALUE "HEURES-JOUR-EQUIPE".
   01 WS-HeuresJourEquipe PIC 9(5)V9(4) VALUE 16.
   01 CleTauxHorairePose PIC X(20) VALUE "TAUX-HORAIRE-POSE".
   01 WS-TauxHorairePose PIC 9(5)V9(4) VALUE 30.
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).

      *> Poseurs de l'unité CLOTURES : taux horaire chargé des
      *> cotisations patronales ; un taux nul (salarié au mois)
      *> prend TAUX-HORAIRE-POSE.
   01 WS-NbPoseurs PIC 9(3) VALUE 0.
   01 IdxPoseur PIC 9(3).
   01 TablePoseurs OCCURS 200 TIMES.
      05 NumPoseurTable PIC 9(6).
      05 TauxPoseurTable PIC 9(3)V99.
      05 CotisPatPoseurTable PIC 9(2)V99.
   01 WS-TauxCharge PIC 9(5)V99.
   01 WS-HeuresReelles PIC 9(5)V99.

      *> Postes de la fiche : 1 main-d'oeuvre, 2 matériaux du
      *> devis, 3 matériaux supplémentaires, 4 sous-traitance.
   01 TablePostes.
      05 PostesCout OCCURS 4 TIMES.
         10 PrevuPoste PIC 9(9)V99.
         10 ReelPoste PIC 9(9)V99.
   01 IdxPoste PIC 9(1).
   01 LibellesPostes.
      05 FILLER PIC X(28) VALUE "Main-d'oeuvre".
      05 FILLER PIC X(28) VALUE "Matériaux du devis".
      05 FILLER PIC X(28) VALUE "Matériaux supplémentaires".
      05 FILLER PIC X(28) VALUE "Sous-traitance".
   01 TableLibellesPostes REDEFINES LibellesPostes.
      05 LibellePoste PIC X(28) OCCURS 4 TIMES.
   01 WS-MargePrevue PIC S9(9)V99.
   01 WS-MargeReelle PIC S9(9)V99.
   01 WS-TauxMargePrevu PIC S9(5)V9.
   01 WS-TauxMargeReel PIC S9(5)V9.

   01 WS-NomEtat PIC X(44).
   01 WS-LigneTravail PIC X(80).
   01 WS-NbLignesEtat PIC 9(6) VALUE 0.
   01 WS-TypeRapportEtat PIC X(12) VALUE "FICHE-COUT".
   01 WS-LibelleLigne PIC X(28).
   01 WS-PrevuLigne PIC S9(9)V99.
   01 WS-ReelLigne PIC S9(9)V99.
   01 WS-PrevuAff PIC -Z(8)9.99.
   01 WS-ReelAff PIC -Z(8)9.99.
   01 WS-EcartAff PIC -Z(8)9.99.
   01 WS-TauxAff PIC -ZZZZ9.9.
   01 WS-TauxAff2 PIC -ZZZZ9.9.
   01 WS-HeuresAff PIC ZZZZ9.99.
   01 WS-HeuresAff2 PIC ZZZZ9.99.

LINKAGE SECTION.
   01 ModeFiche PIC X(1).
      *> "E" = éditer la fiche (écran et état daté au catalogue),
      *> "C" = calculer seulement les totaux (rapport des marges).
   01 NumChantierFiche PIC 9(6).
   01 CoutPrevuFiche PIC 9(9)V99.
   01 CoutReelFiche PIC 9(9)V99.
   01 FicheTrouvee PIC X(1).

      *> Fiche de coût d'un chantier de pose, prévu contre réel par
      *> poste : heures pointées valorisées au taux chargé de chaque
      *> poseur contre les heures de la durée estimée, matériaux du
      *> devis consommés contre leur coût à l'acceptation, puis les
      *> matériaux supplémentaires et la sous-traitance imputés en
      *> cours de pose (GCBCoutsChantierFile), non prévus. La marge
      *> se lit sur le marché hors taxe du chantier.

PROCEDURE DIVISION USING ModeFiche NumChantierFiche CoutPrevuFiche
    CoutReelFiche FicheTrouvee.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   MOVE 0 TO CoutPrevuFiche.
   MOVE 0 TO CoutReelFiche.
   INITIALIZE TablePostes.
   PERFORM LIRE-CHANTIER-FICHE.
   IF FicheTrouvee = "O"
      PERFORM LIRE-DEVIS-FICHE
      IF WS-CoutMatPrevu = 0 AND WS-HeuresPrevues = 0
         PERFORM ESTIMER-PREVU-ANCIEN
      END-IF
      COMPUTE PrevuPoste(1) ROUNDED
          = WS-HeuresPrevues * WS-TauxPrevu
      MOVE WS-CoutMatPrevu TO PrevuPoste(2)
      PERFORM CHARGER-TABLE-POSEURS
      PERFORM CUMULER-HEURES-POINTEES
      PERFORM CUMULER-COUTS-IMPUTES
      PERFORM VARYING IdxPoste FROM 1 BY 1 UNTIL IdxPoste > 4
         ADD PrevuPoste(IdxPoste) TO CoutPrevuFiche
         ADD ReelPoste(IdxPoste) TO CoutReelFiche
      END-PERFORM
      COMPUTE WS-MargePrevue = WS-MontantCha - CoutPrevuFiche
      COMPUTE WS-MargeReelle = WS-MontantCha - CoutReelFiche
      IF ModeFiche = "E"
         PERFORM EDITER-FICHE-COUT
      END-IF
   END-IF.
   EXIT PROGRAM.

LIRE-CHANTIER-FICHE.
   MOVE "N" TO FicheTrouvee.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBChantiersFile.
   IF WS-CHA-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBChantiersFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumChantier = NumChantierFiche
               MOVE "O" TO FicheTrouvee
               MOVE NomClientChantier TO WS-ClientCha
               MOVE NumDevisChantier TO WS-DevisCha
               MOVE EquipeChantier TO WS-EquipeCha
               MOVE MontantChantier TO WS-MontantCha
               MOVE StatutChantier TO WS-StatutCha
               MOVE 0 TO WS-DureeCha
               IF DureeChantier IS NUMERIC
                  MOVE DureeChantier TO WS-DureeCha
               END-IF
               MOVE 0 TO WS-AchevementCha
               IF DateAchevementChantier IS NUMERIC
                  MOVE DateAchevementChantier TO WS-AchevementCha
               END-IF
               MOVE 0 TO WS-CoutMatPrevu
               MOVE 0 TO WS-HeuresPrevues
               MOVE 0 TO WS-TauxPrevu
               IF CoutMatPrevuChantier IS NUMERIC
                  MOVE CoutMatPrevuChantier TO WS-CoutMatPrevu
                  MOVE HeuresPrevuesChantier TO WS-HeuresPrevues
                  MOVE TauxHorairePrevuChantier TO WS-TauxPrevu
               END-IF
               MOVE "Y" TO WS-EOF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CHA-STATUS NOT = "35"
      CLOSE GCBChantiersFile
   END-IF.

LIRE-DEVIS-FICHE.
   MOVE 0 TO WS-FormeCha.
   MOVE 0 TO WS-PoteauxCha.
   MOVE 0 TO WS-PanneauxCha.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBDevisFile.
   IF WS-DEVIS-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBDevisFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumDevis = WS-DevisCha
               MOVE FormeDevis TO WS-FormeCha
               MOVE NbPoteauxDevis TO WS-PoteauxCha
               MOVE NbPanneauxDevis TO WS-PanneauxCha
               MOVE "Y" TO WS-EOF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-DEVIS-STATUS NOT = "35"
      CLOSE GCBDevisFile
   END-IF.

ESTIMER-PREVU-ANCIEN.
      *> Chantier accepté avant le figeage des coûts prévus : même
      *> calcul qu'à l'acceptation, au coût unitaire du jour.
   CALL 'GCB_PARAMETRE' USING CleHeuresJourEquipe WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O" AND WS-ValeurParam > 0
      MOVE WS-ValeurParam TO WS-HeuresJourEquipe
   END-IF.
   PERFORM LIRE-TAUX-HORAIRE-POSE.
   IF WS-DureeCha = 0
      MOVE 1 TO WS-DureeCha
   END-IF.
   COMPUTE WS-HeuresPrevues ROUNDED
       = WS-DureeCha * WS-HeuresJourEquipe.
   MOVE WS-TauxHorairePose TO WS-TauxPrevu.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBMateriauxFile.
   IF WS-MAT-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBMateriauxFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF CodeMateriau = "POTEAU"
               COMPUTE WS-CoutMatPrevu = WS-CoutMatPrevu
                   + WS-PoteauxCha * CoutUnitaireMateriau
            END-IF
            IF CodeMateriau = "PANNEAU"
               COMPUTE WS-CoutMatPrevu = WS-CoutMatPrevu
                   + WS-PanneauxCha * CoutUnitaireMateriau
            END-IF
      END-READ
   END-PERFORM.
   IF WS-MAT-STATUS NOT = "35"
      CLOSE GCBMateriauxFile
   END-IF.

LIRE-TAUX-HORAIRE-POSE.
   CALL 'GCB_PARAMETRE' USING CleTauxHorairePose WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O" AND WS-ValeurParam > 0
      MOVE WS-ValeurParam TO WS-TauxHorairePose
   END-IF.

CHARGER-TABLE-POSEURS.
   PERFORM LIRE-TAUX-HORAIRE-POSE.
   MOVE 0 TO WS-NbPoseurs.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBEmployesFile.
   IF WS-EMP-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBEmployesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF UniteEmploye = "CLOTURES" AND WS-NbPoseurs < 200
               ADD 1 TO WS-NbPoseurs
               MOVE NumEmploye TO NumPoseurTable(WS-NbPoseurs)
               MOVE TauxHoraireEmploye
                   TO TauxPoseurTable(WS-NbPoseurs)
               MOVE TauxCotisPatEmploye
                   TO CotisPatPoseurTable(WS-NbPoseurs)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-EMP-STATUS NOT = "35"
      CLOSE GCBEmployesFile
   END-IF.

CUMULER-HEURES-POINTEES.
   MOVE 0 TO WS-HeuresReelles.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBPointagesFile.
   IF WS-PTG-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBPointagesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumChantierPointage = NumChantierFiche
               ADD HeuresPointage TO WS-HeuresReelles
               MOVE WS-TauxHorairePose TO WS-TauxCharge
               PERFORM VARYING IdxPoseur FROM 1 BY 1
                   UNTIL IdxPoseur > WS-NbPoseurs
                  IF NumPoseurTable(IdxPoseur) = NumEmployePointage
                     AND TauxPoseurTable(IdxPoseur) > 0
                     COMPUTE WS-TauxCharge ROUNDED
                         = TauxPoseurTable(IdxPoseur)
                         * (100 + CotisPatPoseurTable(IdxPoseur))
                         / 100
                  END-IF
               END-PERFORM
               COMPUTE ReelPoste(1) ROUNDED = ReelPoste(1)
                   + HeuresPointage * WS-TauxCharge
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PTG-STATUS NOT = "35"
      CLOSE GCBPointagesFile
   END-IF.

CUMULER-COUTS-IMPUTES.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBCoutsChantierFile.
   IF WS-COUT-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBCoutsChantierFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumChantierCout = NumChantierFiche
               EVALUATE NatureCout
                  WHEN "M" ADD MontantCout TO ReelPoste(2)
                  WHEN "S" ADD MontantCout TO ReelPoste(3)
                  WHEN "T" ADD MontantCout TO ReelPoste(4)
                  WHEN OTHER CONTINUE
               END-EVALUATE
            END-IF
      END-READ
   END-PERFORM.
   IF WS-COUT-STATUS NOT = "35"
      CLOSE GCBCoutsChantierFile
   END-IF.

EDITER-FICHE-COUT.
   MOVE 0 TO WS-NbLignesEtat.
   MOVE SPACES TO WS-NomEtat.
   STRING "GCBFicheCout" NumChantierFiche ".txt"
       DELIMITED BY SIZE INTO WS-NomEtat.
   OPEN OUTPUT GCBFicheCoutFile.
   MOVE SPACES TO WS-LigneTravail.
   STRING "FICHE DE COUT DU CHANTIER " NumChantierFiche " - "
       WS-ClientCha
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Devis " WS-DevisCha " (forme " WS-FormeCha ")  équipe "
       WS-EquipeCha "  statut " WS-StatutCha "  achevé le "
       WS-AchevementCha
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE WS-MontantCha TO WS-PrevuAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Marché hors taxe : " WS-PrevuAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE WS-HeuresPrevues TO WS-HeuresAff.
   MOVE WS-HeuresReelles TO WS-HeuresAff2.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Heures de pose : prévues " WS-HeuresAff ", pointées "
       WS-HeuresAff2
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Poste                              Prévu         Réel"
       "         Ecart"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   PERFORM VARYING IdxPoste FROM 1 BY 1 UNTIL IdxPoste > 4
      MOVE LibellePoste(IdxPoste) TO WS-LibelleLigne
      MOVE PrevuPoste(IdxPoste) TO WS-PrevuLigne
      MOVE ReelPoste(IdxPoste) TO WS-ReelLigne
      PERFORM ECRIRE-LIGNE-POSTE
   END-PERFORM.
   MOVE "Total des coûts" TO WS-LibelleLigne.
   MOVE CoutPrevuFiche TO WS-PrevuLigne.
   MOVE CoutReelFiche TO WS-ReelLigne.
   PERFORM ECRIRE-LIGNE-POSTE.
   MOVE "Marge" TO WS-LibelleLigne.
   MOVE WS-MargePrevue TO WS-PrevuLigne.
   MOVE WS-MargeReelle TO WS-ReelLigne.
   PERFORM ECRIRE-LIGNE-POSTE.
   MOVE 0 TO WS-TauxMargePrevu.
   MOVE 0 TO WS-TauxMargeReel.
   IF WS-MontantCha > 0
      COMPUTE WS-TauxMargePrevu ROUNDED
          = WS-MargePrevue * 100 / WS-MontantCha
      COMPUTE WS-TauxMargeReel ROUNDED
          = WS-MargeReelle * 100 / WS-MontantCha
   END-IF.
   MOVE WS-TauxMargePrevu TO WS-TauxAff.
   MOVE WS-TauxMargeReel TO WS-TauxAff2.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Taux de marge (%)                " WS-TauxAff "      "
       WS-TauxAff2
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   CLOSE GCBFicheCoutFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportEtat
       WS-DateJour WS-NbLignesEtat WS-NomEtat.
   DISPLAY "Fiche de coût écrite dans " FUNCTION TRIM(WS-NomEtat)
       ".".

ECRIRE-LIGNE-POSTE.
      *> Ecart réel - prévu : positif, le poste a coûté plus que
      *> prévu (pour la marge, positif = meilleure que prévu).
   MOVE WS-PrevuLigne TO WS-PrevuAff.
   MOVE WS-ReelLigne TO WS-ReelAff.
   COMPUTE WS-EcartAff = WS-ReelLigne - WS-PrevuLigne.
   MOVE SPACES TO WS-LigneTravail.
   STRING WS-LibelleLigne WS-PrevuAff " " WS-ReelAff " " WS-EcartAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.

ECRIRE-LIGNE-ETAT.
   MOVE WS-LigneTravail TO LigneFicheCout.
   WRITE LigneFicheCout.
   ADD 1 TO WS-NbLignesEtat.
   DISPLAY WS-LigneTravail.
