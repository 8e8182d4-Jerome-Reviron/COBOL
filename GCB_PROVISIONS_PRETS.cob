IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_PROVISIONS_PRETS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBPretsFile
        FILE STATUS IS WS-PRET-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBPretsFile.txt".
    SELECT GCBEcheancierFile
        FILE STATUS IS WS-ECH-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBEcheancierFile.txt".
    SELECT GCBClassementPretsFile
        FILE STATUS IS WS-CLA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBClassementPretsFile.txt".
    SELECT GCBGrandLivreFile
        FILE STATUS IS WS-GL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBGrandLivreFile.txt".
    SELECT GCBPlanComptesFile
        FILE STATUS IS WS-PLAN-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBPlanComptesFile.txt".
    SELECT GCBSequenceFile
        FILE STATUS IS WS-SEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBSequenceFile.txt".
    SELECT EditionQualiteFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEdition.

DATA DIVISION.
FILE SECTION.
   FD GCBPretsFile.
   COPY PRET.

   FD GCBEcheancierFile.
   COPY ECHEANCIER.

   FD GCBClassementPretsFile.
   COPY CLASSEPRET.

   FD GCBGrandLivreFile.
   COPY GRANDLIVRE.

   FD GCBPlanComptesFile.
   COPY PLANCOMPTES.

   FD GCBSequenceFile.
   01 SequenceRecord PIC 9(8).

   FD EditionQualiteFile.
   01 LigneEdition PIC X(100).

WORKING-STORAGE SECTION.
   01 WS-PRET-STATUS PIC 99.
   01 WS-ECH-STATUS PIC 99.
   01 WS-CLA-STATUS PIC 99.
   01 WS-GL-STATUS PIC 99.
   01 WS-PLAN-STATUS PIC 99.
   01 WS-SEQ-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-EntierJour PIC 9(8).
   01 WS-Lendemain PIC 9(8).
   01 WS-FinDeMois PIC X(1) VALUE "N".
   01 WS-DejaClasse PIC X(1) VALUE "N".
   01 WS-PeriodeVerrouillee PIC X(1).

      *> Taux de provision par classe (en % de l'encours) et seuils
      *> d'âge de l'impayé, lus dans GCBParametresFile ; les valeurs
      *> ci-dessous ne servent que si la clé est absente.
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
   01 CleTauxSain PIC X(20) VALUE "PROV-TAUX-SAIN".
   01 CleTauxSurveil PIC X(20) VALUE "PROV-TAUX-SURVEIL".
   01 CleTauxDouteux PIC X(20) VALUE "PROV-TAUX-DOUTEUX".
   01 CleTauxLitige PIC X(20) VALUE "PROV-TAUX-LITIGE".
   01 CleJoursDouteux PIC X(20) VALUE "JOURS-DOUTEUX-PRET".
   01 CleJoursLitige PIC X(20) VALUE "JOURS-LITIGE-PRET".
   01 WS-JoursDouteux PIC 9(5) VALUE 90.
   01 WS-JoursLitige PIC 9(5) VALUE 360.

      *> Les quatre classes, dans l'ordre de gravité, avec leur taux
      *> et les cumuls du mois pour l'état.
   01 WS-NbClasses PIC 9 VALUE 4.
   01 IdxClasse PIC 9.
   01 TableClassesValeurs.
      05 FILLER PIC X(12) VALUE "SSAIN       ".
      05 FILLER PIC X(12) VALUE "VSURVEILLE  ".
      05 FILLER PIC X(12) VALUE "DDOUTEUX    ".
      05 FILLER PIC X(12) VALUE "LCONTENTIEUX".
   01 TableClasses REDEFINES TableClassesValeurs.
      05 EntreeClasse OCCURS 4 TIMES.
         10 CodeClasseTable PIC X(1).
         10 LibelleClasseTable PIC X(11).
   01 TableCumulsClasses OCCURS 4 TIMES.
      05 TauxClasse PIC 9(3)V99.
      05 NbPretsClasse PIC 9(4).
      05 EncoursCumulClasse PIC 9(9)V99.
      05 ProvisionCumulClasse PIC 9(9)V99.

      *> Prêts en cours, avec la plus ancienne échéance impayée
      *> relevée dans l'échéancier et le classement du mois dernier.
   01 WS-NbPrets PIC 9(4) VALUE 0.
   01 IdxPret PIC 9(4).
   01 WS-PretsTronques PIC X(1) VALUE "N".
   01 TablePrets OCCURS 1000 TIMES.
      05 NumPretTable PIC 9(6).
      05 ComptePretTable PIC 9(6).
      05 EncoursPretTable PIC 9(7)V99.
      05 NbImpayesPretTable PIC 9(3).
      05 PlusVieilImpayeTable PIC 9(8).
      05 JoursRetardTable PIC 9(5).
      05 ClasseTable PIC X(1).
      05 IdxClasseTable PIC 9.
      05 ProvisionTable PIC 9(7)V99.
      05 AncienneClasseTable PIC X(1).

      *> Classement du mois précédent, relu tel quel.
   01 WS-NbAnciens PIC 9(4) VALUE 0.
   01 IdxAncien PIC 9(4).
   01 TableAnciens OCCURS 1000 TIMES.
      05 NumPretAncienTable PIC 9(6).
      05 ClasseAncienTable PIC X(1).
      05 EncoursAncienTable PIC 9(7)V99.
      05 ProvisionAncienTable PIC 9(7)V99.
      05 RetrouveAncienTable PIC X(1).
   01 WS-DateAncienClassement PIC 9(8) VALUE 0.
   01 WS-ProvisionPrecedente PIC 9(9)V99 VALUE 0.
   01 WS-ProvisionTotale PIC 9(9)V99 VALUE 0.
   01 WS-EncoursTotal PIC 9(9)V99 VALUE 0.
   01 WS-VariationProvision PIC S9(9)V99 VALUE 0.
   01 WS-MontantEcriture PIC 9(7)V99 VALUE 0.
   01 WS-EcriturePassee PIC X(1) VALUE "N".
   01 WS-NbMigrations PIC 9(4) VALUE 0.

      *> Provision au grand livre : dotation 6817 / provision 2491
      *> quand elle augmente, reprise 2491 / 7817 quand elle baisse.
   01 CompteGLProvisionsPrets PIC X(4) VALUE "2491".
   01 CompteGLDotations PIC X(4) VALUE "6817".
   01 CompteGLReprises PIC X(4) VALUE "7817".
   01 LibelleProvisionGL PIC X(10) VALUE "PROV-PRET".
   01 WS-ComptePlanVoulu PIC X(4).
   01 WS-LibellePlanVoulu PIC X(30).
   01 WS-SensPlanVoulu PIC X(1).
   01 WS-ComptePlanPresent PIC X(1).
   01 WS-DerniereSequence PIC 9(8) VALUE 0.
   01 WS-NouvelleSequence PIC 9(8) VALUE 0.

   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(100).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-TypeRapportQualite PIC X(12) VALUE "QUALITE-PRET".
   01 WS-MontantAff PIC ZZZZZZZZ9.99.
   01 WS-MontantAff2 PIC ZZZZZZZZ9.99.
   01 WS-VariationAff PIC -ZZZZZZZZ9.99.
   01 WS-TauxAff PIC ZZ9.99.
   01 WS-LibelleAncien PIC X(11).
   01 WS-LibelleNouveau PIC X(11).

LINKAGE SECTION.
   01 DateJour PIC 9(8).

      *> Classement et provisionnement des prêts, lancé chaque jour
      *> par la clôture de journée (GCB_JOURNEE) et actif le dernier
      *> jour du mois seulement : chaque prêt en cours est classé
      *> selon l'âge de sa plus ancienne échéance impayée, provisionné
      *> au taux de sa classe, et la variation de la provision totale
      *> depuis le mois dernier est passée au grand livre. L'état de
      *> qualité du portefeuille (encours et provisions par classe,
      *> prêts ayant changé de classe) est une édition datée
      *> cataloguée.

PROCEDURE DIVISION USING DateJour.
   PERFORM DETERMINER-FIN-DE-MOIS.
   IF WS-FinDeMois = "O"
      PERFORM CHARGER-ANCIEN-CLASSEMENT
      IF WS-DejaClasse = "O"
         DISPLAY "GCB_PROVISIONS_PRETS: portefeuille déjà classé le "
             WS-DateAncienClassement "."
      ELSE
         PERFORM CLASSER-PORTEFEUILLE
      END-IF
   END-IF.
   EXIT PROGRAM.

DETERMINER-FIN-DE-MOIS.
   COMPUTE WS-EntierJour = FUNCTION INTEGER-OF-DATE(DateJour) + 1.
   COMPUTE WS-Lendemain = FUNCTION DATE-OF-INTEGER(WS-EntierJour).
   IF WS-Lendemain(5:2) NOT = DateJour(5:2)
      MOVE "O" TO WS-FinDeMois
   ELSE
      MOVE "N" TO WS-FinDeMois
   END-IF.

CHARGER-ANCIEN-CLASSEMENT.
   MOVE 0 TO WS-NbAnciens.
   MOVE 0 TO WS-ProvisionPrecedente.
   MOVE 0 TO WS-DateAncienClassement.
   MOVE "N" TO WS-DejaClasse.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBClassementPretsFile.
   IF WS-CLA-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBClassementPretsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            MOVE DateClassement TO WS-DateAncienClassement
            ADD ProvisionClasse TO WS-ProvisionPrecedente
            IF WS-NbAnciens < 1000
               ADD 1 TO WS-NbAnciens
               MOVE NumPretClasse TO NumPretAncienTable(WS-NbAnciens)
               MOVE ClassePret TO ClasseAncienTable(WS-NbAnciens)
               MOVE EncoursClasse TO EncoursAncienTable(WS-NbAnciens)
               MOVE ProvisionClasse
                   TO ProvisionAncienTable(WS-NbAnciens)
               MOVE "N" TO RetrouveAncienTable(WS-NbAnciens)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CLA-STATUS NOT = "35"
      CLOSE GCBClassementPretsFile
   END-IF.
   IF WS-DateAncienClassement(1:6) = DateJour(1:6)
      MOVE "O" TO WS-DejaClasse
   END-IF.

CLASSER-PORTEFEUILLE.
   PERFORM LIRE-PARAMETRES-PROVISION.
   PERFORM CHARGER-PRETS-EN-COURS.
   IF WS-PretsTronques = "O"
      DISPLAY "GCB_PROVISIONS_PRETS: plus de 1000 prêts en cours, "
          "classement refusé plutôt que de provisionner en partie."
   ELSE
      PERFORM RELEVER-IMPAYES
      PERFORM VARYING IdxClasse FROM 1 BY 1
          UNTIL IdxClasse > WS-NbClasses
         MOVE 0 TO NbPretsClasse(IdxClasse)
         MOVE 0 TO EncoursCumulClasse(IdxClasse)
         MOVE 0 TO ProvisionCumulClasse(IdxClasse)
      END-PERFORM
      MOVE 0 TO WS-ProvisionTotale
      MOVE 0 TO WS-EncoursTotal
      PERFORM VARYING IdxPret FROM 1 BY 1 UNTIL IdxPret > WS-NbPrets
         PERFORM CLASSER-UN-PRET
      END-PERFORM
      COMPUTE WS-VariationProvision
          = WS-ProvisionTotale - WS-ProvisionPrecedente
      PERFORM PASSER-VARIATION-PROVISION
      PERFORM ECRIRE-CLASSEMENT
      PERFORM EDITER-QUALITE-PORTEFEUILLE
   END-IF.

LIRE-PARAMETRES-PROVISION.
   MOVE 1.00 TO TauxClasse(1).
   MOVE 5.00 TO TauxClasse(2).
   MOVE 50.00 TO TauxClasse(3).
   MOVE 100.00 TO TauxClasse(4).
   CALL 'GCB_PARAMETRE' USING CleTauxSain WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO TauxClasse(1)
   END-IF.
   CALL 'GCB_PARAMETRE' USING CleTauxSurveil WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO TauxClasse(2)
   END-IF.
   CALL 'GCB_PARAMETRE' USING CleTauxDouteux WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO TauxClasse(3)
   END-IF.
   CALL 'GCB_PARAMETRE' USING CleTauxLitige WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO TauxClasse(4)
   END-IF.
   CALL 'GCB_PARAMETRE' USING CleJoursDouteux WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-JoursDouteux
   END-IF.
   CALL 'GCB_PARAMETRE' USING CleJoursLitige WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-JoursLitige
   END-IF.

CHARGER-PRETS-EN-COURS.
   MOVE 0 TO WS-NbPrets.
   MOVE "N" TO WS-PretsTronques.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBPretsFile.
   IF WS-PRET-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBPretsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF StatutPret = "A"
               IF WS-NbPrets < 1000
                  ADD 1 TO WS-NbPrets
                  MOVE NumPret TO NumPretTable(WS-NbPrets)
                  MOVE NumeroComptePret TO ComptePretTable(WS-NbPrets)
                  MOVE CapitalRestantPret
                      TO EncoursPretTable(WS-NbPrets)
                  MOVE NbImpayesPret TO NbImpayesPretTable(WS-NbPrets)
                  MOVE 0 TO PlusVieilImpayeTable(WS-NbPrets)
                  MOVE SPACE TO AncienneClasseTable(WS-NbPrets)
               ELSE
                  MOVE "O" TO WS-PretsTronques
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PRET-STATUS NOT = "35"
      CLOSE GCBPretsFile
   END-IF.

RELEVER-IMPAYES.
      *> Seules les échéances "I" (restées sans provision et
      *> retentées à chaque ouverture) comptent pour l'âge.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBEcheancierFile.
   IF WS-ECH-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBEcheancierFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF StatutEcheance = "I"
               PERFORM VARYING IdxPret FROM 1 BY 1
                   UNTIL IdxPret > WS-NbPrets
                  IF NumPretTable(IdxPret) = NumPretEcheance
                     AND (PlusVieilImpayeTable(IdxPret) = 0
                          OR DateEcheance < PlusVieilImpayeTable(IdxPret))
                     MOVE DateEcheance TO PlusVieilImpayeTable(IdxPret)
                  END-IF
               END-PERFORM
            END-IF
      END-READ
   END-PERFORM.
   IF WS-ECH-STATUS NOT = "35"
      CLOSE GCBEcheancierFile
   END-IF.

CLASSER-UN-PRET.
   MOVE 0 TO JoursRetardTable(IdxPret).
   IF PlusVieilImpayeTable(IdxPret) = 0
      MOVE 1 TO IdxClasseTable(IdxPret)
   ELSE
      COMPUTE JoursRetardTable(IdxPret)
          = FUNCTION INTEGER-OF-DATE(DateJour)
          - FUNCTION INTEGER-OF-DATE(PlusVieilImpayeTable(IdxPret))
      IF JoursRetardTable(IdxPret) >= WS-JoursLitige
         MOVE 4 TO IdxClasseTable(IdxPret)
      ELSE
      IF JoursRetardTable(IdxPret) >= WS-JoursDouteux
         MOVE 3 TO IdxClasseTable(IdxPret)
      ELSE
         MOVE 2 TO IdxClasseTable(IdxPret)
      END-IF
      END-IF
   END-IF.
   MOVE IdxClasseTable(IdxPret) TO IdxClasse.
   MOVE CodeClasseTable(IdxClasse) TO ClasseTable(IdxPret).
   COMPUTE ProvisionTable(IdxPret) ROUNDED
       = EncoursPretTable(IdxPret) * TauxClasse(IdxClasse) / 100.
   ADD 1 TO NbPretsClasse(IdxClasse).
   ADD EncoursPretTable(IdxPret) TO EncoursCumulClasse(IdxClasse).
   ADD ProvisionTable(IdxPret) TO ProvisionCumulClasse(IdxClasse).
   ADD EncoursPretTable(IdxPret) TO WS-EncoursTotal.
   ADD ProvisionTable(IdxPret) TO WS-ProvisionTotale.
   PERFORM VARYING IdxAncien FROM 1 BY 1
       UNTIL IdxAncien > WS-NbAnciens
      IF NumPretAncienTable(IdxAncien) = NumPretTable(IdxPret)
         MOVE ClasseAncienTable(IdxAncien)
             TO AncienneClasseTable(IdxPret)
         MOVE "O" TO RetrouveAncienTable(IdxAncien)
      END-IF
   END-PERFORM.

PASSER-VARIATION-PROVISION.
      *> Une seule écriture pour la variation nette du mois, comme
      *> une dotation/reprise d'inventaire ; rien si la provision n'a
      *> pas bougé ou si le mois est déjà verrouillé.
   MOVE "N" TO WS-EcriturePassee.
   CALL 'GCB_PERIODE' USING DateJour WS-PeriodeVerrouillee.
   IF WS-PeriodeVerrouillee = "O"
      DISPLAY "GCB_PROVISIONS_PRETS: le mois de " DateJour
          " est clôturé, variation de provision non comptabilisée."
   ELSE
   IF WS-VariationProvision NOT = 0
      PERFORM AJOUTER-COMPTES-PROVISION-AU-PLAN
      PERFORM OBTENIR-PROCHAINE-SEQUENCE
      OPEN EXTEND GCBGrandLivreFile
      IF WS-GL-STATUS = "35"
         OPEN OUTPUT GCBGrandLivreFile
      END-IF
      IF WS-GL-STATUS NOT = "00"
         DISPLAY "GCB_PROVISIONS_PRETS: erreur GCBGrandLivreFile, "
             "statut " WS-GL-STATUS
      ELSE
         MOVE WS-NouvelleSequence TO NumSequenceOrigineGL
         MOVE DateJour TO DateEcritureGL
         MOVE LibelleProvisionGL TO LibelleGL
         MOVE FUNCTION ABS(WS-VariationProvision)
             TO WS-MontantEcriture
         MOVE WS-MontantEcriture TO MontantGL
         IF WS-VariationProvision > 0
            MOVE CompteGLDotations TO CompteGeneralGL
            MOVE "D" TO SensGL
            WRITE GrandLivreRecord
            MOVE CompteGLProvisionsPrets TO CompteGeneralGL
            MOVE "C" TO SensGL
            WRITE GrandLivreRecord
         ELSE
            MOVE CompteGLProvisionsPrets TO CompteGeneralGL
            MOVE "D" TO SensGL
            WRITE GrandLivreRecord
            MOVE CompteGLReprises TO CompteGeneralGL
            MOVE "C" TO SensGL
            WRITE GrandLivreRecord
         END-IF
         CLOSE GCBGrandLivreFile
         MOVE "O" TO WS-EcriturePassee
      END-IF
   END-IF
   END-IF.

ECRIRE-CLASSEMENT.
      *> Le classement n'est remplacé que si la variation a été
      *> comptabilisée (ou était nulle) : sinon la fin de mois
      *> suivante repart de l'ancien et rattrape l'écart.
   IF WS-EcriturePassee = "O" OR WS-VariationProvision = 0
      OPEN OUTPUT GCBClassementPretsFile
      IF WS-CLA-STATUS NOT = "00"
         DISPLAY "GCB_PROVISIONS_PRETS: erreur "
             "GCBClassementPretsFile, statut " WS-CLA-STATUS
      ELSE
         PERFORM VARYING IdxPret FROM 1 BY 1
             UNTIL IdxPret > WS-NbPrets
            MOVE NumPretTable(IdxPret) TO NumPretClasse
            MOVE DateJour TO DateClassement
            MOVE ClasseTable(IdxPret) TO ClassePret
            MOVE JoursRetardTable(IdxPret) TO JoursRetardClasse
            MOVE EncoursPretTable(IdxPret) TO EncoursClasse
            MOVE IdxClasseTable(IdxPret) TO IdxClasse
            MOVE TauxClasse(IdxClasse) TO TauxProvisionClasse
            MOVE ProvisionTable(IdxPret) TO ProvisionClasse
            WRITE ClassementPretRecord
         END-PERFORM
         CLOSE GCBClassementPretsFile
      END-IF
   END-IF.

EDITER-QUALITE-PORTEFEUILLE.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBQualitePortefeuille" DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   MOVE 0 TO WS-NbLignesEditees.
   OPEN OUTPUT EditionQualiteFile.
   IF WS-EDIT-STATUS NOT = "00"
      DISPLAY "GCB_PROVISIONS_PRETS: erreur "
          FUNCTION TRIM(WS-NomEdition) ", statut " WS-EDIT-STATUS
   ELSE
      PERFORM ECRIRE-ETAT-QUALITE
      CLOSE EditionQualiteFile
      CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportQualite
          DateJour WS-NbLignesEditees WS-NomEdition
   END-IF.

ECRIRE-ETAT-QUALITE.
   MOVE SPACES TO WS-LigneTravail.
   STRING "QUALITE DU PORTEFEUILLE DE PRETS AU " DateJour
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE ALL "=" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "CLASSE        NB   TAUX %        ENCOURS      PROVISION"
       TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   PERFORM VARYING IdxClasse FROM 1 BY 1 UNTIL IdxClasse > WS-NbClasses
      MOVE TauxClasse(IdxClasse) TO WS-TauxAff
      MOVE EncoursCumulClasse(IdxClasse) TO WS-MontantAff
      MOVE ProvisionCumulClasse(IdxClasse) TO WS-MontantAff2
      MOVE SPACES TO WS-LigneTravail
      STRING LibelleClasseTable(IdxClasse) " "
          NbPretsClasse(IdxClasse) " " WS-TauxAff " "
          WS-MontantAff " " WS-MontantAff2
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-PERFORM.
   MOVE ALL "-" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE WS-EncoursTotal TO WS-MontantAff.
   MOVE WS-ProvisionTotale TO WS-MontantAff2.
   MOVE SPACES TO WS-LigneTravail.
   STRING "TOTAL       " WS-NbPrets "        " WS-MontantAff " "
       WS-MontantAff2
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE WS-ProvisionPrecedente TO WS-MontantAff.
   MOVE SPACES TO WS-LigneTravail.
   IF WS-DateAncienClassement = 0
      STRING "Provision précédente : aucun classement antérieur"
          DELIMITED BY SIZE INTO WS-LigneTravail
   ELSE
      STRING "Provision au " WS-DateAncienClassement " : "
          WS-MontantAff
          DELIMITED BY SIZE INTO WS-LigneTravail
   END-IF.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE WS-VariationProvision TO WS-VariationAff.
   MOVE SPACES TO WS-LigneTravail.
   IF WS-VariationProvision = 0
      MOVE "Variation de provision nulle : aucune écriture."
          TO WS-LigneTravail
   ELSE
   IF WS-EcriturePassee = "O"
      IF WS-VariationProvision > 0
         STRING "Dotation passée (6817 / 2491) : " WS-VariationAff
             DELIMITED BY SIZE INTO WS-LigneTravail
      ELSE
         STRING "Reprise passée (2491 / 7817) : " WS-VariationAff
             DELIMITED BY SIZE INTO WS-LigneTravail
      END-IF
   ELSE
      STRING "*** Variation " WS-VariationAff
          " NON comptabilisée - classement du mois non retenu ***"
          DELIMITED BY SIZE INTO WS-LigneTravail
   END-IF
   END-IF.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "PRETS AYANT CHANGE DE CLASSE DEPUIS LE DERNIER CLASSEMENT"
       TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE 0 TO WS-NbMigrations.
   PERFORM VARYING IdxPret FROM 1 BY 1 UNTIL IdxPret > WS-NbPrets
      IF AncienneClasseTable(IdxPret) NOT = SPACE
         AND AncienneClasseTable(IdxPret) NOT = ClasseTable(IdxPret)
         PERFORM ECRIRE-LIGNE-MIGRATION
      END-IF
   END-PERFORM.
      *> Prêts classés le mois dernier qui ne sont plus en cours :
      *> soldés, leur provision est reprise.
   PERFORM VARYING IdxAncien FROM 1 BY 1
       UNTIL IdxAncien > WS-NbAnciens
      IF RetrouveAncienTable(IdxAncien) = "N"
         PERFORM ECRIRE-LIGNE-SORTIE
      END-IF
   END-PERFORM.
   IF WS-NbMigrations = 0
      MOVE "Aucune migration." TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.

ECRIRE-LIGNE-MIGRATION.
   ADD 1 TO WS-NbMigrations.
   MOVE SPACES TO WS-LibelleAncien.
   PERFORM VARYING IdxClasse FROM 1 BY 1 UNTIL IdxClasse > WS-NbClasses
      IF CodeClasseTable(IdxClasse) = AncienneClasseTable(IdxPret)
         MOVE LibelleClasseTable(IdxClasse) TO WS-LibelleAncien
      END-IF
   END-PERFORM.
   MOVE IdxClasseTable(IdxPret) TO IdxClasse.
   MOVE LibelleClasseTable(IdxClasse) TO WS-LibelleNouveau.
   MOVE EncoursPretTable(IdxPret) TO WS-MontantAff.
   MOVE ProvisionTable(IdxPret) TO WS-MontantAff2.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Prêt " NumPretTable(IdxPret) " compte "
       ComptePretTable(IdxPret) " : " WS-LibelleAncien " -> "
       WS-LibelleNouveau " retard " JoursRetardTable(IdxPret)
       " j encours " WS-MontantAff " prov. " WS-MontantAff2
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.

ECRIRE-LIGNE-SORTIE.
   ADD 1 TO WS-NbMigrations.
   MOVE ProvisionAncienTable(IdxAncien) TO WS-MontantAff2.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Prêt " NumPretAncienTable(IdxAncien) " : classe "
       ClasseAncienTable(IdxAncien) " -> sorti du portefeuille "
       "(soldé), provision reprise " WS-MontantAff2
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.

AJOUTER-COMPTES-PROVISION-AU-PLAN.
   MOVE CompteGLProvisionsPrets TO WS-ComptePlanVoulu.
   MOVE "PROVISIONS SUR PRETS" TO WS-LibellePlanVoulu.
   MOVE "C" TO WS-SensPlanVoulu.
   PERFORM AJOUTER-COMPTE-PLAN-SI-ABSENT.
   MOVE CompteGLDotations TO WS-ComptePlanVoulu.
   MOVE "DOTATIONS AUX PROVISIONS" TO WS-LibellePlanVoulu.
   MOVE "D" TO WS-SensPlanVoulu.
   PERFORM AJOUTER-COMPTE-PLAN-SI-ABSENT.
   MOVE CompteGLReprises TO WS-ComptePlanVoulu.
   MOVE "REPRISES SUR PROVISIONS" TO WS-LibellePlanVoulu.
   MOVE "C" TO WS-SensPlanVoulu.
   PERFORM AJOUTER-COMPTE-PLAN-SI-ABSENT.

AJOUTER-COMPTE-PLAN-SI-ABSENT.
      *> Même ajout au plan d'une installation antérieure que dans
      *> GCB_CHEQUES_BANQUE ; un plan absent sera semé complet par
      *> GCB_WRITE au premier mouvement.
   MOVE "N" TO WS-ComptePlanPresent.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBPlanComptesFile.
   IF WS-PLAN-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBPlanComptesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF CompteGeneral = WS-ComptePlanVoulu
               MOVE "O" TO WS-ComptePlanPresent
               MOVE "Y" TO WS-EOF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PLAN-STATUS NOT = "35"
      CLOSE GCBPlanComptesFile
   END-IF.
   IF WS-ComptePlanPresent = "N" AND WS-PLAN-STATUS NOT = "35"
      OPEN EXTEND GCBPlanComptesFile
      IF WS-PLAN-STATUS = "00"
         MOVE WS-ComptePlanVoulu TO CompteGeneral
         MOVE WS-LibellePlanVoulu TO LibelleCompteGeneral
         MOVE WS-SensPlanVoulu TO SensNormalCompteGeneral
         WRITE PlanComptesRecord
         CLOSE GCBPlanComptesFile
      END-IF
   END-IF.

OBTENIR-PROCHAINE-SEQUENCE.
   MOVE 0 TO WS-DerniereSequence.
   OPEN INPUT GCBSequenceFile.
   IF WS-SEQ-STATUS = "00"
      READ GCBSequenceFile
         AT END CONTINUE
         NOT AT END MOVE SequenceRecord TO WS-DerniereSequence
      END-READ
      CLOSE GCBSequenceFile
   END-IF.
   COMPUTE WS-NouvelleSequence = WS-DerniereSequence + 1.
   MOVE WS-NouvelleSequence TO SequenceRecord.
   OPEN OUTPUT GCBSequenceFile.
   WRITE SequenceRecord.
   CLOSE GCBSequenceFile.

ECRIRE-LIGNE-EDITION.
   MOVE WS-LigneTravail TO LigneEdition.
   WRITE LigneEdition.
   ADD 1 TO WS-NbLignesEditees.
