IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_INTERVENTIONS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBInterventionsFile
        FILE STATUS IS WS-INT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBInterventionsFile.txt".
    SELECT GCBInterventionSeqFile
        FILE STATUS IS WS-INTSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBInterventionSeqFile.txt".
    SELECT GCBChantiersFile
        FILE STATUS IS WS-CHA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBChantiersFile.txt".
    SELECT GCBFacturesChantierFile
        FILE STATUS IS WS-FAC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBFacturesChantierFile.txt".
    SELECT GCBDevisFile
        FILE STATUS IS WS-DEVIS-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBDevisFile.txt".
    SELECT GCBDevisSeqFile
        FILE STATUS IS WS-DSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBDevisSeqFile.txt".
    SELECT GCBMateriauxFile
        FILE STATUS IS WS-MAT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBMateriauxFile.txt".
    SELECT GCBEquipesFile
        FILE STATUS IS WS-EQP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBEquipesFile.txt".
    SELECT GCBEtatSAVFile
        FILE STATUS IS WS-ETAT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEtat.

DATA DIVISION.
FILE SECTION.
   FD GCBInterventionsFile.
   COPY INTERVENTION.

   FD GCBInterventionSeqFile.
   01 InterventionSeqRecord PIC 9(6).

   FD GCBChantiersFile.
   COPY CHANTIER.

   FD GCBFacturesChantierFile.
   COPY FACTCHANTIER.

   FD GCBDevisFile.
   COPY DEVIS.

   FD GCBDevisSeqFile.
   01 DevisSeqRecord PIC 9(6).

   FD GCBMateriauxFile.
   COPY MATERIAUX.

   FD GCBEquipesFile.
   COPY EQUIPE.

   FD GCBEtatSAVFile.
   01 LigneEtatSAV PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-INT-STATUS PIC 99.
   01 WS-INTSEQ-STATUS PIC 99.
   01 WS-CHA-STATUS PIC 99.
   01 WS-FAC-STATUS PIC 99.
   01 WS-DEVIS-STATUS PIC 99.
   01 WS-DSEQ-STATUS PIC 99.
   01 WS-MAT-STATUS PIC 99.
   01 WS-EQP-STATUS PIC 99.
   01 WS-ETAT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-DateJour PIC 9(8).
   01 WS-MontantAff PIC -ZZZZZZZ9.99.

      *> Chantier terminé appelé : client, équipe de pose, devis
      *> d'origine (forme, contact) et fin de garantie.
   01 WS-NumChantierSaisi PIC 9(6).
   01 WS-ChantierTrouve PIC X(1).
   01 WS-ClientCha PIC X(30).
   01 WS-ContactCha PIC X(30).
   01 WS-EquipePose PIC X(10).
   01 WS-DevisCha PIC 9(6).
   01 WS-FactureCha PIC 9(6).
   01 WS-AchevementCha PIC 9(8).
   01 WS-FinGarantie PIC 9(8).
   01 WS-FormeCha PIC 9(1).
   01 WS-SousGarantie PIC X(1).
   01 CleGarantieChantier PIC X(20) VALUE "GARANTIE-CHANTIER".
   01 WS-JoursGarantie PIC 9(4) VALUE 730.
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
   01 WS-EntierGarantie PIC 9(8).

      *> Saisie de l'appel.
   01 WS-DateAppel PIC 9(8).
   01 WS-Probleme PIC X(40).
   01 WS-EquipeEnvoyee PIC X(10).
   01 WS-IdxLigne PIC 9(1).
   01 WS-FinLignes PIC X(1).
   01 WS-CodeMatSaisi PIC X(8).
   01 WS-QteSaisie PIC 9(3).
   01 WS-LignesMateriaux.
      05 WS-LigneMat OCCURS 3 TIMES.
         10 WS-CodeMatLigne PIC X(8).
         10 WS-QteMatLigne PIC 9(3).
   01 WS-CoutMateriaux PIC 9(7)V99.
   01 WS-NbPoteauxAppel PIC 9(5).
   01 WS-NbPanneauxAppel PIC 9(5).
   01 WS-MainOeuvre PIC 9(7)V99.
   01 WS-DerniereSeqInt PIC 9(6) VALUE 0.
   01 WS-NumInterventionCree PIC 9(6).
   01 WS-DerniereSeqDevis PIC 9(6) VALUE 0.
   01 WS-NumDevisCree PIC 9(6).
   01 DureeValiditeDevisJours PIC 9(3) VALUE 30.
   01 WS-EntierValidite PIC 9(8).

   01 WS-NbMateriaux PIC 9(2) VALUE 0.
   01 IdxMat PIC 9(2).
   01 TableMateriaux OCCURS 10 TIMES.
      05 CodeMatTable PIC X(8).
      05 LibelleMatTable PIC X(20).
      05 StockMatTable PIC S9(5).
      05 ReserveMatTable PIC 9(5).
      05 CoutMatTable PIC 9(5)V99.

   01 WS-NbEquipes PIC 9(2) VALUE 0.
   01 IdxEqp PIC 9(2).
   01 TableEquipes OCCURS 30 TIMES.
      05 CodeEqpTable PIC X(10).
      05 NomEqpTable PIC X(30).
      05 EffectifEqpTable PIC 9(2).
      05 RythmeEqpTable PIC X(7).
      05 StatutEqpTable PIC X(1).
      05 RetoursEqpTable PIC 9(4).

      *> Rapport trimestriel : appels du trimestre rapportés au
      *> nombre de chantiers terminés, par équipe de pose et par
      *> forme de clôture du devis d'origine.
   01 WS-TrimestreSaisi PIC 9(5).
   01 WS-Annee PIC 9(4).
   01 WS-Trimestre PIC 9(1).
   01 WS-MoisJour PIC 9(2).
   01 WS-DebutTrim PIC 9(8).
   01 WS-FinTrim PIC 9(8).
   01 WS-NomEtat PIC X(44).
   01 WS-LigneTravail PIC X(80).
   01 WS-NbLignesEtat PIC 9(6) VALUE 0.
   01 WS-TypeRapportEtat PIC X(12) VALUE "SAV-TRIM".
   01 WS-NbDevisFormes PIC 9(3) VALUE 0.
   01 IdxDev PIC 9(3).
   01 TableFormesDevis OCCURS 500 TIMES.
      05 NumDevisForme PIC 9(6).
      05 FormeDevisForme PIC 9(1).
   01 WS-CodeStatVoulu PIC X(10).
   01 WS-NbStatEquipes PIC 9(2) VALUE 0.
   01 IdxStat PIC 9(2).
   01 TableStatEquipes OCCURS 30 TIMES.
      05 CodeStatEqp PIC X(10).
      05 ChantiersStatEqp PIC 9(5).
      05 GarantieStatEqp PIC 9(5).
      05 PayantStatEqp PIC 9(5).
   01 TableStatFormes.
      05 StatForme OCCURS 5 TIMES.
         10 ChantiersStatForme PIC 9(5).
         10 GarantieStatForme PIC 9(5).
         10 PayantStatForme PIC 9(5).
   01 IdxForme PIC 9(1).
   01 LibellesFormes.
      05 FILLER PIC X(12) VALUE "Rectangle".
      05 FILLER PIC X(12) VALUE "Cercle".
      05 FILLER PIC X(12) VALUE "Forme en L".
      05 FILLER PIC X(12) VALUE "Multi-zones".
      05 FILLER PIC X(12) VALUE "Inconnue".
   01 TableLibellesFormes REDEFINES LibellesFormes.
      05 LibelleForme PIC X(12) OCCURS 5 TIMES.
   01 WS-NbChantiersStat PIC 9(5).
   01 WS-NbGarantieStat PIC 9(5).
   01 WS-NbPayantStat PIC 9(5).
   01 WS-TauxAppels PIC 9(5)V9.
   01 WS-TauxAff PIC ZZZZ9.9.
   01 WS-TotChantiers PIC 9(5).
   01 WS-TotGarantie PIC 9(5).
   01 WS-TotPayant PIC 9(5).

      *> Service après-vente des chantiers de pose terminés : la
      *> garantie court de l'achèvement (GCB_CHANTIERS) pendant
      *> GARANTIE-CHANTIER jours. Un appel sous garantie est
      *> gratuit, ses matériaux sortent du stock de la cour et il
      *> compte au relevé qualité de l'équipe qui a posé ; hors
      *> garantie, un devis payant est ouvert dans la numérotation
      *> de CalculPerimetre, qui l'accepte comme tout devis. Rapport
      *> trimestriel des taux d'appel par équipe et par forme.

PROCEDURE DIVISION.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   CALL 'GCB_PARAMETRE' USING CleGarantieChantier WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-JoursGarantie
   END-IF.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== SERVICE APRES-VENTE DES CLOTURES ==="
      DISPLAY "1. Enregistrer un appel de service"
      DISPLAY "2. Garantie et appels d'un chantier"
      DISPLAY "3. Rapport trimestriel des appels"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1 PERFORM ENREGISTRER-APPEL
         WHEN 2 PERFORM CONSULTER-CHANTIER
         WHEN 3 PERFORM RAPPORT-TRIMESTRIEL
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-PERFORM.
   STOP RUN.

LIRE-CHANTIER-TERMINE.
   MOVE "N" TO WS-ChantierTrouve.
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
               AND StatutChantier = "T"
               MOVE "O" TO WS-ChantierTrouve
               MOVE NomClientChantier TO WS-ClientCha
               MOVE EquipeChantier TO WS-EquipePose
               MOVE NumDevisChantier TO WS-DevisCha
               MOVE NumFactureChantier TO WS-FactureCha
               MOVE 0 TO WS-AchevementCha
               MOVE 0 TO WS-FinGarantie
               IF DateAchevementChantier IS NUMERIC
                  MOVE DateAchevementChantier TO WS-AchevementCha
                  MOVE FinGarantieChantier TO WS-FinGarantie
               END-IF
               MOVE "Y" TO WS-EOF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CHA-STATUS NOT = "35"
      CLOSE GCBChantiersFile
   END-IF.
   IF WS-ChantierTrouve = "O"
      PERFORM LIRE-DEVIS-ORIGINE
      IF WS-AchevementCha = 0
         PERFORM DATER-PAR-FACTURE-SOLDE
      END-IF
   END-IF.

LIRE-DEVIS-ORIGINE.
   MOVE 0 TO WS-FormeCha.
   MOVE SPACES TO WS-ContactCha.
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
               MOVE ContactDevis TO WS-ContactCha
               MOVE "Y" TO WS-EOF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-DEVIS-STATUS NOT = "35"
      CLOSE GCBDevisFile
   END-IF.

DATER-PAR-FACTURE-SOLDE.
      *> Chantier terminé avant la tenue de la garantie : la date
      *> de sa facture de solde tient lieu d'achèvement.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBFacturesChantierFile.
   IF WS-FAC-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBFacturesChantierFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumFactureEmise = WS-FactureCha
               MOVE DateFacture TO WS-AchevementCha
               MOVE "Y" TO WS-EOF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-FAC-STATUS NOT = "35"
      CLOSE GCBFacturesChantierFile
   END-IF.
   IF WS-AchevementCha > 0
      COMPUTE WS-EntierGarantie
          = FUNCTION INTEGER-OF-DATE(WS-AchevementCha)
          + WS-JoursGarantie
      COMPUTE WS-FinGarantie
          = FUNCTION DATE-OF-INTEGER(WS-EntierGarantie)
   END-IF.

ENREGISTRER-APPEL.
   DISPLAY "Numéro du chantier : ".
   ACCEPT WS-NumChantierSaisi.
   PERFORM LIRE-CHANTIER-TERMINE.
   IF WS-ChantierTrouve = "N"
      DISPLAY "Chantier terminé introuvable (un chantier ouvert "
          "relève encore de GCB_CHANTIERS)."
   ELSE
      DISPLAY "Client " WS-ClientCha " - posé par l'équipe "
          WS-EquipePose
      DISPLAY "Date de l'appel (AAAAMMJJ, 0 = aujourd'hui) : "
      ACCEPT WS-DateAppel
      IF WS-DateAppel = 0
         MOVE WS-DateJour TO WS-DateAppel
      END-IF
      IF WS-FinGarantie > 0 AND WS-DateAppel <= WS-FinGarantie
         MOVE "O" TO WS-SousGarantie
         DISPLAY "Sous garantie jusqu'au " WS-FinGarantie "."
      ELSE
         MOVE "N" TO WS-SousGarantie
         IF WS-FinGarantie = 0
            DISPLAY "Date d'achèvement inconnue : appel traité hors "
                "garantie."
         ELSE
            DISPLAY "Garantie échue le " WS-FinGarantie "."
         END-IF
      END-IF
      DISPLAY "Problème constaté : "
      ACCEPT WS-Probleme
      DISPLAY "Equipe envoyée : "
      ACCEPT WS-EquipeEnvoyee
      PERFORM SAISIR-MATERIAUX-APPEL
      IF WS-SousGarantie = "O"
         PERFORM SORTIR-MATERIAUX-APPEL
         PERFORM NOTER-RETOUR-EQUIPE
         MOVE 0 TO WS-NumDevisCree
      ELSE
         PERFORM OUVRIR-DEVIS-PAYANT
      END-IF
      PERFORM ECRIRE-INTERVENTION
   END-IF.

SAISIR-MATERIAUX-APPEL.
      *> Trois lignes au plus, code du fichier des matériaux ;
      *> un code à blanc termine la saisie.
   PERFORM CHARGER-TABLE-MATERIAUX.
   INITIALIZE WS-LignesMateriaux.
   MOVE 0 TO WS-CoutMateriaux.
   MOVE 0 TO WS-NbPoteauxAppel.
   MOVE 0 TO WS-NbPanneauxAppel.
   MOVE "N" TO WS-FinLignes.
   MOVE 0 TO WS-IdxLigne.
   PERFORM UNTIL WS-FinLignes = "O" OR WS-IdxLigne >= 3
      DISPLAY "Matériau employé (code, blanc = fin) : "
      ACCEPT WS-CodeMatSaisi
      IF WS-CodeMatSaisi = SPACES
         MOVE "O" TO WS-FinLignes
      ELSE
         PERFORM VARYING IdxMat FROM 1 BY 1
             UNTIL IdxMat > WS-NbMateriaux
             OR CodeMatTable(IdxMat) = WS-CodeMatSaisi
            CONTINUE
         END-PERFORM
         IF IdxMat > WS-NbMateriaux
            DISPLAY "Matériau inconnu."
         ELSE
            DISPLAY "Quantité : "
            ACCEPT WS-QteSaisie
            IF WS-QteSaisie = 0
               DISPLAY "Quantité invalide."
            ELSE
               ADD 1 TO WS-IdxLigne
               MOVE WS-CodeMatSaisi TO WS-CodeMatLigne(WS-IdxLigne)
               MOVE WS-QteSaisie TO WS-QteMatLigne(WS-IdxLigne)
               COMPUTE WS-CoutMateriaux = WS-CoutMateriaux
                   + WS-QteSaisie * CoutMatTable(IdxMat)
               IF WS-CodeMatSaisi = "POTEAU"
                  ADD WS-QteSaisie TO WS-NbPoteauxAppel
               END-IF
               IF WS-CodeMatSaisi = "PANNEAU"
                  ADD WS-QteSaisie TO WS-NbPanneauxAppel
               END-IF
            END-IF
         END-IF
      END-IF
   END-PERFORM.

SORTIR-MATERIAUX-APPEL.
      *> Réparation sous garantie faite sur place : les matériaux
      *> sortent du stock de la cour.
   IF WS-IdxLigne > 0
      PERFORM VARYING WS-IdxLigne FROM 1 BY 1 UNTIL WS-IdxLigne > 3
         PERFORM VARYING IdxMat FROM 1 BY 1
             UNTIL IdxMat > WS-NbMateriaux
            IF CodeMatTable(IdxMat) = WS-CodeMatLigne(WS-IdxLigne)
               AND WS-CodeMatLigne(WS-IdxLigne) NOT = SPACES
               SUBTRACT WS-QteMatLigne(WS-IdxLigne)
                   FROM StockMatTable(IdxMat)
            END-IF
         END-PERFORM
      END-PERFORM
      PERFORM REECRIRE-TABLE-MATERIAUX
   END-IF.

NOTER-RETOUR-EQUIPE.
      *> Le retour sous garantie compte contre l'équipe qui a posé,
      *> non contre celle envoyée réparer.
   PERFORM CHARGER-TABLE-EQUIPES.
   PERFORM VARYING IdxEqp FROM 1 BY 1
       UNTIL IdxEqp > WS-NbEquipes
      IF CodeEqpTable(IdxEqp) = WS-EquipePose
         ADD 1 TO RetoursEqpTable(IdxEqp)
      END-IF
   END-PERFORM.
   IF WS-NbEquipes > 0
      PERFORM REECRIRE-TABLE-EQUIPES
   END-IF.
   DISPLAY "Intervention gratuite sous garantie, comptée au relevé "
       "qualité de l'équipe " WS-EquipePose ".".

OUVRIR-DEVIS-PAYANT.
      *> Même numérotation et même dessin que les devis du métreur :
      *> accepté dans CalculPerimetre, il ouvre un chantier et
      *> réserve ses poteaux et panneaux comme les autres.
   DISPLAY "Hors garantie - main-d'oeuvre et déplacement HT : ".
   ACCEPT WS-MainOeuvre.
   MOVE 0 TO WS-DerniereSeqDevis.
   OPEN INPUT GCBDevisSeqFile.
   IF WS-DSEQ-STATUS = "00"
      READ GCBDevisSeqFile
         AT END CONTINUE
         NOT AT END MOVE DevisSeqRecord TO WS-DerniereSeqDevis
      END-READ
      CLOSE GCBDevisSeqFile
   END-IF.
   COMPUTE WS-NumDevisCree = WS-DerniereSeqDevis + 1.
   MOVE WS-NumDevisCree TO DevisSeqRecord.
   OPEN OUTPUT GCBDevisSeqFile.
   WRITE DevisSeqRecord.
   CLOSE GCBDevisSeqFile.
   OPEN EXTEND GCBDevisFile.
   IF WS-DEVIS-STATUS = "35"
      OPEN OUTPUT GCBDevisFile
   END-IF.
   IF WS-DEVIS-STATUS NOT = "00"
      DISPLAY "Erreur GCBDevisFile, statut " WS-DEVIS-STATUS
      MOVE 0 TO WS-NumDevisCree
   ELSE
      MOVE WS-NumDevisCree TO NumDevis
      MOVE WS-ClientCha TO NomClientDevis
      MOVE WS-ContactCha TO ContactDevis
      MOVE WS-FormeCha TO FormeDevis
      MOVE 0 TO PerimetreDevis
      MOVE 0 TO SurfaceDevis
      COMPUTE CoutDevis = WS-CoutMateriaux + WS-MainOeuvre
      MOVE WS-NbPoteauxAppel TO NbPoteauxDevis
      MOVE WS-NbPanneauxAppel TO NbPanneauxDevis
      MOVE WS-DateJour TO DateDevis
      COMPUTE WS-EntierValidite
          = FUNCTION INTEGER-OF-DATE(WS-DateJour)
          + DureeValiditeDevisJours
      COMPUTE DateValiditeDevis
          = FUNCTION DATE-OF-INTEGER(WS-EntierValidite)
      MOVE "O" TO StatutDevis
      WRITE DevisRecord
      CLOSE GCBDevisFile
      MOVE CoutDevis TO WS-MontantAff
      DISPLAY "Devis payant " WS-NumDevisCree " ouvert pour "
          WS-MontantAff " HT, valable jusqu'au " DateValiditeDevis
          "."
   END-IF.

ECRIRE-INTERVENTION.
   MOVE 0 TO WS-DerniereSeqInt.
   OPEN INPUT GCBInterventionSeqFile.
   IF WS-INTSEQ-STATUS = "00"
      READ GCBInterventionSeqFile
         AT END CONTINUE
         NOT AT END MOVE InterventionSeqRecord TO WS-DerniereSeqInt
      END-READ
      CLOSE GCBInterventionSeqFile
   END-IF.
   COMPUTE WS-NumInterventionCree = WS-DerniereSeqInt + 1.
   MOVE WS-NumInterventionCree TO InterventionSeqRecord.
   OPEN OUTPUT GCBInterventionSeqFile.
   WRITE InterventionSeqRecord.
   CLOSE GCBInterventionSeqFile.
   OPEN EXTEND GCBInterventionsFile.
   IF WS-INT-STATUS = "35"
      OPEN OUTPUT GCBInterventionsFile
   END-IF.
   IF WS-INT-STATUS NOT = "00"
      DISPLAY "Erreur GCBInterventionsFile, statut " WS-INT-STATUS
   ELSE
      MOVE WS-NumInterventionCree TO NumIntervention
      MOVE WS-NumChantierSaisi TO NumChantierInterv
      MOVE WS-DateAppel TO DateIntervention
      MOVE WS-Probleme TO ProblemeInterv
      MOVE WS-EquipeEnvoyee TO EquipeEnvoyeeInterv
      MOVE WS-EquipePose TO EquipePoseInterv
      MOVE WS-FormeCha TO FormeInterv
      MOVE WS-SousGarantie TO SousGarantieInterv
      PERFORM VARYING WS-IdxLigne FROM 1 BY 1 UNTIL WS-IdxLigne > 3
         MOVE WS-CodeMatLigne(WS-IdxLigne)
             TO CodeMatInterv(WS-IdxLigne)
         MOVE WS-QteMatLigne(WS-IdxLigne)
             TO QteMatInterv(WS-IdxLigne)
      END-PERFORM
      MOVE WS-CoutMateriaux TO CoutMatInterv
      MOVE WS-NumDevisCree TO NumDevisInterv
      WRITE InterventionRecord
      CLOSE GCBInterventionsFile
      DISPLAY "Appel " WS-NumInterventionCree " enregistré sur le "
          "chantier " WS-NumChantierSaisi "."
   END-IF.

CONSULTER-CHANTIER.
   DISPLAY "Numéro du chantier : ".
   ACCEPT WS-NumChantierSaisi.
   PERFORM LIRE-CHANTIER-TERMINE.
   IF WS-ChantierTrouve = "N"
      DISPLAY "Chantier terminé introuvable."
   ELSE
      DISPLAY "Client " WS-ClientCha " - posé par l'équipe "
          WS-EquipePose " - achevé le " WS-AchevementCha
      IF WS-FinGarantie > 0 AND WS-DateJour <= WS-FinGarantie
         DISPLAY "Sous garantie jusqu'au " WS-FinGarantie "."
      ELSE
         DISPLAY "Hors garantie (fin " WS-FinGarantie ")."
      END-IF
      DISPLAY "--- Appels de service ---"
      MOVE "N" TO WS-EOF
      OPEN INPUT GCBInterventionsFile
      IF WS-INT-STATUS NOT = "00"
         MOVE "Y" TO WS-EOF
      END-IF
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBInterventionsFile
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               IF NumChantierInterv = WS-NumChantierSaisi
                  MOVE CoutMatInterv TO WS-MontantAff
                  DISPLAY DateIntervention " " ProblemeInterv
                      " équipe " EquipeEnvoyeeInterv " garantie "
                      SousGarantieInterv " matériaux " WS-MontantAff
                      " devis " NumDevisInterv
               END-IF
         END-READ
      END-PERFORM
      IF WS-INT-STATUS NOT = "35"
         CLOSE GCBInterventionsFile
      END-IF
   END-IF.

RAPPORT-TRIMESTRIEL.
   DISPLAY "Trimestre (AAAAT, 0 = trimestre précédent) : ".
   ACCEPT WS-TrimestreSaisi.
   IF WS-TrimestreSaisi = 0
      MOVE WS-DateJour(1:4) TO WS-Annee
      MOVE WS-DateJour(5:2) TO WS-MoisJour
      COMPUTE WS-Trimestre = (WS-MoisJour - 1) / 3 + 1
      IF WS-Trimestre = 1
         SUBTRACT 1 FROM WS-Annee
         MOVE 4 TO WS-Trimestre
      ELSE
         SUBTRACT 1 FROM WS-Trimestre
      END-IF
   ELSE
      COMPUTE WS-Annee = WS-TrimestreSaisi / 10
      COMPUTE WS-Trimestre = WS-TrimestreSaisi - WS-Annee * 10
   END-IF.
   IF WS-Trimestre < 1 OR WS-Trimestre > 4
      DISPLAY "Trimestre invalide."
   ELSE
      COMPUTE WS-DebutTrim = WS-Annee * 10000
          + ((WS-Trimestre - 1) * 3 + 1) * 100 + 1
      COMPUTE WS-FinTrim = WS-Annee * 10000
          + (WS-Trimestre * 3) * 100 + 31
      PERFORM COMPTER-CHANTIERS-POSES
      PERFORM COMPTER-APPELS-TRIMESTRE
      PERFORM ECRIRE-RAPPORT-TRIMESTRIEL
   END-IF.

COMPTER-CHANTIERS-POSES.
      *> Base des taux : chantiers terminés à ce jour, par équipe
      *> de pose et par forme de leur devis.
   MOVE 0 TO WS-NbStatEquipes.
   INITIALIZE TableStatFormes.
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
               MOVE EquipeChantier TO WS-CodeStatVoulu
               PERFORM TROUVER-STAT-EQUIPE
               IF IdxStat <= WS-NbStatEquipes
                  ADD 1 TO ChantiersStatEqp(IdxStat)
               END-IF
               MOVE 5 TO IdxForme
               PERFORM VARYING IdxDev FROM 1 BY 1
                   UNTIL IdxDev > WS-NbDevisFormes
                  IF NumDevisForme(IdxDev) = NumDevisChantier
                     AND FormeDevisForme(IdxDev) >= 1
                     AND FormeDevisForme(IdxDev) <= 4
                     MOVE FormeDevisForme(IdxDev) TO IdxForme
                  END-IF
               END-PERFORM
               ADD 1 TO ChantiersStatForme(IdxForme)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CHA-STATUS NOT = "35"
      CLOSE GCBChantiersFile
   END-IF.

COMPTER-APPELS-TRIMESTRE.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBInterventionsFile.
   IF WS-INT-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBInterventionsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF DateIntervention >= WS-DebutTrim
               AND DateIntervention <= WS-FinTrim
               MOVE EquipePoseInterv TO WS-CodeStatVoulu
               PERFORM TROUVER-STAT-EQUIPE
               IF FormeInterv >= 1 AND FormeInterv <= 4
                  MOVE FormeInterv TO IdxForme
               ELSE
                  MOVE 5 TO IdxForme
               END-IF
               IF SousGarantieInterv = "O"
                  IF IdxStat <= WS-NbStatEquipes
                     ADD 1 TO GarantieStatEqp(IdxStat)
                  END-IF
                  ADD 1 TO GarantieStatForme(IdxForme)
               ELSE
                  IF IdxStat <= WS-NbStatEquipes
                     ADD 1 TO PayantStatEqp(IdxStat)
                  END-IF
                  ADD 1 TO PayantStatForme(IdxForme)
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-INT-STATUS NOT = "35"
      CLOSE GCBInterventionsFile
   END-IF.

TROUVER-STAT-EQUIPE.
      *> IdxStat pointe la ligne de l'équipe, créée au besoin ;
      *> au-delà de 30 équipes, IdxStat dépasse la table.
   PERFORM VARYING IdxStat FROM 1 BY 1
       UNTIL IdxStat > WS-NbStatEquipes
       OR CodeStatEqp(IdxStat) = WS-CodeStatVoulu
      CONTINUE
   END-PERFORM.
   IF IdxStat > WS-NbStatEquipes AND WS-NbStatEquipes < 30
      ADD 1 TO WS-NbStatEquipes
      MOVE WS-NbStatEquipes TO IdxStat
      MOVE WS-CodeStatVoulu TO CodeStatEqp(IdxStat)
      MOVE 0 TO ChantiersStatEqp(IdxStat)
      MOVE 0 TO GarantieStatEqp(IdxStat)
      MOVE 0 TO PayantStatEqp(IdxStat)
   END-IF.

ECRIRE-RAPPORT-TRIMESTRIEL.
   MOVE 0 TO WS-NbLignesEtat.
   MOVE SPACES TO WS-NomEtat.
   STRING "GCBAppelsSAV" WS-Annee "T" WS-Trimestre ".txt"
       DELIMITED BY SIZE INTO WS-NomEtat.
   OPEN OUTPUT GCBEtatSAVFile.
   MOVE SPACES TO WS-LigneTravail.
   STRING "APPELS DE SERVICE DES CLOTURES - TRIMESTRE " WS-Trimestre
       " " WS-Annee " (" WS-DebutTrim " - " WS-FinTrim ")"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE "Taux = appels du trimestre pour 100 chantiers terminés."
       TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE "PAR EQUIPE DE POSE  Chantiers  Garantie  Payants   Taux"
       TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE 0 TO WS-TotChantiers.
   MOVE 0 TO WS-TotGarantie.
   MOVE 0 TO WS-TotPayant.
   PERFORM VARYING IdxStat FROM 1 BY 1
       UNTIL IdxStat > WS-NbStatEquipes
      MOVE ChantiersStatEqp(IdxStat) TO WS-NbChantiersStat
      MOVE GarantieStatEqp(IdxStat) TO WS-NbGarantieStat
      MOVE PayantStatEqp(IdxStat) TO WS-NbPayantStat
      ADD WS-NbChantiersStat TO WS-TotChantiers
      ADD WS-NbGarantieStat TO WS-TotGarantie
      ADD WS-NbPayantStat TO WS-TotPayant
      MOVE CodeStatEqp(IdxStat) TO WS-CodeStatVoulu
      PERFORM ECRIRE-LIGNE-STAT
   END-PERFORM.
   MOVE WS-TotChantiers TO WS-NbChantiersStat.
   MOVE WS-TotGarantie TO WS-NbGarantieStat.
   MOVE WS-TotPayant TO WS-NbPayantStat.
   MOVE "TOTAL" TO WS-CodeStatVoulu.
   PERFORM ECRIRE-LIGNE-STAT.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE "PAR FORME          Chantiers  Garantie  Payants   Taux"
       TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   PERFORM VARYING IdxForme FROM 1 BY 1 UNTIL IdxForme > 5
      MOVE ChantiersStatForme(IdxForme) TO WS-NbChantiersStat
      MOVE GarantieStatForme(IdxForme) TO WS-NbGarantieStat
      MOVE PayantStatForme(IdxForme) TO WS-NbPayantStat
      MOVE LibelleForme(IdxForme) TO WS-CodeStatVoulu
      PERFORM ECRIRE-LIGNE-STAT
   END-PERFORM.
   CLOSE GCBEtatSAVFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportEtat
       WS-DateJour WS-NbLignesEtat WS-NomEtat.
   DISPLAY "Etat écrit dans " FUNCTION TRIM(WS-NomEtat) ".".

ECRIRE-LIGNE-STAT.
   MOVE 0 TO WS-TauxAppels.
   IF WS-NbChantiersStat > 0
      COMPUTE WS-TauxAppels ROUNDED
          = (WS-NbGarantieStat + WS-NbPayantStat) * 100
          / WS-NbChantiersStat
   END-IF.
   MOVE WS-TauxAppels TO WS-TauxAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "  " WS-CodeStatVoulu "       " WS-NbChantiersStat
       "     " WS-NbGarantieStat "    " WS-NbPayantStat "  "
       WS-TauxAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.

ECRIRE-LIGNE-ETAT.
   MOVE WS-LigneTravail TO LigneEtatSAV.
   WRITE LigneEtatSAV.
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

CHARGER-TABLE-EQUIPES.
   MOVE 0 TO WS-NbEquipes.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBEquipesFile.
   IF WS-EQP-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBEquipesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbEquipes < 30
               ADD 1 TO WS-NbEquipes
               MOVE CodeEquipe TO CodeEqpTable(WS-NbEquipes)
               MOVE NomEquipe TO NomEqpTable(WS-NbEquipes)
               MOVE EffectifEquipe TO EffectifEqpTable(WS-NbEquipes)
               MOVE RythmeEquipe TO RythmeEqpTable(WS-NbEquipes)
               MOVE StatutEquipe TO StatutEqpTable(WS-NbEquipes)
               IF NbRetoursGarantieEquipe IS NUMERIC
                  MOVE NbRetoursGarantieEquipe
                      TO RetoursEqpTable(WS-NbEquipes)
               ELSE
                  MOVE 0 TO RetoursEqpTable(WS-NbEquipes)
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-EQP-STATUS NOT = "35"
      CLOSE GCBEquipesFile
   END-IF.

REECRIRE-TABLE-EQUIPES.
   OPEN OUTPUT GCBEquipesFile.
   PERFORM VARYING IdxEqp FROM 1 BY 1
       UNTIL IdxEqp > WS-NbEquipes
      MOVE CodeEqpTable(IdxEqp) TO CodeEquipe
      MOVE NomEqpTable(IdxEqp) TO NomEquipe
      MOVE EffectifEqpTable(IdxEqp) TO EffectifEquipe
      MOVE RythmeEqpTable(IdxEqp) TO RythmeEquipe
      MOVE StatutEqpTable(IdxEqp) TO StatutEquipe
      MOVE RetoursEqpTable(IdxEqp) TO NbRetoursGarantieEquipe
      WRITE EquipeRecord
   END-PERFORM.
   CLOSE GCBEquipesFile.
