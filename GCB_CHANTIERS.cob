        FILE STATUS IS WS-FAC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBFacturesChantierFile.txt".
    SELECT GCBCompteBoutiqueFile
        FILE STATUS IS WS-CONFIG-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
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
    SELECT GCBEquipesFile
        FILE STATUS IS WS-EQP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBEquipesFile.txt".
    SELECT GCBCoutsChantierFile
        FILE STATUS IS WS-COUT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCoutsChantierFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBFacturesChantierFile.
   COPY FACTCHANTIER.

   FD GCBCompteBoutiqueFile.
   01 CompteBoutiqueRecord PIC 9(6).

   FD GCBMateriauxFile.
   COPY MATERIAUX.

   FD GCBEmployesFile.
   COPY EMPLOYE.

   FD GCBPointagesFile.
   COPY POINTAGE.

   FD GCBEquipesFile.
   COPY EQUIPE.

   FD GCBCoutsChantierFile.
   COPY COUTCHANTIER.

WORKING-STORAGE SECTION.
   01 WS-CHA-STATUS PIC 99.
   01 WS-FAC-STATUS PIC 99.
   01 WS-CONFIG-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-ChantierTrouve PIC X.
   01 WS-NumFactureSaisi PIC 9(6).
   01 WS-FactureTrouvee PIC X.
   01 WS-NouvelleSeqFac PIC 9(6).
   01 WS-MontantAff PIC -ZZZZZZZZ9.99.
   01 WS-ModePaiement PIC 9(1).
   01 ActionEncChantier PIC X(10) VALUE "ENC-CHANT".
   01 ActionPaieChantier PIC X(10) VALUE "PAIE-CHANT".

      *> Feuilles d'heures des équipes : un poseur du fichier du
      *> personnel (unité CLOTURES, actif) pointe ses heures sur un
      *> chantier en cours ou terminé ; la paie mensuelle les cumule.
   01 WS-EMP-STATUS PIC 99.
   01 WS-PTG-STATUS PIC 99.
   01 WS-NumEmployeSaisi PIC 9(6).
   01 WS-EmployeTrouve PIC X(1).
   01 WS-NomEmployePointe PIC X(30).
   01 WS-DatePointageSaisie PIC 9(8).
   01 WS-HeuresSaisies PIC 9(2)V99.

      *> Tables de réécriture des chantiers et factures, bornées
      *> comme les devis de CalculPerimetre.
   01 WS-NbChantiers PIC 9(3) VALUE 0.
      05 MontantChaTable PIC 9(9)V99.
      05 StatutChaTable PIC X(1).
      05 FactureChaTable PIC 9(6).
      05 DureeChaTable PIC 9(3).
      05 FinChaTable PIC 9(8).
      05 PctAcompteChaTable PIC 9(3).
      05 NbEtapesChaTable PIC 9(1).
      05 PctEtapeChaTable PIC 9(3) OCCURS 3 TIMES.
      05 EtapesFactChaTable PIC 9(1).
      05 AchevementChaTable PIC 9(8).
      05 FinGarantieChaTable PIC 9(8).
      05 CoutMatPrevuChaTable PIC 9(7)V99.
      05 HeuresPrevuesChaTable PIC 9(5)V99.
      05 TauxPrevuChaTable PIC 9(3)V99.
      05 PretChaTable PIC 9(6).
   01 WS-NbFactures PIC 9(3) VALUE 0.
   01 IdxFac PIC 9(3).
   01 TableFactures OCCURS 200 TIMES.
      05 DateFacTable PIC 9(8).
      05 RegleFacTable PIC 9(9)V99.
      05 StatutFacTable PIC X(1).
      05 HTFacTable PIC 9(9)V99.
      05 TauxTVAFacTable PIC 9(2)V99.
      05 TVAFacTable PIC 9(9)V99.
      05 TypeFacTable PIC X(1).

      *> Factures de chantier émises par GCB_FACTURE_CHANTIER (TVA
      *> de la catégorie CLOTURES passée au grand livre) : étapes
      *> intermédiaires du plan de facturation, puis solde à
      *> l'achèvement, déduction faite du hors taxe déjà facturé.
   01 WS-TypeFactureEmise PIC X(1).
   01 WS-MontantHTFacture PIC 9(9)V99.
   01 WS-TauxTVAFacture PIC 9(2)V99.
   01 WS-MontantTVAFacture PIC 9(9)V99.
   01 WS-FactureEmise PIC X(1).
   01 WS-FactureHTCumul PIC 9(9)V99.
   01 WS-RegleCumul PIC 9(9)V99.
   01 WS-ResteAFacturer PIC S9(9)V99.
   01 WS-PctFacture PIC 9(3).
   01 WS-NumChantierCourant PIC 9(6).
   01 WS-EtapeAFacturer PIC 9(1).

      *> Garantie d'un chantier terminé, en jours après l'achèvement
      *> (clé GARANTIE-CHANTIER), suivie par GCB_INTERVENTIONS.
   01 CleGarantieChantier PIC X(20) VALUE "GARANTIE-CHANTIER".
   01 WS-JoursGarantie PIC 9(4) VALUE 730.
   01 WS-EntierGarantie PIC 9(8).
   01 WS-MontantAff2 PIC -ZZZZZZZZ9.99.
   01 WS-MontantAff3 PIC -ZZZZZZZZ9.99.

      *> Consommation des matériaux à l'achèvement : les quantités
      *> du devis du chantier sortent du stock et libèrent la
   01 WS-NbPanneauxChantier PIC 9(5) VALUE 0.
   01 WS-CodeMatVoulu PIC X(8).
   01 WS-QuantiteConsommee PIC 9(5).
      *> Chaque sortie est imputée au coût réel du chantier
      *> (GCBCoutsChantierFile) ; la fiche de coût de l'achèvement
      *> est éditée par GCB_FICHE_COUT.
   01 WS-COUT-STATUS PIC 99.
   01 WS-ModeFicheCout PIC X(1) VALUE "E".
   01 WS-CoutPrevuFiche PIC 9(9)V99.
   01 WS-CoutReelFiche PIC 9(9)V99.
   01 WS-FicheTrouvee PIC X(1).
   01 WS-NbMateriaux PIC 9(2) VALUE 0.
   01 IdxMat PIC 9(2).
   01 TableMateriaux OCCURS 10 TIMES.
   01 WS-PlancherPayeur PIC S9(7)V99.
   01 WS-TotalBlocagesPayeur PIC 9(7)V99.
   01 WS-TotalChequesPayeur PIC 9(7)V99.
   01 WS-TotalEnveloppesPayeur PIC S9(7)V99.
   01 WS-PayeurMineur PIC X(1) VALUE "N".
   01 WS-TuteurPayeur PIC 9(6) VALUE 0.
   01 WS-MontantDecouvertMax PIC 9(5)V99 VALUE 200.00.
   01 CleDecouvertMax PIC X(20) VALUE "DECOUVERT-MAX".
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-CotitulaireBoutique PIC X(30).
   01 WS-BeneficiaireBoutique PIC X(30).

      *> Marché financé par un prêt au client (GCB_PRET_CHANTIER) :
      *> à l'achèvement, le prêt est décaissé sur le compte de la
      *> boutique et règle la facture de solde.
   01 WS-ModeFinance PIC X(1).
   01 WS-NumClientFinance PIC 9(6) VALUE 0.
   01 WS-MontantFinance PIC 9(7)V99.
   01 WS-TauxFinance PIC 9V9999.
   01 WS-DureeFinance PIC 9(3).
   01 WS-MensualiteFinance PIC 9(5)V99.
   01 WS-FinancementFait PIC X(1).

      *> Registre des équipes de pose et capacité : grille de
      *> quatre semaines à partir du lundi de la semaine en cours,
      *> jours-équipe disponibles selon le rythme de l'équipe et le
      *> calendrier (GCB_PLANNING_EQUIPE), jours réservés par les
      *> chantiers planifiés ou en cours, et simulation de l'absence
      *> d'une équipe.
   01 WS-EQP-STATUS PIC 99.
   01 ChoixEquipe PIC 9 VALUE 9.
   01 WS-NbEquipes PIC 9(2) VALUE 0.
   01 IdxEqp PIC 9(2).
   01 TableEquipes OCCURS 30 TIMES.
      05 CodeEqpTable PIC X(10).
      05 NomEqpTable PIC X(30).
      05 EffectifEqpTable PIC 9(2).
      05 RythmeEqpTable PIC X(7).
      05 StatutEqpTable PIC X(1).
      05 RetoursEqpTable PIC 9(4).
   01 WS-CodeEquipeSaisi PIC X(10).
   01 WS-EquipeTrouvee PIC X(1).
   01 WS-TexteSaisi PIC X(30).
   01 WS-EffectifSaisi PIC 9(2).
   01 WS-RythmeSaisi PIC X(7).
   01 WS-NbJoursRythme PIC 9(2).
   01 WS-ModePlanning PIC X(1).
   01 WS-DebutPlanning PIC 9(8).
   01 WS-DureePlanning PIC 9(3).
   01 WS-ChantierExclu PIC 9(6).
   01 WS-FinPlanning PIC 9(8).
   01 WS-ResultatPlanning PIC X(1).
   01 WS-ChantierConflit PIC 9(6).
   01 WS-EntierLundi PIC 9(8).
   01 WS-EntierJourGrille PIC 9(8).
   01 WS-DateJourGrille PIC 9(8).
   01 WS-DateLundiSemaine PIC 9(8).
   01 WS-RangJour PIC 9(1).
   01 WS-Semaine PIC 9(1).
   01 WS-Jour PIC 9(1).
   01 WS-JoursDispo PIC 9(2).
   01 WS-JoursReserves PIC 9(3).
   01 WS-JoursLibres PIC S9(3).
   01 WS-JoursLibresAff PIC -ZZ9.
   01 WS-FinChantierEffective PIC 9(8).
   01 WS-ReponseSimulation PIC X(1).
   01 WS-DebutAbsence PIC 9(8).
   01 WS-FinAbsence PIC 9(8).
   01 WS-EntierReprise PIC 9(8).
   01 WS-NbGlissements PIC 9(3).

      *> Suivi des chantiers issus des devis acceptés : planning de
      *> la semaine par équipe, passage en cours, achèvement qui
      *> facture le CoutDevis, et encaissement de la créance - en
      *> espèces/virement externe, ou directement depuis le compte
      *> du client vers le compte de la boutique via GCB_WRITE,
      *> comme la remise des recettes du magasin. Les poseurs y
      *> pointent leurs heures par chantier pour la paie mensuelle.
      *> Le registre des équipes et la grille de capacité servent à
      *> placer les chantiers sans double réservation. Un chantier
      *> avec acompte attend son règlement avant d'être planifié ;
      *> ses étapes intermédiaires se facturent en cours de pose et
      *> l'achèvement ne facture plus que le solde. Il impute
      *> aussi les matériaux consommés au coût réel du chantier et
      *> édite sa fiche de coût, prévu contre réel. Un marché
      *> financé par un prêt au client est réglé à l'achèvement par
      *> le décaissement du prêt sur le compte de la boutique.

PROCEDURE DIVISION.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
      DISPLAY "3. Terminer un chantier (facturation)"
      DISPLAY "4. Encaisser une facture"
      DISPLAY "5. Factures ouvertes (créances)"
      DISPLAY "6. Pointer les heures d'un poseur"
      DISPLAY "7. Equipes de pose"
      DISPLAY "8. Grille de capacité sur quatre semaines"
      DISPLAY "9. Facturer une étape intermédiaire"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
         WHEN 3 PERFORM TERMINER-CHANTIER
         WHEN 4 PERFORM ENCAISSER-FACTURE
         WHEN 5 PERFORM LISTER-FACTURES-OUVERTES
         WHEN 6 PERFORM POINTER-HEURES
         WHEN 7 PERFORM GERER-EQUIPES
         WHEN 8 PERFORM GRILLE-CAPACITE
         WHEN 9 PERFORM FACTURER-ETAPE-CHANTIER
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
                   TO StatutChaTable(WS-NbChantiers)
               MOVE NumFactureChantier
                   TO FactureChaTable(WS-NbChantiers)
                  *> Un chantier de l'ancien dessin relit des
                  *> blancs : une journée, finie le jour prévu.
               IF DureeChantier IS NUMERIC
                  MOVE DureeChantier
                      TO DureeChaTable(WS-NbChantiers)
               ELSE
                  MOVE 0 TO DureeChaTable(WS-NbChantiers)
               END-IF
               IF DateFinPrevueChantier IS NUMERIC
                  AND DateFinPrevueChantier >= DatePrevueChantier
                  MOVE DateFinPrevueChantier
                      TO FinChaTable(WS-NbChantiers)
               ELSE
                  MOVE DatePrevueChantier
                      TO FinChaTable(WS-NbChantiers)
               END-IF
               IF PctAcompteChantier IS NUMERIC
                  MOVE PctAcompteChantier
                      TO PctAcompteChaTable(WS-NbChantiers)
                  MOVE NbEtapesChantier
                      TO NbEtapesChaTable(WS-NbChantiers)
                  MOVE PctEtapeChantier(1)
                      TO PctEtapeChaTable(WS-NbChantiers, 1)
                  MOVE PctEtapeChantier(2)
                      TO PctEtapeChaTable(WS-NbChantiers, 2)
                  MOVE PctEtapeChantier(3)
                      TO PctEtapeChaTable(WS-NbChantiers, 3)
                  MOVE NbEtapesFactureesChantier
                      TO EtapesFactChaTable(WS-NbChantiers)
               ELSE
                  MOVE 0 TO PctAcompteChaTable(WS-NbChantiers)
                  MOVE 0 TO NbEtapesChaTable(WS-NbChantiers)
                  MOVE 0 TO PctEtapeChaTable(WS-NbChantiers, 1)
                  MOVE 0 TO PctEtapeChaTable(WS-NbChantiers, 2)
                  MOVE 0 TO PctEtapeChaTable(WS-NbChantiers, 3)
                  MOVE 0 TO EtapesFactChaTable(WS-NbChantiers)
               END-IF
               IF DateAchevementChantier IS NUMERIC
                  MOVE DateAchevementChantier
                      TO AchevementChaTable(WS-NbChantiers)
                  MOVE FinGarantieChantier
                      TO FinGarantieChaTable(WS-NbChantiers)
               ELSE
                  MOVE 0 TO AchevementChaTable(WS-NbChantiers)
                  MOVE 0 TO FinGarantieChaTable(WS-NbChantiers)
               END-IF
               IF CoutMatPrevuChantier IS NUMERIC
                  MOVE CoutMatPrevuChantier
                      TO CoutMatPrevuChaTable(WS-NbChantiers)
                  MOVE HeuresPrevuesChantier
                      TO HeuresPrevuesChaTable(WS-NbChantiers)
                  MOVE TauxHorairePrevuChantier
                      TO TauxPrevuChaTable(WS-NbChantiers)
               ELSE
                  MOVE 0 TO CoutMatPrevuChaTable(WS-NbChantiers)
                  MOVE 0 TO HeuresPrevuesChaTable(WS-NbChantiers)
                  MOVE 0 TO TauxPrevuChaTable(WS-NbChantiers)
               END-IF
               IF NumPretChantier IS NUMERIC
                  MOVE NumPretChantier
                      TO PretChaTable(WS-NbChantiers)
               ELSE
                  MOVE 0 TO PretChaTable(WS-NbChantiers)
               END-IF
            END-IF
      END-READ
   END-PERFORM.
      MOVE MontantChaTable(IdxCha) TO MontantChantier
      MOVE StatutChaTable(IdxCha) TO StatutChantier
      MOVE FactureChaTable(IdxCha) TO NumFactureChantier
      MOVE DureeChaTable(IdxCha) TO DureeChantier
      MOVE FinChaTable(IdxCha) TO DateFinPrevueChantier
      MOVE PctAcompteChaTable(IdxCha) TO PctAcompteChantier
      MOVE NbEtapesChaTable(IdxCha) TO NbEtapesChantier
      MOVE PctEtapeChaTable(IdxCha, 1) TO PctEtapeChantier(1)
      MOVE PctEtapeChaTable(IdxCha, 2) TO PctEtapeChantier(2)
      MOVE PctEtapeChaTable(IdxCha, 3) TO PctEtapeChantier(3)
      MOVE EtapesFactChaTable(IdxCha) TO NbEtapesFactureesChantier
      MOVE AchevementChaTable(IdxCha) TO DateAchevementChantier
      MOVE FinGarantieChaTable(IdxCha) TO FinGarantieChantier
      MOVE CoutMatPrevuChaTable(IdxCha) TO CoutMatPrevuChantier
      MOVE HeuresPrevuesChaTable(IdxCha) TO HeuresPrevuesChantier
      MOVE TauxPrevuChaTable(IdxCha) TO TauxHorairePrevuChantier
      MOVE PretChaTable(IdxCha) TO NumPretChantier
      WRITE ChantierRecord
   END-PERFORM.
   CLOSE GCBChantiersFile.
   PERFORM VARYING IdxCha FROM 1 BY 1
       UNTIL IdxCha > WS-NbChantiers
      IF StatutChaTable(IdxCha) NOT = "T"
         AND StatutChaTable(IdxCha) NOT = "A"
         AND DatePrevueChaTable(IdxCha) <= WS-DateHorizon
         MOVE MontantChaTable(IdxCha) TO WS-MontantAff
         DISPLAY "Chantier " NumChaTable(IdxCha) " du "
             DatePrevueChaTable(IdxCha) " au " FinChaTable(IdxCha)
             " (" DureeChaTable(IdxCha) " j) équipe "
             EquipeChaTable(IdxCha) " statut "
             StatutChaTable(IdxCha) " : "
             ClientChaTable(IdxCha) " (" WS-MontantAff ")"
      END-IF
   END-PERFORM.
   PERFORM VARYING IdxCha FROM 1 BY 1
       UNTIL IdxCha > WS-NbChantiers
      IF StatutChaTable(IdxCha) = "A"
         DISPLAY "En attente d'acompte : chantier "
             NumChaTable(IdxCha) " équipe " EquipeChaTable(IdxCha)
             " : " ClientChaTable(IdxCha)
      END-IF
   END-PERFORM.

GERER-EQUIPES.
   MOVE 9 TO ChoixEquipe.
   PERFORM UNTIL ChoixEquipe = 0
      DISPLAY " "
      DISPLAY "--- Equipes de pose ---"
      DISPLAY "1. Liste des équipes"
      DISPLAY "2. Créer une équipe"
      DISPLAY "3. Modifier une équipe"
      DISPLAY "4. Suspendre / réactiver une équipe"
      DISPLAY "0. Retour"
      DISPLAY "Votre choix : "
      ACCEPT ChoixEquipe
      EVALUATE ChoixEquipe
         WHEN 1 PERFORM LISTER-EQUIPES
         WHEN 2 PERFORM CREER-EQUIPE
         WHEN 3 PERFORM MODIFIER-EQUIPE
         WHEN 4 PERFORM BASCULER-STATUT-EQUIPE
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-PERFORM.

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

CHERCHER-EQUIPE-SAISIE.
   DISPLAY "Code de l'équipe (celui des chantiers) : ".
   ACCEPT WS-CodeEquipeSaisi.
   PERFORM CHARGER-TABLE-EQUIPES.
   MOVE "N" TO WS-EquipeTrouvee.
   PERFORM VARYING IdxEqp FROM 1 BY 1
       UNTIL IdxEqp > WS-NbEquipes
       OR WS-EquipeTrouvee = "O"
      IF CodeEqpTable(IdxEqp) = WS-CodeEquipeSaisi
         MOVE "O" TO WS-EquipeTrouvee
         SUBTRACT 1 FROM IdxEqp
      END-IF
   END-PERFORM.

LISTER-EQUIPES.
   PERFORM CHARGER-TABLE-EQUIPES.
   DISPLAY "Code       Nom                            Eff. LMMJVSD S"
       " Retours garantie".
   PERFORM VARYING IdxEqp FROM 1 BY 1
       UNTIL IdxEqp > WS-NbEquipes
      DISPLAY CodeEqpTable(IdxEqp) " " NomEqpTable(IdxEqp) " "
          EffectifEqpTable(IdxEqp) "   " RythmeEqpTable(IdxEqp) " "
          StatutEqpTable(IdxEqp) " " RetoursEqpTable(IdxEqp)
   END-PERFORM.
   DISPLAY WS-NbEquipes " équipe(s).".

SAISIR-RYTHME-EQUIPE.
      *> Sept lettres O/N du lundi au dimanche ; réponse à blanc =
      *> semaine du lundi au vendredi.
   DISPLAY "Rythme du lundi au dimanche, O = travaillé "
       "(blanc = OOOOONN) : ".
   ACCEPT WS-RythmeSaisi.
   MOVE FUNCTION UPPER-CASE(WS-RythmeSaisi) TO WS-RythmeSaisi.
   MOVE 0 TO WS-NbJoursRythme.
   INSPECT WS-RythmeSaisi TALLYING WS-NbJoursRythme
       FOR ALL "O" ALL "N".
   IF WS-RythmeSaisi NOT = SPACES AND WS-NbJoursRythme NOT = 7
      DISPLAY "Rythme invalide : semaine du lundi au vendredi "
          "retenue."
      MOVE SPACES TO WS-RythmeSaisi
   END-IF.

CREER-EQUIPE.
   PERFORM CHERCHER-EQUIPE-SAISIE.
   IF WS-CodeEquipeSaisi = SPACES
      DISPLAY "Code obligatoire."
   ELSE
   IF WS-EquipeTrouvee = "O"
      DISPLAY "Equipe déjà enregistrée : utiliser la modification."
   ELSE
   IF WS-NbEquipes >= 30
      DISPLAY "Registre des équipes plein."
   ELSE
      ADD 1 TO WS-NbEquipes
      MOVE WS-CodeEquipeSaisi TO CodeEqpTable(WS-NbEquipes)
      DISPLAY "Nom de l'équipe : "
      ACCEPT NomEqpTable(WS-NbEquipes)
      DISPLAY "Effectif (poseurs) : "
      ACCEPT WS-EffectifSaisi
      IF WS-EffectifSaisi = 0
         MOVE 1 TO WS-EffectifSaisi
      END-IF
      MOVE WS-EffectifSaisi TO EffectifEqpTable(WS-NbEquipes)
      PERFORM SAISIR-RYTHME-EQUIPE
      IF WS-RythmeSaisi = SPACES
         MOVE "OOOOONN" TO RythmeEqpTable(WS-NbEquipes)
      ELSE
         MOVE WS-RythmeSaisi TO RythmeEqpTable(WS-NbEquipes)
      END-IF
      MOVE "A" TO StatutEqpTable(WS-NbEquipes)
      MOVE 0 TO RetoursEqpTable(WS-NbEquipes)
      PERFORM REECRIRE-TABLE-EQUIPES
      DISPLAY "Equipe " FUNCTION TRIM(WS-CodeEquipeSaisi)
          " enregistrée, rythme " RythmeEqpTable(WS-NbEquipes) "."
   END-IF
   END-IF
   END-IF.

MODIFIER-EQUIPE.
      *> Une réponse à blanc (ou zéro pour l'effectif) garde la
      *> valeur en place. Les chantiers déjà planifiés gardent leurs
      *> dates.
   PERFORM CHERCHER-EQUIPE-SAISIE.
   IF WS-EquipeTrouvee = "N"
      DISPLAY "Equipe inconnue."
   ELSE
      DISPLAY "Nom [" NomEqpTable(IdxEqp) "] : "
      ACCEPT WS-TexteSaisi
      IF WS-TexteSaisi NOT = SPACES
         MOVE WS-TexteSaisi TO NomEqpTable(IdxEqp)
      END-IF
      DISPLAY "Effectif [" EffectifEqpTable(IdxEqp) "] : "
      ACCEPT WS-EffectifSaisi
      IF WS-EffectifSaisi NOT = 0
         MOVE WS-EffectifSaisi TO EffectifEqpTable(IdxEqp)
      END-IF
      DISPLAY "Rythme actuel : " RythmeEqpTable(IdxEqp)
      PERFORM SAISIR-RYTHME-EQUIPE
      IF WS-RythmeSaisi NOT = SPACES
         MOVE WS-RythmeSaisi TO RythmeEqpTable(IdxEqp)
      END-IF
      PERFORM REECRIRE-TABLE-EQUIPES
      DISPLAY "Equipe mise à jour."
   END-IF.

BASCULER-STATUT-EQUIPE.
   PERFORM CHERCHER-EQUIPE-SAISIE.
   IF WS-EquipeTrouvee = "N"
      DISPLAY "Equipe inconnue."
   ELSE
      IF StatutEqpTable(IdxEqp) = "S"
         MOVE "A" TO StatutEqpTable(IdxEqp)
         DISPLAY "Equipe réactivée."
      ELSE
         MOVE "S" TO StatutEqpTable(IdxEqp)
         DISPLAY "Equipe suspendue : elle ne reçoit plus de "
             "nouveau chantier."
      END-IF
      PERFORM REECRIRE-TABLE-EQUIPES
   END-IF.

GRILLE-CAPACITE.
   PERFORM CHARGER-TABLE-EQUIPES.
   PERFORM CHARGER-TABLE-CHANTIERS.
   IF WS-NbEquipes = 0
      DISPLAY "Aucune équipe enregistrée (option 7)."
   ELSE
         *> Le jour 1 de INTEGER-OF-DATE est un lundi.
      COMPUTE WS-EntierLundi
          = FUNCTION INTEGER-OF-DATE(WS-DateJour)
      COMPUTE WS-RangJour = FUNCTION MOD(WS-EntierLundi, 7)
      IF WS-RangJour = 0
         MOVE 7 TO WS-RangJour
      END-IF
      COMPUTE WS-EntierLundi = WS-EntierLundi - WS-RangJour + 1
      COMPUTE WS-DateLundiSemaine
          = FUNCTION DATE-OF-INTEGER(WS-EntierLundi)
      DISPLAY "--- Capacité des équipes en jours-équipe, "
          "quatre semaines à partir du " WS-DateLundiSemaine " ---"
      DISPLAY "Equipe     Semaine du  Dispo Réservé Libre"
      PERFORM VARYING IdxEqp FROM 1 BY 1
          UNTIL IdxEqp > WS-NbEquipes
         IF StatutEqpTable(IdxEqp) = "A"
            PERFORM GRILLE-UNE-EQUIPE
         END-IF
      END-PERFORM
      DISPLAY "Simuler l'absence d'une équipe ? (O/N) : "
      ACCEPT WS-ReponseSimulation
      IF WS-ReponseSimulation = "O" OR WS-ReponseSimulation = "o"
         PERFORM SIMULER-ABSENCE-EQUIPE
      END-IF
   END-IF.

GRILLE-UNE-EQUIPE.
   MOVE CodeEqpTable(IdxEqp) TO WS-CodeEquipeSaisi.
   PERFORM VARYING WS-Semaine FROM 1 BY 1 UNTIL WS-Semaine > 4
      MOVE 0 TO WS-JoursDispo
      MOVE 0 TO WS-JoursReserves
      COMPUTE WS-EntierJourGrille
          = WS-EntierLundi + (WS-Semaine - 1) * 7
      COMPUTE WS-DateLundiSemaine
          = FUNCTION DATE-OF-INTEGER(WS-EntierJourGrille)
      PERFORM VARYING WS-Jour FROM 1 BY 1 UNTIL WS-Jour > 7
         COMPUTE WS-DateJourGrille
             = FUNCTION DATE-OF-INTEGER(WS-EntierJourGrille)
         PERFORM COMPTER-JOUR-GRILLE
         ADD 1 TO WS-EntierJourGrille
      END-PERFORM
      COMPUTE WS-JoursLibres = WS-JoursDispo - WS-JoursReserves
      MOVE WS-JoursLibres TO WS-JoursLibresAff
      DISPLAY WS-CodeEquipeSaisi " " WS-DateLundiSemaine "    "
          WS-JoursDispo "    " WS-JoursReserves "   "
          WS-JoursLibresAff
   END-PERFORM.

COMPTER-JOUR-GRILLE.
      *> Un jour travaillé de l'équipe est disponible ; chaque
      *> chantier planifié ou en cours qui le couvre en réserve un
      *> (une double réservation autorisée rend le libre négatif).
   MOVE "J" TO WS-ModePlanning.
   MOVE WS-DateJourGrille TO WS-DebutPlanning.
   MOVE 0 TO WS-DureePlanning.
   MOVE 0 TO WS-ChantierExclu.
   CALL 'GCB_PLANNING_EQUIPE' USING WS-ModePlanning
       WS-CodeEquipeSaisi WS-DebutPlanning WS-DureePlanning
       WS-ChantierExclu WS-FinPlanning WS-ResultatPlanning
       WS-ChantierConflit.
   IF WS-ResultatPlanning = "O"
      ADD 1 TO WS-JoursDispo
      PERFORM VARYING IdxCha FROM 1 BY 1
          UNTIL IdxCha > WS-NbChantiers
         IF EquipeChaTable(IdxCha) = WS-CodeEquipeSaisi
            AND (StatutChaTable(IdxCha) = "P"
                 OR StatutChaTable(IdxCha) = "C")
            AND DatePrevueChaTable(IdxCha) <= WS-DateJourGrille
            AND FinChaTable(IdxCha) >= WS-DateJourGrille
            ADD 1 TO WS-JoursReserves
         END-IF
      END-PERFORM
   END-IF.

SIMULER-ABSENCE-EQUIPE.
      *> Rien n'est modifié : les chantiers de l'équipe qui
      *> chevauchent l'absence sont listés avec le premier créneau
      *> libre après le retour, chacun contre le planning actuel.
   DISPLAY "Equipe absente : ".
   ACCEPT WS-CodeEquipeSaisi.
   DISPLAY "Premier jour d'absence (AAAAMMJJ) : ".
   ACCEPT WS-DebutAbsence.
   DISPLAY "Dernier jour d'absence (AAAAMMJJ) : ".
   ACCEPT WS-FinAbsence.
   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DebutAbsence) NOT = 0
      OR FUNCTION TEST-DATE-YYYYMMDD(WS-FinAbsence) NOT = 0
      OR WS-FinAbsence < WS-DebutAbsence
      DISPLAY "Période d'absence invalide."
   ELSE
      COMPUTE WS-EntierReprise
          = FUNCTION INTEGER-OF-DATE(WS-FinAbsence) + 1
      MOVE 0 TO WS-NbGlissements
      DISPLAY "--- Chantiers qui glisseraient ---"
      PERFORM VARYING IdxCha FROM 1 BY 1
          UNTIL IdxCha > WS-NbChantiers
         IF EquipeChaTable(IdxCha) = WS-CodeEquipeSaisi
            AND (StatutChaTable(IdxCha) = "P"
                 OR StatutChaTable(IdxCha) = "C")
            AND DatePrevueChaTable(IdxCha) <= WS-FinAbsence
            AND FinChaTable(IdxCha) >= WS-DebutAbsence
            PERFORM PROPOSER-GLISSEMENT
         END-IF
      END-PERFORM
      DISPLAY WS-NbGlissements " chantier(s) touché(s)."
   END-IF.

PROPOSER-GLISSEMENT.
   ADD 1 TO WS-NbGlissements.
   MOVE "P" TO WS-ModePlanning.
   COMPUTE WS-DebutPlanning
       = FUNCTION DATE-OF-INTEGER(WS-EntierReprise).
   MOVE DureeChaTable(IdxCha) TO WS-DureePlanning.
   MOVE NumChaTable(IdxCha) TO WS-ChantierExclu.
   CALL 'GCB_PLANNING_EQUIPE' USING WS-ModePlanning
       WS-CodeEquipeSaisi WS-DebutPlanning WS-DureePlanning
       WS-ChantierExclu WS-FinPlanning WS-ResultatPlanning
       WS-ChantierConflit.
   DISPLAY "Chantier " NumChaTable(IdxCha) " "
       ClientChaTable(IdxCha) " prévu du "
       DatePrevueChaTable(IdxCha) " au " FinChaTable(IdxCha).
   IF WS-ResultatPlanning = "N"
      DISPLAY "   glisserait du " WS-DebutPlanning " au "
          WS-FinPlanning "."
   ELSE
      DISPLAY "   pas de créneau libre trouvé pour l'équipe "
          "(statut " WS-ResultatPlanning ")."
   END-IF.

POINTER-HEURES.
   DISPLAY "Numéro du chantier : ".
   ACCEPT WS-NumChantierSaisi.
   PERFORM CHARGER-TABLE-CHANTIERS.
   MOVE "N" TO WS-ChantierTrouve.
   PERFORM VARYING IdxCha FROM 1 BY 1
       UNTIL IdxCha > WS-NbChantiers
      IF NumChaTable(IdxCha) = WS-NumChantierSaisi
         AND (StatutChaTable(IdxCha) = "C"
              OR StatutChaTable(IdxCha) = "T")
         MOVE "O" TO WS-ChantierTrouve
      END-IF
   END-PERFORM.
   IF WS-ChantierTrouve = "N"
      DISPLAY "Chantier en cours ou terminé introuvable."
   ELSE
      DISPLAY "Numéro du poseur (fichier du personnel) : "
      ACCEPT WS-NumEmployeSaisi
      PERFORM CHERCHER-POSEUR
      IF WS-EmployeTrouve = "N"
         DISPLAY "Poseur actif de l'unité CLOTURES introuvable."
      ELSE
         DISPLAY "Date travaillée (AAAAMMJJ, 0 = aujourd'hui) : "
         ACCEPT WS-DatePointageSaisie
         IF WS-DatePointageSaisie = 0
            MOVE WS-DateJour TO WS-DatePointageSaisie
         END-IF
         DISPLAY "Heures travaillées : "
         ACCEPT WS-HeuresSaisies
         IF WS-DatePointageSaisie > WS-DateJour
            DISPLAY "Date future : pointage refusé."
         ELSE
         IF WS-HeuresSaisies = 0 OR WS-HeuresSaisies > 24
            DISPLAY "Nombre d'heures invalide : pointage refusé."
         ELSE
            PERFORM ECRIRE-POINTAGE
         END-IF
         END-IF
      END-IF
   END-IF.

CHERCHER-POSEUR.
   MOVE "N" TO WS-EmployeTrouve.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBEmployesFile.
   IF WS-EMP-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBEmployesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumEmploye = WS-NumEmployeSaisi
               AND UniteEmploye = "CLOTURES"
               AND StatutEmploye = "A"
               MOVE "O" TO WS-EmployeTrouve
               MOVE NomEmploye TO WS-NomEmployePointe
               MOVE "Y" TO WS-EOF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-EMP-STATUS NOT = "35"
      CLOSE GCBEmployesFile
   END-IF.

ECRIRE-POINTAGE.
   OPEN EXTEND GCBPointagesFile.
   IF WS-PTG-STATUS = "35"
      OPEN OUTPUT GCBPointagesFile
   END-IF.
   IF WS-PTG-STATUS NOT = "00"
      DISPLAY "Erreur GCBPointagesFile, statut " WS-PTG-STATUS
   ELSE
      MOVE WS-NumEmployeSaisi TO NumEmployePointage
      MOVE WS-NumChantierSaisi TO NumChantierPointage
      MOVE WS-DatePointageSaisie TO DatePointage
      MOVE WS-HeuresSaisies TO HeuresPointage
      WRITE PointageRecord
      CLOSE GCBPointagesFile
      DISPLAY "Heures pointées pour " FUNCTION TRIM(WS-NomEmployePointe)
          " sur le chantier " WS-NumChantierSaisi " le "
          WS-DatePointageSaisie "."
   END-IF.

DEMARRER-CHANTIER.
   DISPLAY "Numéro du chantier à démarrer : ".
   END-PERFORM.
   IF WS-ChantierTrouve = "N"
      DISPLAY "Chantier planifié introuvable."
      DISPLAY "(un chantier en attente d'acompte ne démarre qu'une "
          "fois l'acompte réglé)"
   ELSE
      PERFORM REECRIRE-TABLE-CHANTIERS
      DISPLAY "Chantier " WS-NumChantierSaisi " passé en cours."
      PERFORM CONSOMMER-MATERIAUX-CHANTIER
      MOVE "T" TO StatutChaTable(IdxCha)
      MOVE WS-NouvelleSeqFac TO FactureChaTable(IdxCha)
      PERFORM OUVRIR-GARANTIE-CHANTIER
      PERFORM REECRIRE-TABLE-CHANTIERS
      IF WS-FactureHTCumul > 0
         MOVE WS-FactureHTCumul TO WS-MontantAff
         DISPLAY "Déjà facturé hors taxe (acompte, étapes) : "
             WS-MontantAff ", déduit du solde."
      END-IF
      COMPUTE WS-MontantAff
          = WS-MontantHTFacture + WS-MontantTVAFacture
      DISPLAY "Chantier " WS-NumChantierSaisi " terminé, facture "
          WS-NouvelleSeqFac " émise pour " WS-MontantAff " TTC "
          "(TVA " WS-TauxTVAFacture " %)."
      DISPLAY "Garantie jusqu'au " FinGarantieChaTable(IdxCha) "."
      IF PretChaTable(IdxCha) > 0 AND WS-FactureEmise = "O"
         PERFORM REGLER-PAR-FINANCEMENT
      END-IF
      CALL 'GCB_FICHE_COUT' USING WS-ModeFicheCout
          WS-NumChantierSaisi WS-CoutPrevuFiche WS-CoutReelFiche
          WS-FicheTrouvee
   END-IF.

EMETTRE-FACTURE-CHANTIER.
      *> Facture de solde : le hors taxe des acomptes et étapes déjà
      *> facturés sur le chantier est déduit du marché.
   PERFORM CHARGER-TABLE-FACTURES.
   MOVE NumChaTable(IdxCha) TO WS-NumChantierCourant.
   PERFORM CUMULER-FACTURATION-CHANTIER.
   COMPUTE WS-ResteAFacturer
       = MontantChaTable(IdxCha) - WS-FactureHTCumul.
   IF WS-ResteAFacturer < 0
      MOVE 0 TO WS-ResteAFacturer
   END-IF.
   MOVE WS-ResteAFacturer TO WS-MontantHTFacture.
   MOVE "S" TO WS-TypeFactureEmise.
   PERFORM APPELER-FACTURE-CHANTIER.

REGLER-PAR-FINANCEMENT.
      *> Le capital va au compte de la boutique, pas au client ;
      *> ce qui dépasserait le prêt accordé reste dû sur la facture.
   PERFORM LIRE-COMPTE-BOUTIQUE.
   COMPUTE WS-MontantFinance
       = WS-MontantHTFacture + WS-MontantTVAFacture.
   MOVE "D" TO WS-ModeFinance.
   CALL 'GCB_PRET_CHANTIER' USING WS-ModeFinance WS-NumClientFinance
       WS-CompteBoutique WS-MontantFinance WS-TauxFinance
       WS-DureeFinance WS-MensualiteFinance PretChaTable(IdxCha)
       WS-FinancementFait.
   IF WS-FinancementFait = "N"
      DISPLAY "Facture " WS-NouvelleSeqFac " laissée ouverte, à "
          "encaisser (choix 4)."
   ELSE
      PERFORM CHARGER-TABLE-FACTURES
      MOVE "N" TO WS-FactureTrouvee
      PERFORM VARYING IdxFac FROM 1 BY 1
          UNTIL IdxFac > WS-NbFactures
          OR WS-FactureTrouvee = "O"
         IF NumFacTable(IdxFac) = WS-NouvelleSeqFac
            MOVE "O" TO WS-FactureTrouvee
            SUBTRACT 1 FROM IdxFac
         END-IF
      END-PERFORM
      IF WS-FactureTrouvee = "O"
         MOVE WS-MontantFinance TO WS-MontantPaiement
         PERFORM SOLDER-FACTURE
      END-IF
   END-IF.

OUVRIR-GARANTIE-CHANTIER.
   CALL 'GCB_PARAMETRE' USING CleGarantieChantier WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-JoursGarantie
   END-IF.
   MOVE WS-DateJour TO AchevementChaTable(IdxCha).
   COMPUTE WS-EntierGarantie
       = FUNCTION INTEGER-OF-DATE(WS-DateJour) + WS-JoursGarantie.
   COMPUTE FinGarantieChaTable(IdxCha)
       = FUNCTION DATE-OF-INTEGER(WS-EntierGarantie).

APPELER-FACTURE-CHANTIER.
   CALL 'GCB_FACTURE_CHANTIER' USING NumChaTable(IdxCha)
       ClientChaTable(IdxCha) WS-MontantHTFacture WS-TypeFactureEmise
       WS-NouvelleSeqFac WS-TauxTVAFacture WS-MontantTVAFacture
       WS-FactureEmise.

CUMULER-FACTURATION-CHANTIER.
      *> Sur la table des factures déjà chargée : hors taxe facturé
      *> et TTC réglé à date pour WS-NumChantierCourant. Une facture
      *> de l'ancien dessin, sans hors taxe, compte pour son TTC.
   MOVE 0 TO WS-FactureHTCumul.
   MOVE 0 TO WS-RegleCumul.
   PERFORM VARYING IdxFac FROM 1 BY 1
       UNTIL IdxFac > WS-NbFactures
      IF ChantierFacTable(IdxFac) = WS-NumChantierCourant
         IF HTFacTable(IdxFac) IS NUMERIC
            AND HTFacTable(IdxFac) > 0
            ADD HTFacTable(IdxFac) TO WS-FactureHTCumul
         ELSE
            ADD MontantFacTable(IdxFac) TO WS-FactureHTCumul
         END-IF
         ADD RegleFacTable(IdxFac) TO WS-RegleCumul
      END-IF
   END-PERFORM.

FACTURER-ETAPE-CHANTIER.
      *> Les étapes intermédiaires du plan de facturation se
      *> facturent dans l'ordre, chantier en cours.
   DISPLAY "Numéro du chantier : ".
   ACCEPT WS-NumChantierSaisi.
   PERFORM CHARGER-TABLE-CHANTIERS.
   MOVE "N" TO WS-ChantierTrouve.
   PERFORM VARYING IdxCha FROM 1 BY 1
       UNTIL IdxCha > WS-NbChantiers
       OR WS-ChantierTrouve = "O"
      IF NumChaTable(IdxCha) = WS-NumChantierSaisi
         AND StatutChaTable(IdxCha) = "C"
         MOVE "O" TO WS-ChantierTrouve
         SUBTRACT 1 FROM IdxCha
      END-IF
   END-PERFORM.
   IF WS-ChantierTrouve = "N"
      DISPLAY "Chantier en cours introuvable."
   ELSE
   IF EtapesFactChaTable(IdxCha) >= NbEtapesChaTable(IdxCha)
      DISPLAY "Aucune étape restant à facturer sur ce chantier "
          "(le solde se facture à l'achèvement)."
   ELSE
      COMPUTE WS-EtapeAFacturer = EtapesFactChaTable(IdxCha) + 1
      COMPUTE WS-MontantHTFacture ROUNDED = MontantChaTable(IdxCha)
          * PctEtapeChaTable(IdxCha, WS-EtapeAFacturer) / 100
      MOVE "E" TO WS-TypeFactureEmise
      PERFORM APPELER-FACTURE-CHANTIER
      IF WS-FactureEmise = "O"
         MOVE WS-EtapeAFacturer TO EtapesFactChaTable(IdxCha)
         PERFORM REECRIRE-TABLE-CHANTIERS
         COMPUTE WS-MontantAff
             = WS-MontantHTFacture + WS-MontantTVAFacture
         DISPLAY "Etape " WS-EtapeAFacturer " ("
             PctEtapeChaTable(IdxCha, WS-EtapeAFacturer)
             " % du marché) : facture " WS-NouvelleSeqFac
             " émise pour " WS-MontantAff " TTC."
      END-IF
   END-IF
   END-IF.

CHARGER-TABLE-FACTURES.
               MOVE MontantRegleFacture
                   TO RegleFacTable(WS-NbFactures)
               MOVE StatutFacture TO StatutFacTable(WS-NbFactures)
               MOVE MontantHTFacture TO HTFacTable(WS-NbFactures)
               MOVE TauxTVAFacture
                   TO TauxTVAFacTable(WS-NbFactures)
               MOVE MontantTVAFacture TO TVAFacTable(WS-NbFactures)
               MOVE TypeFactureChantier
                   TO TypeFacTable(WS-NbFactures)
            END-IF
      END-READ
   END-PERFORM.
      MOVE DateFacTable(IdxFac) TO DateFacture
      MOVE RegleFacTable(IdxFac) TO MontantRegleFacture
      MOVE StatutFacTable(IdxFac) TO StatutFacture
      MOVE HTFacTable(IdxFac) TO MontantHTFacture
      MOVE TauxTVAFacTable(IdxFac) TO TauxTVAFacture
      MOVE TVAFacTable(IdxFac) TO MontantTVAFacture
      MOVE TypeFacTable(IdxFac) TO TypeFactureChantier
      WRITE FactureChantierRecord
   END-PERFORM.
   CLOSE GCBFacturesChantierFile.
             - RegleFacTable(IdxFac)
         MOVE WS-ResteDu TO WS-MontantAff
         DISPLAY "Facture " NumFacTable(IdxFac) " du "
             DateFacTable(IdxFac) " " TypeFacTable(IdxFac) " "
             ClientFacTable(IdxFac) " reste dû " WS-MontantAff
      END-IF
   END-PERFORM.
   DISPLAY "(A = acompte, E = étape, S ou blanc = solde)".
   PERFORM CHARGER-TABLE-CHANTIERS.
   DISPLAY "--- Facturé à date / marché par chantier ---".
   PERFORM VARYING IdxCha FROM 1 BY 1
       UNTIL IdxCha > WS-NbChantiers
      MOVE NumChaTable(IdxCha) TO WS-NumChantierCourant
      PERFORM CUMULER-FACTURATION-CHANTIER
      IF StatutChaTable(IdxCha) NOT = "T"
         OR WS-RegleCumul < WS-FactureHTCumul
         PERFORM AFFICHER-AVANCEMENT-FACTURATION
      END-IF
   END-PERFORM.

AFFICHER-AVANCEMENT-FACTURATION.
      *> Marché et facturé à date en hors taxe, réglé en TTC.
   MOVE 0 TO WS-PctFacture.
   IF MontantChaTable(IdxCha) > 0
      COMPUTE WS-PctFacture ROUNDED
          = WS-FactureHTCumul * 100 / MontantChaTable(IdxCha)
   END-IF.
   MOVE MontantChaTable(IdxCha) TO WS-MontantAff.
   MOVE WS-FactureHTCumul TO WS-MontantAff2.
   MOVE WS-RegleCumul TO WS-MontantAff3.
   DISPLAY "Chantier " NumChaTable(IdxCha) " "
       ClientChaTable(IdxCha) " statut " StatutChaTable(IdxCha).
   DISPLAY "   marché HT " WS-MontantAff " facturé HT "
       WS-MontantAff2 " (" WS-PctFacture " %) réglé TTC "
       WS-MontantAff3.

ENCAISSER-FACTURE.
   DISPLAY "Numéro de la facture : ".
         CALL 'GCB_PRODUIT' USING WS-NumComptePayeur
             WS-CodeProduitPayeur WS-TauxProduitPayeur
             WS-DecouvertPayeur WS-RetraitsLibresPayeur
         CALL 'GCB_MINEUR' USING WS-NumComptePayeur
             WS-PayeurMineur WS-TuteurPayeur
         MOVE 0 TO WS-PlancherPayeur
         IF WS-DecouvertPayeur = "O" AND WS-PayeurMineur NOT = "O"
            COMPUTE WS-PlancherPayeur
                = 0 - WS-MontantDecouvertMax
         END-IF
         CALL 'GCB_CHEQUES_ATTENTE' USING WS-NumComptePayeur
             WS-TotalChequesPayeur
         ADD WS-TotalChequesPayeur TO WS-PlancherPayeur
         CALL 'GCB_ENVELOPPES' USING WS-NumComptePayeur
             WS-TotalEnveloppesPayeur
         ADD WS-TotalEnveloppesPayeur TO WS-PlancherPayeur
         IF WS-MontantPaiement > WS-SoldePayeur - WS-PlancherPayeur
            DISPLAY "Solde insuffisant sur le compte du client. "
                "Encaissement refusé."
CREDITER-COMPTE-BOUTIQUE.
      *> Le produit du chantier entre sur le compte de la boutique
      *> par GCB_WRITE, comme la remise des recettes du magasin.
   PERFORM LIRE-COMPTE-BOUTIQUE.
   MOVE 0 TO WS-SoldeBoutique.
   CALL 'GCB_LECTURE' USING WS-CompteBoutique WS-SoldeBoutique
       WS-StatutBoutique WS-PinBoutique WS-DeviseBoutique
       WS-NomBoutique WS-JointBoutique WS-CotitulaireBoutique
       WS-BeneficiaireBoutique.
   MOVE WS-MontantPaiement TO WS-MontantDebit.
   COMPUTE WS-SoldeBoutique = WS-SoldeBoutique + WS-MontantDebit.
   CALL 'GCB_WRITE' USING WS-CompteBoutique ActionEncChantier
       WS-MontantDebit WS-SoldeBoutique WS-PinBoutique
       WS-DeviseBoutique WS-NomBoutique WS-JointBoutique
       WS-CotitulaireBoutique WS-BeneficiaireBoutique
       WS-StatutBoutique.

LIRE-COMPTE-BOUTIQUE.
   MOVE 0 TO WS-CompteBoutique.
   OPEN INPUT GCBCompteBoutiqueFile.
   IF WS-CONFIG-STATUS = "00"
      WRITE CompteBoutiqueRecord
      CLOSE GCBCompteBoutiqueFile
   END-IF.

SOLDER-FACTURE.
   ADD WS-MontantPaiement TO RegleFacTable(IdxFac).
      DISPLAY "Acompte enregistré, reste dû " WS-MontantAff "."
   END-IF.
   PERFORM REECRIRE-TABLE-FACTURES.
   IF StatutFacTable(IdxFac) = "S" AND TypeFacTable(IdxFac) = "A"
      PERFORM PLANIFIER-APRES-ACOMPTE
   END-IF.

PLANIFIER-APRES-ACOMPTE.
      *> L'acompte soldé libère le chantier : l'équipe choisie à
      *> l'acceptation reçoit son premier créneau libre à partir
      *> d'aujourd'hui.
   MOVE ChantierFacTable(IdxFac) TO WS-NumChantierCourant.
   PERFORM CHARGER-TABLE-CHANTIERS.
   MOVE "N" TO WS-ChantierTrouve.
   PERFORM VARYING IdxCha FROM 1 BY 1
       UNTIL IdxCha > WS-NbChantiers
       OR WS-ChantierTrouve = "O"
      IF NumChaTable(IdxCha) = WS-NumChantierCourant
         AND StatutChaTable(IdxCha) = "A"
         MOVE "O" TO WS-ChantierTrouve
         SUBTRACT 1 FROM IdxCha
      END-IF
   END-PERFORM.
   IF WS-ChantierTrouve = "O"
      MOVE EquipeChaTable(IdxCha) TO WS-CodeEquipeSaisi
      MOVE "N" TO WS-EquipeTrouvee
      PERFORM RESERVER-CRENEAU-ACOMPTE UNTIL WS-EquipeTrouvee = "O"
      MOVE "P" TO StatutChaTable(IdxCha)
      PERFORM REECRIRE-TABLE-CHANTIERS
      DISPLAY "Acompte réglé : chantier " NumChaTable(IdxCha)
          " planifié du " DatePrevueChaTable(IdxCha) " au "
          FinChaTable(IdxCha) " (équipe " EquipeChaTable(IdxCha) ")."
   END-IF.

RESERVER-CRENEAU-ACOMPTE.
   MOVE "P" TO WS-ModePlanning.
   MOVE WS-DateJour TO WS-DebutPlanning.
   MOVE DureeChaTable(IdxCha) TO WS-DureePlanning.
   MOVE NumChaTable(IdxCha) TO WS-ChantierExclu.
   CALL 'GCB_PLANNING_EQUIPE' USING WS-ModePlanning
       WS-CodeEquipeSaisi WS-DebutPlanning WS-DureePlanning
       WS-ChantierExclu WS-FinPlanning WS-ResultatPlanning
       WS-ChantierConflit.
   IF WS-ResultatPlanning = "E"
      DISPLAY "Equipe " WS-CodeEquipeSaisi " inconnue ou suspendue."
          " Autre équipe : "
      ACCEPT WS-CodeEquipeSaisi
   ELSE
      IF WS-ResultatPlanning = "X"
         DISPLAY "Registre des équipes vide. Date prévue du "
             "chantier (AAAAMMJJ) : "
         ACCEPT WS-DebutPlanning
         MOVE WS-DebutPlanning TO WS-FinPlanning
      END-IF
      MOVE WS-CodeEquipeSaisi TO EquipeChaTable(IdxCha)
      MOVE WS-DebutPlanning TO DatePrevueChaTable(IdxCha)
      MOVE WS-FinPlanning TO FinChaTable(IdxCha)
      MOVE "O" TO WS-EquipeTrouvee
   END-IF.

CONSOMMER-MATERIAUX-CHANTIER.
      *> Relit les quantités du devis du chantier puis sort les
      DISPLAY LibelleMatTable(IdxMat) " : "
          WS-QuantiteConsommee " consommé(s), reste en stock "
          StockMatTable(IdxMat)
      IF WS-QuantiteConsommee > 0
         PERFORM IMPUTER-MATERIAU-CHANTIER
      END-IF
   END-IF.

IMPUTER-MATERIAU-CHANTIER.
   OPEN EXTEND GCBCoutsChantierFile.
   IF WS-COUT-STATUS = "35"
      OPEN OUTPUT GCBCoutsChantierFile
   END-IF.
   IF WS-COUT-STATUS NOT = "00"
      DISPLAY "Erreur GCBCoutsChantierFile, statut " WS-COUT-STATUS
   ELSE
      MOVE NumChaTable(IdxCha) TO NumChantierCout
      MOVE WS-DateJour TO DateCout
      MOVE "M" TO NatureCout
      MOVE CodeMatTable(IdxMat) TO ReferenceCout
      MOVE WS-QuantiteConsommee TO QuantiteCout
      MOVE CoutMatTable(IdxMat) TO CoutUnitaireCout
      COMPUTE MontantCout
          = WS-QuantiteConsommee * CoutMatTable(IdxMat)
      WRITE CoutChantierRecord
      CLOSE GCBCoutsChantierFile
   END-IF.
