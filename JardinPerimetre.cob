01 WS-NouvelleSeqCha PIC 9(6).
01 WS-DatePrevueSaisie PIC 9(8).
01 WS-EquipeSaisie PIC X(10).
      *> Durée du chantier en jours-équipe : périmètre du devis
      *> pondéré par la forme, au rendement d'une équipe (clé
      *> METRES-JOUR-EQUIPE de GCBParametresFile), arrondie au jour
      *> supérieur. Le créneau est ensuite cherché dans le planning
      *> de l'équipe par GCB_PLANNING_EQUIPE ; une double
      *> réservation demande l'accord d'un superviseur.
01 CleMetresJourEquipe PIC X(20) VALUE "METRES-JOUR-EQUIPE".
01 WS-MetresJourEquipe PIC 9(5)V9(4) VALUE 40.
01 WS-FacteurForme PIC 9V99.
01 WS-MetresPonderes PIC 9(7)V99.
01 WS-DureeChantier PIC 9(3).
01 WS-FinPrevueSaisie PIC 9(8).
01 WS-ModePlanning PIC X(1).
01 WS-DebutPlanning PIC 9(8).
01 WS-FinPlanning PIC 9(8).
01 WS-ResultatPlanning PIC X(1).
01 WS-ChantierConflit PIC 9(6).
01 WS-ChantierExclu PIC 9(6) VALUE 0.
01 WS-DebutPropose PIC 9(8).
01 WS-FinProposee PIC 9(8).
01 WS-ReponsePlanning PIC X(1).
01 WS-EquipeRetenue PIC X VALUE "N".
01 WS-CodeOperationSup PIC X(1).
01 WS-ReferenceSup PIC X(12).
01 WS-AutorisationOK PIC X VALUE "N".
      *> Plan de facturation des grands chantiers : acompte à la
      *> signature (clé ACOMPTE-CHANTIER, 30 % par défaut) facturé
      *> aussitôt par GCB_FACTURE_CHANTIER, étapes intermédiaires
      *> facturées ensuite par GCB_CHANTIERS. Avec un acompte,
      *> l'équipe est choisie mais le créneau n'est réservé qu'au
      *> règlement de l'acompte.
01 CleAcompteChantier PIC X(20) VALUE "ACOMPTE-CHANTIER".
01 WS-PctAcompteDefaut PIC 9(3) VALUE 30.
01 WS-ReponseAcompte PIC X(1).
01 WS-PctAcompte PIC 9(3).
01 WS-NbEtapes PIC 9(1).
01 WS-IdxEtape PIC 9(1).
01 WS-PctEtapes.
    05 WS-PctEtape PIC 9(3) OCCURS 3 TIMES.
01 WS-TotalPctPlan PIC 9(4).
01 WS-MontantHTAcompte PIC 9(9)V99.
01 WS-TypeFactureAcompte PIC X(1) VALUE "A".
01 WS-NumFactureAcompte PIC 9(6).
01 WS-TauxTVAAcompte PIC 9(2)V99.
01 WS-TVAAcompte PIC 9(9)V99.
01 WS-FactureAcompteEmise PIC X(1).
01 WS-TTCAcompteAff PIC Z(8)9.99.
      *> Coûts prévus figés sur le chantier à l'acceptation :
      *> matériaux du devis au coût unitaire du jour, heures de pose
      *> de la durée estimée (HEURES-JOUR-EQUIPE par jour-équipe)
      *> au taux horaire chargé TAUX-HORAIRE-POSE. La fiche de coût
      *> de l'achèvement (GCB_FICHE_COUT) les confronte au réel.
01 CleHeuresJourEquipe PIC X(20) VALUE "HEURES-JOUR-EQUIPE".
01 WS-HeuresJourEquipe PIC 9(5)V9(4) VALUE 16.
01 CleTauxHorairePose PIC X(20) VALUE "TAUX-HORAIRE-POSE".
01 WS-TauxHorairePose PIC 9(5)V9(4) VALUE 30.
01 WS-CoutMatPrevu PIC 9(7)V99.
01 WS-HeuresPrevues PIC 9(5)V99.
01 WS-CoutPrevuTotal PIC 9(9)V99.
01 WS-MargePrevue PIC S9(9)V99.
01 WS-CoutPrevuAff PIC Z(8)9.99.
01 WS-MargePrevueAff PIC -Z(8)9.99.
      *> Financement du marché par un prêt de la banque : le
      *> client emprunteur doit être au référentiel (GCB_CLIENTS)
      *> avec une pièce d'identité valide et un compte courant pour
      *> les échéances. Le TTC du marché (TVA de la catégorie
      *> CLOTURES) est chiffré par GCB_PRET_CHANTIER au taux
      *> TAUX-CREDIT-CLOTURE, accordé par un superviseur, et
      *> remplace acompte et étapes : le prêt règle la facture de
      *> solde à l'achèvement.
01 WS-ReponseFinancement PIC X(1).
01 WS-Financement PIC X(1) VALUE "N".
01 WS-SaisieClientFinie PIC X(1).
01 WS-DateJourFinance PIC 9(8).
01 WS-NumClientFinance PIC 9(6).
01 WS-NomClientFinance PIC X(30).
01 WS-AdresseClientFinance PIC X(40).
01 WS-ContactClientFinance PIC X(30).
01 WS-ClientFinanceTrouve PIC X(1).
01 WS-ExpirationDocFinance PIC 9(8).
01 CategorieTVAFinance PIC X(12) VALUE "CLOTURES".
01 WS-TauxTVAFinance PIC 9(2)V99.
01 WS-TVAFinance PIC 9(9)V99.
01 WS-ModeFinance PIC X(1).
01 WS-CompteFinance PIC 9(6).
01 WS-MontantFinance PIC 9(7)V99.
01 WS-TauxFinance PIC 9V9999.
01 WS-DureeFinance PIC 9(3).
01 WS-MensualiteFinance PIC 9(5)V99.
01 WS-NumPretFinance PIC 9(6) VALUE 0.
01 WS-FinancementFait PIC X(1).
01 WS-MontantFinanceAff PIC Z(6)9.99.
01 WS-MensualiteFinanceAff PIC Z(4)9.99.
01 WS-TauxFinanceAff PIC Z9.99.
      *> Réservation des matériaux du devis accepté : la table du
      *> petit fichier des matériaux est chargée, la réservation
      *> posée (poteaux, panneaux), le fichier réécrit, et un
      *> L'acceptation sort du tableau blanc : le chantier est
      *> planifié séance tenante, et GCB_CHANTIERS prend la suite
      *> (planning, achèvement, facturation du CoutDevis).
    PERFORM ESTIMER-DUREE-CHANTIER.
    PERFORM ESTIMER-COUTS-PREVUS.
    PERFORM PROPOSER-FINANCEMENT.
    IF WS-Financement = "O"
       MOVE 0 TO WS-PctAcompte
       MOVE 0 TO WS-NbEtapes
       INITIALIZE WS-PctEtapes
    ELSE
       PERFORM SAISIR-PLAN-FACTURATION
    END-IF.
    MOVE "N" TO WS-EquipeRetenue.
    IF WS-PctAcompte > 0
       PERFORM CHOISIR-EQUIPE-SANS-CRENEAU
           UNTIL WS-EquipeRetenue = "O"
    ELSE
       PERFORM CHOISIR-EQUIPE-CHANTIER UNTIL WS-EquipeRetenue = "O"
    END-IF.
    MOVE 0 TO WS-DerniereSeqCha.
    OPEN INPUT GCBChantierSeqFile.
    IF WS-CHASEQ-STATUS = "00"
    OPEN OUTPUT GCBChantierSeqFile.
    WRITE ChantierSeqRecord.
    CLOSE GCBChantierSeqFile.
    IF WS-Financement = "O"
       PERFORM OUVRIR-PRET-FINANCEMENT
    END-IF.
    OPEN EXTEND GCBChantiersFile.
    IF WS-CHA-STATUS = "35"
       OPEN OUTPUT GCBChantiersFile
       MOVE WS-DatePrevueSaisie TO DatePrevueChantier
       MOVE WS-EquipeSaisie TO EquipeChantier
       MOVE CoutDevisTable(WS-IdxDevisAccepte) TO MontantChantier
       MOVE 0 TO NumFactureChantier
       MOVE WS-DureeChantier TO DureeChantier
       MOVE WS-FinPrevueSaisie TO DateFinPrevueChantier
       MOVE WS-PctAcompte TO PctAcompteChantier
       MOVE WS-NbEtapes TO NbEtapesChantier
       PERFORM VARYING WS-IdxEtape FROM 1 BY 1 UNTIL WS-IdxEtape > 3
          MOVE WS-PctEtape(WS-IdxEtape)
              TO PctEtapeChantier(WS-IdxEtape)
       END-PERFORM
       MOVE 0 TO NbEtapesFactureesChantier
       MOVE 0 TO DateAchevementChantier
       MOVE 0 TO FinGarantieChantier
       MOVE WS-CoutMatPrevu TO CoutMatPrevuChantier
       MOVE WS-HeuresPrevues TO HeuresPrevuesChantier
       MOVE WS-TauxHorairePose TO TauxHorairePrevuChantier
       MOVE WS-NumPretFinance TO NumPretChantier
       IF WS-PctAcompte > 0
          MOVE "A" TO StatutChantier
       ELSE
          MOVE "P" TO StatutChantier
       END-IF
       WRITE ChantierRecord
       CLOSE GCBChantiersFile
       IF WS-PctAcompte > 0
          DISPLAY "Chantier " WS-NouvelleSeqCha " ouvert pour "
              "l'équipe " WS-EquipeSaisie ", en attente de l'acompte."
          PERFORM FACTURER-ACOMPTE-CHANTIER
       ELSE
          DISPLAY "Chantier " WS-NouvelleSeqCha " planifié du "
              WS-DatePrevueSaisie " au " WS-FinPrevueSaisie
              " (équipe " WS-EquipeSaisie ")."
       END-IF
       PERFORM RESERVER-MATERIAUX-DEVIS
    END-IF.

PROPOSER-FINANCEMENT.
    MOVE "N" TO WS-Financement.
    MOVE 0 TO WS-NumPretFinance.
    DISPLAY "Financement du marché par un prêt de la banque ? "
        "(O/N) : ".
    ACCEPT WS-ReponseFinancement.
    IF WS-ReponseFinancement = "O" OR WS-ReponseFinancement = "o"
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJourFinance
       MOVE "N" TO WS-ClientFinanceTrouve
       MOVE "N" TO WS-SaisieClientFinie
       PERFORM LIRE-CLIENT-FINANCE UNTIL WS-SaisieClientFinie = "O"
       IF WS-ClientFinanceTrouve = "O"
          PERFORM CHIFFRER-FINANCEMENT
       END-IF
       IF WS-Financement = "N"
          DISPLAY "Marché non financé : plan de facturation "
              "ordinaire."
       END-IF
    END-IF.

LIRE-CLIENT-FINANCE.
      *> Un client inconnu entre en relation par GCB_CLIENTS
      *> (identité, pièce, filtrage, compte rattaché) avant d'être
      *> ressaisi ici ; le devis ne crée pas de client.
    DISPLAY "Numéro de client de l'emprunteur (0 = sans "
        "financement) : ".
    ACCEPT WS-NumClientFinance.
    IF WS-NumClientFinance = 0
       MOVE "N" TO WS-ClientFinanceTrouve
       MOVE "O" TO WS-SaisieClientFinie
    ELSE
       CALL 'GCB_CLIENT_LECTURE' USING WS-NumClientFinance
           WS-NomClientFinance WS-AdresseClientFinance
           WS-ContactClientFinance WS-ClientFinanceTrouve
           WS-ExpirationDocFinance
       IF WS-ClientFinanceTrouve = "N"
          DISPLAY "Client inconnu : l'enregistrer dans GCB_CLIENTS "
              "avec un compte courant, puis ressaisir son numéro."
       ELSE
       IF WS-ExpirationDocFinance NOT > WS-DateJourFinance
          DISPLAY "Client " WS-NomClientFinance " : pièce "
              "d'identité absente ou expirée, dossier KYC à "
              "régulariser dans GCB_CLIENTS."
          MOVE "N" TO WS-ClientFinanceTrouve
       ELSE
          DISPLAY "Emprunteur : " WS-NomClientFinance
          MOVE "O" TO WS-SaisieClientFinie
       END-IF
       END-IF
    END-IF.

CHIFFRER-FINANCEMENT.
      *> Le prêt couvre le TTC du marché ; la mensualité est celle
      *> de GCB_PRETS, à échéances constantes.
    CALL 'GCB_TVA_CATEGORIE' USING CategorieTVAFinance
        WS-DateJourFinance WS-TauxTVAFinance.
    COMPUTE WS-TVAFinance ROUNDED = CoutDevisTable(WS-IdxDevisAccepte)
        * WS-TauxTVAFinance / 100.
    COMPUTE WS-MontantFinance
        = CoutDevisTable(WS-IdxDevisAccepte) + WS-TVAFinance.
    DISPLAY "Compte courant du client pour les échéances : ".
    ACCEPT WS-CompteFinance.
    DISPLAY "Durée du prêt en mois : ".
    ACCEPT WS-DureeFinance.
    MOVE "C" TO WS-ModeFinance.
    CALL 'GCB_PRET_CHANTIER' USING WS-ModeFinance
        WS-NumClientFinance WS-CompteFinance WS-MontantFinance
        WS-TauxFinance WS-DureeFinance WS-MensualiteFinance
        WS-NumPretFinance WS-FinancementFait.
    IF WS-FinancementFait = "O"
       MOVE WS-MontantFinance TO WS-MontantFinanceAff
       MOVE WS-MensualiteFinance TO WS-MensualiteFinanceAff
       COMPUTE WS-TauxFinanceAff = WS-TauxFinance * 100
       DISPLAY "Prêt de " WS-MontantFinanceAff " TTC au taux de "
           WS-TauxFinanceAff " % sur " WS-DureeFinance " mois : "
           WS-DureeFinance " mensualités de " WS-MensualiteFinanceAff
           "."
       MOVE "W" TO WS-CodeOperationSup
       MOVE WS-NumDevisSaisi TO WS-ReferenceSup
       CALL 'GCB_AUTORISATION' USING WS-CodeOperationSup
           WS-ReferenceSup WS-AutorisationOK
       IF WS-AutorisationOK = "O"
          MOVE "O" TO WS-Financement
          DISPLAY "Financement accordé : ni acompte ni étapes, le "
              "prêt réglera la facture de solde."
       ELSE
          DISPLAY "Financement refusé par le superviseur."
       END-IF
    END-IF.

OUVRIR-PRET-FINANCEMENT.
    MOVE "O" TO WS-ModeFinance.
    CALL 'GCB_PRET_CHANTIER' USING WS-ModeFinance
        WS-NumClientFinance WS-CompteFinance WS-MontantFinance
        WS-TauxFinance WS-DureeFinance WS-MensualiteFinance
        WS-NumPretFinance WS-FinancementFait.
    IF WS-FinancementFait = "O"
       DISPLAY "Prêt " WS-NumPretFinance " ouvert pour le chantier "
           WS-NouvelleSeqCha ", décaissé à l'achèvement."
    ELSE
       MOVE "N" TO WS-Financement
       MOVE 0 TO WS-NumPretFinance
       DISPLAY "Dossier de prêt non ouvert : tout le marché sera "
           "facturé au solde."
    END-IF.

SAISIR-PLAN-FACTURATION.
      *> Sans acompte, tout le marché est facturé à l'achèvement
      *> comme avant. Acompte et étapes ne peuvent couvrir tout le
      *> marché : il reste toujours un solde à l'achèvement.
    CALL 'GCB_PARAMETRE' USING CleAcompteChantier WS-ValeurParam
        WS-ParamTrouve.
    IF WS-ParamTrouve = "O" AND WS-ValeurParam > 0
       AND WS-ValeurParam < 100
       MOVE WS-ValeurParam TO WS-PctAcompteDefaut
    END-IF.
    MOVE 0 TO WS-PctAcompte.
    MOVE 0 TO WS-NbEtapes.
    INITIALIZE WS-PctEtapes.
    DISPLAY "Acompte à la signature ? (O/N) : ".
    ACCEPT WS-ReponseAcompte.
    IF WS-ReponseAcompte = "O" OR WS-ReponseAcompte = "o"
       DISPLAY "Pourcentage d'acompte (0 = " WS-PctAcompteDefaut
           " %) : "
       ACCEPT WS-PctAcompte
       IF WS-PctAcompte = 0 OR WS-PctAcompte >= 100
          MOVE WS-PctAcompteDefaut TO WS-PctAcompte
       END-IF
       DISPLAY "Nombre d'étapes intermédiaires (0 à 3) : "
       ACCEPT WS-NbEtapes
       IF WS-NbEtapes > 3
          MOVE 3 TO WS-NbEtapes
       END-IF
       MOVE WS-PctAcompte TO WS-TotalPctPlan
       PERFORM VARYING WS-IdxEtape FROM 1 BY 1
           UNTIL WS-IdxEtape > WS-NbEtapes
          DISPLAY "Pourcentage du marché de l'étape " WS-IdxEtape
              " : "
          ACCEPT WS-PctEtape(WS-IdxEtape)
          ADD WS-PctEtape(WS-IdxEtape) TO WS-TotalPctPlan
       END-PERFORM
       IF WS-TotalPctPlan >= 100
          DISPLAY "Acompte et étapes couvrent tout le marché : "
              "étapes abandonnées, solde à l'achèvement."
          MOVE 0 TO WS-NbEtapes
          INITIALIZE WS-PctEtapes
       END-IF
    END-IF.

CHOISIR-EQUIPE-SANS-CRENEAU.
      *> L'équipe est contrôlée au registre ; le premier créneau
      *> libre n'est qu'indicatif, il sera cherché de nouveau au
      *> règlement de l'acompte.
    DISPLAY "Equipe affectée : ".
    ACCEPT WS-EquipeSaisie.
    MOVE "P" TO WS-ModePlanning.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DebutPlanning.
    CALL 'GCB_PLANNING_EQUIPE' USING WS-ModePlanning WS-EquipeSaisie
        WS-DebutPlanning WS-DureeChantier WS-ChantierExclu
        WS-FinPlanning WS-ResultatPlanning WS-ChantierConflit.
    IF WS-ResultatPlanning = "E"
       DISPLAY "Equipe inconnue ou suspendue."
    ELSE
       IF WS-ResultatPlanning = "N"
          DISPLAY "Premier créneau libre à ce jour : du "
              WS-DebutPlanning " au " WS-FinPlanning
              " (réservé au règlement de l'acompte)."
       END-IF
       MOVE 0 TO WS-DatePrevueSaisie
       MOVE 0 TO WS-FinPrevueSaisie
       MOVE "O" TO WS-EquipeRetenue
    END-IF.

FACTURER-ACOMPTE-CHANTIER.
    COMPUTE WS-MontantHTAcompte ROUNDED
        = CoutDevisTable(WS-IdxDevisAccepte) * WS-PctAcompte / 100.
    CALL 'GCB_FACTURE_CHANTIER' USING WS-NouvelleSeqCha
        NomDevisTable(WS-IdxDevisAccepte) WS-MontantHTAcompte
        WS-TypeFactureAcompte WS-NumFactureAcompte WS-TauxTVAAcompte
        WS-TVAAcompte WS-FactureAcompteEmise.
    IF WS-FactureAcompteEmise = "O"
       COMPUTE WS-TTCAcompteAff = WS-MontantHTAcompte + WS-TVAAcompte
       DISPLAY "Facture d'acompte " WS-NumFactureAcompte " émise ("
           WS-PctAcompte " %) : " WS-TTCAcompteAff " TTC, à régler "
           "avant planification."
    END-IF.

ESTIMER-DUREE-CHANTIER.
      *> Un cercle ou une forme en L se posent moins vite qu'un
      *> rectangle ; une propriété multi-zones multiplie les
      *> installations de chantier.
    CALL 'GCB_PARAMETRE' USING CleMetresJourEquipe WS-ValeurParam
        WS-ParamTrouve.
    IF WS-ParamTrouve = "O" AND WS-ValeurParam > 0
       MOVE WS-ValeurParam TO WS-MetresJourEquipe
    END-IF.
    EVALUATE FormeDevisTable(WS-IdxDevisAccepte)
       WHEN 2 MOVE 1.20 TO WS-FacteurForme
       WHEN 3 MOVE 1.10 TO WS-FacteurForme
       WHEN 4 MOVE 1.25 TO WS-FacteurForme
       WHEN OTHER MOVE 1.00 TO WS-FacteurForme
    END-EVALUATE.
    COMPUTE WS-MetresPonderes ROUNDED
        = PerimetreDevisTable(WS-IdxDevisAccepte) * WS-FacteurForme.
    COMPUTE WS-DureeChantier = WS-MetresPonderes / WS-MetresJourEquipe.
    IF WS-DureeChantier * WS-MetresJourEquipe < WS-MetresPonderes
       ADD 1 TO WS-DureeChantier
    END-IF.
    IF WS-DureeChantier = 0
       MOVE 1 TO WS-DureeChantier
    END-IF.
    DISPLAY "Durée estimée du chantier : " WS-DureeChantier
        " jour(s)-équipe.".

ESTIMER-COUTS-PREVUS.
    CALL 'GCB_PARAMETRE' USING CleHeuresJourEquipe WS-ValeurParam
        WS-ParamTrouve.
    IF WS-ParamTrouve = "O" AND WS-ValeurParam > 0
       MOVE WS-ValeurParam TO WS-HeuresJourEquipe
    END-IF.
    CALL 'GCB_PARAMETRE' USING CleTauxHorairePose WS-ValeurParam
        WS-ParamTrouve.
    IF WS-ParamTrouve = "O" AND WS-ValeurParam > 0
       MOVE WS-ValeurParam TO WS-TauxHorairePose
    END-IF.
    PERFORM CHARGER-TABLE-MATERIAUX.
    MOVE 0 TO WS-CoutMatPrevu.
    PERFORM VARYING IdxMat FROM 1 BY 1
        UNTIL IdxMat > WS-NbMateriaux
       IF CodeMatTable(IdxMat) = "POTEAU"
          COMPUTE WS-CoutMatPrevu = WS-CoutMatPrevu
              + PoteauxDevisTable(WS-IdxDevisAccepte)
              * CoutMatTable(IdxMat)
       END-IF
       IF CodeMatTable(IdxMat) = "PANNEAU"
          COMPUTE WS-CoutMatPrevu = WS-CoutMatPrevu
              + PanneauxDevisTable(WS-IdxDevisAccepte)
              * CoutMatTable(IdxMat)
       END-IF
    END-PERFORM.
    COMPUTE WS-HeuresPrevues ROUNDED
        = WS-DureeChantier * WS-HeuresJourEquipe.
    COMPUTE WS-CoutPrevuTotal ROUNDED
        = WS-CoutMatPrevu + WS-HeuresPrevues * WS-TauxHorairePose.
    COMPUTE WS-MargePrevue
        = CoutDevisTable(WS-IdxDevisAccepte) - WS-CoutPrevuTotal.
    MOVE WS-CoutPrevuTotal TO WS-CoutPrevuAff.
    MOVE WS-MargePrevue TO WS-MargePrevueAff.
    DISPLAY "Coût prévu : " WS-CoutPrevuAff " (matériaux et "
        WS-HeuresPrevues " h de pose), marge prévue "
        WS-MargePrevueAff ".".

CHOISIR-EQUIPE-CHANTIER.
    DISPLAY "Equipe affectée : ".
    ACCEPT WS-EquipeSaisie.
    MOVE "P" TO WS-ModePlanning.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DebutPlanning.
    CALL 'GCB_PLANNING_EQUIPE' USING WS-ModePlanning WS-EquipeSaisie
        WS-DebutPlanning WS-DureeChantier WS-ChantierExclu
        WS-FinPlanning WS-ResultatPlanning WS-ChantierConflit.
    IF WS-ResultatPlanning = "X"
          *> Aucune équipe encore enregistrée : saisie libre comme
          *> avant la tenue du registre.
       DISPLAY "Registre des équipes vide : date prise sans "
           "contrôle de capacité."
       DISPLAY "Date prévue du chantier (AAAAMMJJ) : "
       ACCEPT WS-DatePrevueSaisie
       MOVE WS-DatePrevueSaisie TO WS-FinPrevueSaisie
       MOVE "O" TO WS-EquipeRetenue
    ELSE
    IF WS-ResultatPlanning = "E"
       DISPLAY "Equipe inconnue ou suspendue."
    ELSE
       MOVE WS-DebutPlanning TO WS-DebutPropose
       MOVE WS-FinPlanning TO WS-FinProposee
       DISPLAY "Premier créneau libre de l'équipe : du "
           WS-DebutPropose " au " WS-FinProposee "."
       DISPLAY "Retenir ce créneau ? (O/N) : "
       ACCEPT WS-ReponsePlanning
       IF WS-ReponsePlanning = "O" OR WS-ReponsePlanning = "o"
          MOVE WS-DebutPropose TO WS-DatePrevueSaisie
          MOVE WS-FinProposee TO WS-FinPrevueSaisie
       ELSE
          PERFORM VERIFIER-DATE-IMPOSEE
       END-IF
       MOVE "O" TO WS-EquipeRetenue
    END-IF
    END-IF.

VERIFIER-DATE-IMPOSEE.
      *> Une autre date est contrôlée sur le planning de l'équipe ;
      *> si elle chevauche un chantier déjà pris, seul un
      *> superviseur peut forcer la double réservation, faute de
      *> quoi le créneau libre proposé est retenu.
    DISPLAY "Date prévue souhaitée (AAAAMMJJ) : ".
    ACCEPT WS-DatePrevueSaisie.
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-DatePrevueSaisie) NOT = 0
       DISPLAY "Date invalide : créneau proposé retenu."
       MOVE WS-DebutPropose TO WS-DatePrevueSaisie
       MOVE WS-FinProposee TO WS-FinPrevueSaisie
    ELSE
       MOVE "V" TO WS-ModePlanning
       MOVE WS-DatePrevueSaisie TO WS-DebutPlanning
       CALL 'GCB_PLANNING_EQUIPE' USING WS-ModePlanning
           WS-EquipeSaisie WS-DebutPlanning WS-DureeChantier
           WS-ChantierExclu WS-FinPlanning WS-ResultatPlanning
           WS-ChantierConflit
       IF WS-ResultatPlanning = "N"
          MOVE WS-DebutPlanning TO WS-DatePrevueSaisie
          MOVE WS-FinPlanning TO WS-FinPrevueSaisie
       ELSE
          DISPLAY "L'équipe est déjà prise par le chantier "
              WS-ChantierConflit " sur cette période."
          MOVE "Q" TO WS-CodeOperationSup
          MOVE WS-ChantierConflit TO WS-ReferenceSup
          CALL 'GCB_AUTORISATION' USING WS-CodeOperationSup
              WS-ReferenceSup WS-AutorisationOK
          IF WS-AutorisationOK = "O"
             DISPLAY "Double réservation autorisée."
             MOVE WS-DebutPlanning TO WS-DatePrevueSaisie
             MOVE WS-FinPlanning TO WS-FinPrevueSaisie
          ELSE
             DISPLAY "Double réservation refusée : créneau libre "
                 "retenu."
             MOVE WS-DebutPropose TO WS-DatePrevueSaisie
             MOVE WS-FinProposee TO WS-FinPrevueSaisie
          END-IF
       END-IF
    END-IF.

CHARGER-TABLE-MATERIAUX.
    MOVE 0 TO WS-NbMateriaux.
    MOVE "N" TO WS-EOF-MAT.
