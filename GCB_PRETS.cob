        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".
    SELECT GCBDemandesPretFile
        FILE STATUS IS WS-DEM-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBDemandesPretFile.txt".
    SELECT EditionPretFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEdition.

DATA DIVISION.
FILE SECTION.
   FD GCBJourFile.
   COPY JOUR.

   FD GCBDemandesPretFile.
   COPY DEMPRET.

   FD EditionPretFile.
   01 LigneEdition PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-PRET-STATUS PIC 99.
   01 WS-ECH-STATUS PIC 99.
   01 WS-PRETSEQ-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-DEM-STATUS PIC 99.
   01 WS-EOF-PRET PIC X VALUE "N".
   01 WS-EOF-ECH PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 0.

      *> Capture d'un prêt : le compte courant du client est crédité
      *> du capital par GCB_WRITE (action DECAISS-PR) et l'échéancier
      *> complet est généré d'un coup, à mensualité constante. Compte,
      *> capital, taux et durée sont ceux d'une demande approuvée de
      *> GCBDemandesPretFile (GCB_DEMANDES_PRET), qui passe alors en
      *> "T" avec le numéro du prêt.
   01 WS-NumDemandeSaisi PIC 9(6).
   01 WS-DemandeTrouvee PIC X VALUE "N".
   01 WS-StatutDemandeLu PIC X(1).
   01 WS-DateDecisionLue PIC 9(8).
   01 ValiditeDemandeJours PIC 9(3) VALUE 30.
   01 CleValidite PIC X(20) VALUE "VALIDITE-DEMANDE".
   01 WS-JoursEcoules PIC S9(7).
   01 WS-NbDemandesLues PIC 9(3) VALUE 0.
   01 IdxDemande PIC 9(3).
   01 TableDemandes OCCURS 500 TIMES.
      05 LigneDemandeTable PIC X(160).
   01 WS-NumCompteSaisi PIC 9(6).
   01 WS-MontantSaisi PIC 9(7)V99.
   01 WS-TauxSaisi PIC 9V9999.
   01 ActionDecaissement PIC X(10) VALUE "DECAISS-PR".
   01 WS-MontantDecaisse PIC S9(5)V99.

      *> Remboursement anticipé : dossiers et échéanciers rechargés
      *> en tables pour réécriture, même mécanique et mêmes plafonds
      *> que GCB_PRET_ECHEANCES.
   01 WS-NbPrets PIC 9(3) VALUE 0.
   01 IdxPret PIC 9(3).
   01 TablePrets OCCURS 200 TIMES.
      05 NumPretTable PIC 9(6).
      05 ComptePretTable PIC 9(6).
      05 MontantPretTable PIC 9(7)V99.
      05 TauxPretTable PIC 9V9999.
      05 DureePretTable PIC 9(3).
      05 DateDebutPretTable PIC 9(8).
      05 MensualitePretTable PIC 9(5)V99.
      05 CapitalRestantTable PIC 9(7)V99.
      05 NbPayeesTable PIC 9(3).
      05 NbImpayesTable PIC 9(3).
      05 StatutPretTable PIC X(1).
   01 WS-NbEcheances PIC 9(4) VALUE 0.
   01 IdxEch PIC 9(4).
   01 WS-EcheancierTronque PIC X VALUE "N".
   01 TableEcheances OCCURS 2000 TIMES.
      05 NumPretEchTable PIC 9(6).
      05 NumEchTable PIC 9(3).
      05 DateEchTable PIC 9(8).
      05 PartCapitalEchTable PIC 9(5)V99.
      05 PartInteretEchTable PIC 9(5)V99.
      05 MontantEchTable PIC 9(5)V99.
      05 StatutEchTable PIC X(1).

      *> Le capital remboursé est prélevé comme une part capital
      *> d'échéance (ECH-PRET, contrepartie encours 2411) ;
      *> l'indemnité contractuelle est une ligne de frais distincte
      *> (FRAIS, produit 7061). Indemnité = taux TAUX-INDEMNITE-RA du
      *> capital remboursé, plafonnée à six mois d'intérêts au taux
      *> du prêt sur ce même capital.
   01 ActionRemboursement PIC X(10) VALUE "ECH-PRET".
   01 ActionIndemnite PIC X(10) VALUE "FRAIS".
   01 TauxIndemniteRA PIC 9V9999 VALUE 0.0300.
   01 CleIndemniteRA PIC X(20) VALUE "TAUX-INDEMNITE-RA".
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-MontantRA PIC 9(7)V99.
   01 WS-IndemniteRA PIC 9(5)V99.
   01 WS-PlafondIndemnite PIC 9(7)V99.
   01 WS-MontantPoste PIC S9(5)V99.
   01 WS-TotalBlocages PIC S9(7)V99.
   01 WS-Disponible PIC S9(7)V99.
   01 WS-RemboursementTotal PIC X VALUE "N".
   01 WS-ChoixReamenagement PIC X(1).
   01 WS-NbRestantes PIC 9(3).
   01 WS-NouvelleDuree PIC 9(3).
   01 WS-AncienneMensualite PIC 9(5)V99.
   01 WS-DernierNumEch PIC 9(3).
   01 WS-DatePremiereRemplacee PIC 9(8).
   01 WS-CapitalAff PIC ZZZZZZ9.99.
   01 WS-IndemniteAff PIC ZZZZ9.99.

      *> Lettre de fin de prêt remise au client au remboursement
      *> total, cataloguée comme les autres éditions.
   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(80).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-TypeRapportPret PIC X(12) VALUE "PRET-SOLDE".

PROCEDURE DIVISION.
   DISPLAY "==============================================".
   DISPLAY "GESTION DES PRETS - GCB2".
   DISPLAY "==============================================".
   DISPLAY "1. Ouvrir un prêt".
   DISPLAY "2. Consulter un prêt et son échéancier".
   DISPLAY "3. Remboursement anticipé".
   DISPLAY "0. Quitter".
   ACCEPT ChoixUtilisateur.
   EVALUATE ChoixUtilisateur
         PERFORM OUVRIR-PRET
      WHEN 2
         PERFORM CONSULTER-PRET
      WHEN 3
         PERFORM REMBOURSER-PAR-ANTICIPATION
      WHEN OTHER
         DISPLAY "Aucune action effectuée."
   END-EVALUATE.
   STOP RUN.

OUVRIR-PRET.
   PERFORM LIRE-DATE-JOUR.
   DISPLAY "Numéro de la demande approuvée : ".
   ACCEPT WS-NumDemandeSaisi.
   PERFORM LIRE-DEMANDE-APPROUVEE.
   IF WS-DemandeTrouvee = "N"
      DISPLAY "Demande " WS-NumDemandeSaisi " introuvable."
   ELSE
   IF WS-StatutDemandeLu NOT = "V"
      DISPLAY "Demande " WS-NumDemandeSaisi " non approuvée (statut "
          WS-StatutDemandeLu ") : pas de décaissement."
   ELSE
   IF WS-JoursEcoules > ValiditeDemandeJours
      DISPLAY "Approbation du " WS-DateDecisionLue " échue : la "
          "demande doit être représentée (GCB_DEMANDES_PRET)."
   ELSE
   CALL 'GCB_LECTURE' USING WS-NumCompteSaisi WS-SoldeCompte
       WS-StatutCompte WS-PinCompte WS-DeviseCompte WS-NomTitulaire
       WS-CompteJoint WS-NomCotitulaire WS-Beneficiaire
   IF WS-StatutCompte NOT = "A"
      DISPLAY "Compte indisponible (statut " WS-StatutCompte "). "
          "Prêt refusé."
   ELSE
      MOVE WS-MontantSaisi TO WS-MontantPretAff
      DISPLAY "Compte " WS-NumCompteSaisi " - capital "
          WS-MontantPretAff " au taux " WS-TauxSaisi " sur "
          WS-DureeSaisie " mois."
      DISPLAY "Date de début (AAAAMMJJ) : "
      ACCEPT WS-DateDebutSaisie
      IF WS-MontantSaisi NOT > 0 OR WS-DureeSaisie NOT > 0
         PERFORM ECRIRE-DOSSIER-PRET
         PERFORM GENERER-ECHEANCIER
         PERFORM DECAISSER-PRET
         PERFORM MARQUER-DEMANDE-DECAISSEE
         MOVE WS-MontantSaisi TO WS-MontantPretAff
         MOVE WS-Mensualite TO WS-MensualiteAff
         DISPLAY "Prêt " WS-NouveauNumPret " ouvert : capital "
             WS-MontantPretAff ", " WS-DureeSaisie " mensualités de "
             WS-MensualiteAff "."
      END-IF
   END-IF
   END-IF
   END-IF
   END-IF.

LIRE-DEMANDE-APPROUVEE.
   CALL 'GCB_PARAMETRE' USING CleValidite WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O" AND WS-ValeurParam > 0
      AND WS-ValeurParam < 1000
      MOVE WS-ValeurParam TO ValiditeDemandeJours
   END-IF.
   MOVE "N" TO WS-DemandeTrouvee.
   MOVE 0 TO WS-JoursEcoules.
   MOVE "N" TO WS-EOF-PRET.
   OPEN INPUT GCBDemandesPretFile.
   IF WS-DEM-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-PRET
   END-IF.
   PERFORM UNTIL WS-EOF-PRET = "Y"
      READ GCBDemandesPretFile
         AT END MOVE "Y" TO WS-EOF-PRET
         NOT AT END
            IF NumDemande = WS-NumDemandeSaisi
               MOVE "O" TO WS-DemandeTrouvee
               MOVE StatutDemande TO WS-StatutDemandeLu
               MOVE DateDecisionDemande TO WS-DateDecisionLue
               MOVE NumeroCompteDemande TO WS-NumCompteSaisi
               MOVE MontantDemande TO WS-MontantSaisi
               MOVE TauxDemande TO WS-TauxSaisi
               MOVE DureeDemande TO WS-DureeSaisie
               MOVE "Y" TO WS-EOF-PRET
            END-IF
      END-READ
   END-PERFORM.
   IF WS-DEM-STATUS NOT = "35"
      CLOSE GCBDemandesPretFile
   END-IF.
   IF WS-DemandeTrouvee = "O" AND WS-StatutDemandeLu = "V"
      COMPUTE WS-JoursEcoules
          = FUNCTION INTEGER-OF-DATE(WS-DateJour)
          - FUNCTION INTEGER-OF-DATE(WS-DateDecisionLue)
   END-IF.

MARQUER-DEMANDE-DECAISSEE.
      *> Lignes recopiées telles quelles, seule la demande décaissée
      *> est modifiée.
   MOVE 0 TO WS-NbDemandesLues.
   MOVE "N" TO WS-EOF-PRET.
   OPEN INPUT GCBDemandesPretFile.
   IF WS-DEM-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-PRET
   END-IF.
   PERFORM UNTIL WS-EOF-PRET = "Y"
      READ GCBDemandesPretFile
         AT END MOVE "Y" TO WS-EOF-PRET
         NOT AT END
            IF WS-NbDemandesLues < 500
               ADD 1 TO WS-NbDemandesLues
               IF NumDemande = WS-NumDemandeSaisi
                  MOVE "T" TO StatutDemande
                  MOVE WS-NouveauNumPret TO NumPretDemande
               END-IF
               MOVE DemandePretRecord
                   TO LigneDemandeTable(WS-NbDemandesLues)
            ELSE
               DISPLAY "*** GCBDemandesPretFile dépasse 500 demandes :"
                   " demande " WS-NumDemandeSaisi " à marquer "
                   "décaissée à la main (prêt " WS-NouveauNumPret
                   "). ***"
               MOVE 0 TO WS-NbDemandesLues
               MOVE "Y" TO WS-EOF-PRET
            END-IF
      END-READ
   END-PERFORM.
   IF WS-DEM-STATUS NOT = "35"
      CLOSE GCBDemandesPretFile
   END-IF.
   IF WS-NbDemandesLues > 0
      OPEN OUTPUT GCBDemandesPretFile
      PERFORM VARYING IdxDemande FROM 1 BY 1
          UNTIL IdxDemande > WS-NbDemandesLues
         MOVE LigneDemandeTable(IdxDemande) TO DemandePretRecord
         WRITE DemandePretRecord
      END-PERFORM
      CLOSE GCBDemandesPretFile
   END-IF.

CALCULER-MENSUALITE.
   IF WS-ECH-STATUS NOT = "35"
      CLOSE GCBEcheancierFile
   END-IF.

REMBOURSER-PAR-ANTICIPATION.
   PERFORM LIRE-DATE-JOUR.
   DISPLAY "Numéro du prêt : ".
   ACCEPT WS-NumPretSaisi.
   PERFORM CHARGER-TABLE-PRETS.
   PERFORM CHARGER-TABLE-ECHEANCES.
   PERFORM VARYING IdxPret FROM 1 BY 1
       UNTIL IdxPret > WS-NbPrets
       OR NumPretTable(IdxPret) = WS-NumPretSaisi
      CONTINUE
   END-PERFORM.
   IF WS-EcheancierTronque = "O"
      DISPLAY "GCBEcheancierFile dépasse la capacité de rechargement : "
          "remboursement impossible sans tronquer l'échéancier."
   ELSE
   IF IdxPret > WS-NbPrets
      DISPLAY "Prêt " WS-NumPretSaisi " introuvable."
   ELSE
   IF StatutPretTable(IdxPret) NOT = "A"
      DISPLAY "Prêt " WS-NumPretSaisi " déjà soldé."
   ELSE
   IF NbImpayesTable(IdxPret) > 0
      DISPLAY "Le prêt a " NbImpayesTable(IdxPret) " échéance(s) "
          "impayée(s) : les régulariser avant tout remboursement "
          "anticipé."
   ELSE
      MOVE CapitalRestantTable(IdxPret) TO WS-CapitalAff
      DISPLAY "Capital restant dû : " WS-CapitalAff
      DISPLAY "Montant remboursé (0 = remboursement total) : "
      ACCEPT WS-MontantRA
      MOVE "N" TO WS-RemboursementTotal
      IF WS-MontantRA = 0
         OR WS-MontantRA >= CapitalRestantTable(IdxPret)
         MOVE CapitalRestantTable(IdxPret) TO WS-MontantRA
         MOVE "O" TO WS-RemboursementTotal
      END-IF
      PERFORM CALCULER-INDEMNITE
      MOVE ComptePretTable(IdxPret) TO WS-NumCompteSaisi
      CALL 'GCB_LECTURE' USING WS-NumCompteSaisi WS-SoldeCompte
          WS-StatutCompte WS-PinCompte WS-DeviseCompte WS-NomTitulaire
          WS-CompteJoint WS-NomCotitulaire WS-Beneficiaire
      CALL 'GCB_BLOCAGE' USING WS-NumCompteSaisi WS-TotalBlocages
      COMPUTE WS-Disponible = WS-SoldeCompte - WS-TotalBlocages
      MOVE WS-MontantRA TO WS-CapitalAff
      MOVE WS-IndemniteRA TO WS-IndemniteAff
      DISPLAY "Capital remboursé " WS-CapitalAff ", indemnité "
          WS-IndemniteAff
      IF WS-StatutCompte NOT = "A"
         DISPLAY "Compte " WS-NumCompteSaisi " indisponible (statut "
             WS-StatutCompte "). Remboursement refusé."
      ELSE
      IF WS-MontantRA + WS-IndemniteRA > WS-Disponible
         DISPLAY "Provision insuffisante sur le compte "
             WS-NumCompteSaisi ". Remboursement refusé."
      ELSE
         IF WS-RemboursementTotal = "N"
            DISPLAY "Réduire la durée (D) ou la mensualité (M) ? "
            ACCEPT WS-ChoixReamenagement
            IF WS-ChoixReamenagement NOT = "M"
               MOVE "D" TO WS-ChoixReamenagement
            END-IF
         END-IF
         PERFORM PRELEVER-REMBOURSEMENT
         PERFORM REMPLACER-ECHEANCES-RESTANTES
         PERFORM NOTER-REMBOURSEMENT-ANTICIPE
         SUBTRACT WS-MontantRA FROM CapitalRestantTable(IdxPret)
         IF WS-RemboursementTotal = "O"
            MOVE "S" TO StatutPretTable(IdxPret)
            MOVE NbPayeesTable(IdxPret) TO DureePretTable(IdxPret)
            PERFORM EDITER-LETTRE-FIN-PRET
         ELSE
            PERFORM RECALCULER-ECHEANCIER
         END-IF
         PERFORM REECRIRE-TABLE-ECHEANCES
         PERFORM REECRIRE-TABLE-PRETS
      END-IF
      END-IF
   END-IF
   END-IF
   END-IF
   END-IF.

LIRE-DATE-JOUR.
      *> Même repli que OBTENIR-DATE-TRAITEMENT dans GCB_WRITE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   OPEN INPUT GCBJourFile.
   IF WS-JOUR-STATUS = "00"
      READ GCBJourFile
         AT END CONTINUE
         NOT AT END MOVE DateJourFile TO WS-DateJour
      END-READ
      CLOSE GCBJourFile
   END-IF.

CALCULER-INDEMNITE.
   CALL 'GCB_PARAMETRE' USING CleIndemniteRA WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O" AND WS-ValeurParam < 1
      MOVE WS-ValeurParam TO TauxIndemniteRA
   END-IF.
   COMPUTE WS-PlafondIndemnite ROUNDED
       = WS-MontantRA * TauxPretTable(IdxPret) / 2.
   COMPUTE WS-IndemniteRA ROUNDED = WS-MontantRA * TauxIndemniteRA.
   IF WS-PlafondIndemnite < WS-IndemniteRA
      MOVE WS-PlafondIndemnite TO WS-IndemniteRA
   END-IF.

PRELEVER-REMBOURSEMENT.
      *> Le disponible du compte (solde S9(5)V99) borne déjà le
      *> montant : un seul mouvement suffit pour le capital.
   MOVE WS-MontantRA TO WS-MontantPoste.
   COMPUTE WS-SoldeCompte = WS-SoldeCompte - WS-MontantPoste.
   CALL 'GCB_WRITE' USING WS-NumCompteSaisi ActionRemboursement
       WS-MontantPoste WS-SoldeCompte WS-PinCompte WS-DeviseCompte
       WS-NomTitulaire WS-CompteJoint WS-NomCotitulaire
       WS-Beneficiaire WS-StatutCompte.
   IF WS-IndemniteRA > 0
      MOVE WS-IndemniteRA TO WS-MontantPoste
      COMPUTE WS-SoldeCompte = WS-SoldeCompte - WS-MontantPoste
      CALL 'GCB_WRITE' USING WS-NumCompteSaisi ActionIndemnite
          WS-MontantPoste WS-SoldeCompte WS-PinCompte WS-DeviseCompte
          WS-NomTitulaire WS-CompteJoint WS-NomCotitulaire
          WS-Beneficiaire WS-StatutCompte
   END-IF.

REMPLACER-ECHEANCES-RESTANTES.
      *> Les échéances encore à payer passent en "R" : elles restent
      *> au fichier pour l'audit, le nouvel échéancier (s'il y en a
      *> un) est ajouté à la suite sous de nouveaux numéros.
   MOVE 0 TO WS-NbRestantes.
   MOVE 0 TO WS-DernierNumEch.
   MOVE 0 TO WS-DatePremiereRemplacee.
   PERFORM VARYING IdxEch FROM 1 BY 1 UNTIL IdxEch > WS-NbEcheances
      IF NumPretEchTable(IdxEch) = WS-NumPretSaisi
         IF NumEchTable(IdxEch) > WS-DernierNumEch
            MOVE NumEchTable(IdxEch) TO WS-DernierNumEch
         END-IF
         IF StatutEchTable(IdxEch) = "P"
            ADD 1 TO WS-NbRestantes
            IF WS-DatePremiereRemplacee = 0
               OR DateEchTable(IdxEch) < WS-DatePremiereRemplacee
               MOVE DateEchTable(IdxEch) TO WS-DatePremiereRemplacee
            END-IF
            MOVE "R" TO StatutEchTable(IdxEch)
         END-IF
      END-IF
   END-PERFORM.

NOTER-REMBOURSEMENT-ANTICIPE.
      *> Ligne "A" du capital remboursé, datée du jour : l'encours à
      *> une date (GCB_ATTESTATIONS) la déduit comme une échéance
      *> payée.
   IF WS-NbEcheances < 2000
      ADD 1 TO WS-NbEcheances
      ADD 1 TO WS-DernierNumEch
      MOVE WS-NumPretSaisi TO NumPretEchTable(WS-NbEcheances)
      MOVE WS-DernierNumEch TO NumEchTable(WS-NbEcheances)
      MOVE WS-DateJour TO DateEchTable(WS-NbEcheances)
      MOVE WS-MontantRA TO PartCapitalEchTable(WS-NbEcheances)
      MOVE 0 TO PartInteretEchTable(WS-NbEcheances)
      MOVE WS-MontantRA TO MontantEchTable(WS-NbEcheances)
      MOVE "A" TO StatutEchTable(WS-NbEcheances)
   END-IF.

RECALCULER-ECHEANCIER.
   MOVE CapitalRestantTable(IdxPret) TO WS-MontantSaisi.
   MOVE TauxPretTable(IdxPret) TO WS-TauxSaisi.
   MOVE MensualitePretTable(IdxPret) TO WS-AncienneMensualite.
   IF WS-ChoixReamenagement = "M"
         *> Même nombre d'échéances restantes, mensualité allégée.
      MOVE WS-NbRestantes TO WS-NouvelleDuree
   ELSE
         *> Mensualité inchangée (au plus), durée la plus courte qui
         *> l'honore.
      MOVE 99999.99 TO WS-Mensualite
      PERFORM VARYING WS-NouvelleDuree FROM 1 BY 1
          UNTIL WS-Mensualite <= WS-AncienneMensualite
          OR WS-NouvelleDuree > WS-NbRestantes
         MOVE WS-NouvelleDuree TO WS-DureeSaisie
         PERFORM CALCULER-MENSUALITE
      END-PERFORM
      SUBTRACT 1 FROM WS-NouvelleDuree
   END-IF.
   IF WS-NouvelleDuree = 0
      MOVE 1 TO WS-NouvelleDuree
   END-IF.
   MOVE WS-NouvelleDuree TO WS-DureeSaisie.
   PERFORM CALCULER-MENSUALITE.
   IF WS-NbEcheances + WS-NouvelleDuree > 2000
      DISPLAY "*** GCBEcheancierFile plein : nouvel échéancier non "
          "généré pour le prêt " WS-NumPretSaisi ". ***"
   ELSE
      MOVE WS-MontantSaisi TO WS-CapitalRestant
      IF WS-DatePremiereRemplacee = 0
         MOVE WS-DateJour TO WS-DateTravail
         PERFORM AJOUTER-UN-MOIS
      ELSE
         MOVE WS-DatePremiereRemplacee TO WS-DateTravail
      END-IF
      PERFORM VARYING IdxEcheance FROM 1 BY 1
          UNTIL IdxEcheance > WS-NouvelleDuree
         COMPUTE WS-PartInteret ROUNDED
             = WS-CapitalRestant * WS-TauxMensuel
         IF IdxEcheance = WS-NouvelleDuree
            MOVE WS-CapitalRestant TO WS-PartCapital
         ELSE
            COMPUTE WS-PartCapital = WS-Mensualite - WS-PartInteret
         END-IF
         ADD 1 TO WS-NbEcheances
         ADD 1 TO WS-DernierNumEch
         MOVE WS-NumPretSaisi TO NumPretEchTable(WS-NbEcheances)
         MOVE WS-DernierNumEch TO NumEchTable(WS-NbEcheances)
         MOVE WS-DateTravail TO DateEchTable(WS-NbEcheances)
         MOVE WS-PartCapital TO PartCapitalEchTable(WS-NbEcheances)
         MOVE WS-PartInteret TO PartInteretEchTable(WS-NbEcheances)
         COMPUTE MontantEchTable(WS-NbEcheances)
             = WS-PartCapital + WS-PartInteret
         MOVE "P" TO StatutEchTable(WS-NbEcheances)
         SUBTRACT WS-PartCapital FROM WS-CapitalRestant
         PERFORM AJOUTER-UN-MOIS
      END-PERFORM
         *> Le dossier est soldé par GCB_PRET_ECHEANCES quand les
         *> échéances payées atteignent la durée : payées + nouvelles.
      COMPUTE DureePretTable(IdxPret)
          = NbPayeesTable(IdxPret) + WS-NouvelleDuree
      MOVE WS-Mensualite TO MensualitePretTable(IdxPret)
      MOVE WS-Mensualite TO WS-MensualiteAff
      DISPLAY "Nouvel échéancier : " WS-NouvelleDuree
          " mensualité(s) de " WS-MensualiteAff " (au lieu de "
          WS-NbRestantes ")."
   END-IF.

EDITER-LETTRE-FIN-PRET.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBLettreFinPret" WS-NumPretSaisi "_" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   MOVE 0 TO WS-NbLignesEditees.
   OPEN OUTPUT EditionPretFile.
   IF WS-EDIT-STATUS NOT = "00"
      DISPLAY "Erreur " FUNCTION TRIM(WS-NomEdition) ", statut "
          WS-EDIT-STATUS
   ELSE
      MOVE SPACES TO WS-LigneTravail
      STRING "À : " WS-NomTitulaire DELIMITED BY SIZE
          INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      IF WS-CompteJoint = "O"
         MOVE SPACES TO WS-LigneTravail
         STRING "     " WS-NomCotitulaire DELIMITED BY SIZE
             INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
      END-IF
      MOVE SPACES TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE SPACES TO WS-LigneTravail
      STRING "Objet : attestation de remboursement intégral - prêt n° "
          WS-NumPretSaisi DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE SPACES TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE MontantPretTable(IdxPret) TO WS-MontantPretAff
      MOVE SPACES TO WS-LigneTravail
      STRING "Nous attestons que le prêt n° " WS-NumPretSaisi
          " d'un capital de " WS-MontantPretAff
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE SPACES TO WS-LigneTravail
      STRING "consenti le " DateDebutPretTable(IdxPret)
          " est intégralement remboursé au " WS-DateJour "."
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE SPACES TO WS-LigneTravail
      STRING "Capital remboursé par anticipation : " WS-CapitalAff
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE SPACES TO WS-LigneTravail
      STRING "Indemnité de remboursement anticipé : " WS-IndemniteAff
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE SPACES TO WS-LigneTravail
      STRING "Prélevés sur le compte n° " WS-NumCompteSaisi
          ". Plus aucune somme n'est due au titre de ce prêt."
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE ALL "-" TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      CLOSE EditionPretFile
      CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportPret
          WS-DateJour WS-NbLignesEditees WS-NomEdition
      DISPLAY "Prêt " WS-NumPretSaisi " soldé. Lettre de fin de prêt "
          "dans " FUNCTION TRIM(WS-NomEdition) "."
   END-IF.

ECRIRE-LIGNE-EDITION.
   MOVE WS-LigneTravail TO LigneEdition.
   WRITE LigneEdition.
   ADD 1 TO WS-NbLignesEditees.

CHARGER-TABLE-PRETS.
   MOVE 0 TO WS-NbPrets.
   MOVE "N" TO WS-EOF-PRET.
   OPEN INPUT GCBPretsFile.
   IF WS-PRET-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-PRET
   END-IF.
   PERFORM UNTIL WS-EOF-PRET = "Y"
      READ GCBPretsFile
         AT END MOVE "Y" TO WS-EOF-PRET
         NOT AT END
            IF WS-NbPrets < 200
               ADD 1 TO WS-NbPrets
               MOVE NumPret TO NumPretTable(WS-NbPrets)
               MOVE NumeroComptePret TO ComptePretTable(WS-NbPrets)
               MOVE MontantPret TO MontantPretTable(WS-NbPrets)
               MOVE TauxAnnuelPret TO TauxPretTable(WS-NbPrets)
               MOVE DureeMoisPret TO DureePretTable(WS-NbPrets)
               MOVE DateDebutPret TO DateDebutPretTable(WS-NbPrets)
               MOVE MensualitePret TO MensualitePretTable(WS-NbPrets)
               MOVE CapitalRestantPret
                   TO CapitalRestantTable(WS-NbPrets)
               MOVE NbEcheancesPayeesPret TO NbPayeesTable(WS-NbPrets)
               MOVE NbImpayesPret TO NbImpayesTable(WS-NbPrets)
               MOVE StatutPret TO StatutPretTable(WS-NbPrets)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PRET-STATUS NOT = "35"
      CLOSE GCBPretsFile
   END-IF.

REECRIRE-TABLE-PRETS.
   OPEN OUTPUT GCBPretsFile.
   PERFORM VARYING IdxPret FROM 1 BY 1
       UNTIL IdxPret > WS-NbPrets
      MOVE NumPretTable(IdxPret) TO NumPret
      MOVE ComptePretTable(IdxPret) TO NumeroComptePret
      MOVE MontantPretTable(IdxPret) TO MontantPret
      MOVE TauxPretTable(IdxPret) TO TauxAnnuelPret
      MOVE DureePretTable(IdxPret) TO DureeMoisPret
      MOVE DateDebutPretTable(IdxPret) TO DateDebutPret
      MOVE MensualitePretTable(IdxPret) TO MensualitePret
      MOVE CapitalRestantTable(IdxPret) TO CapitalRestantPret
      MOVE NbPayeesTable(IdxPret) TO NbEcheancesPayeesPret
      MOVE NbImpayesTable(IdxPret) TO NbImpayesPret
      MOVE StatutPretTable(IdxPret) TO StatutPret
      WRITE PretRecord
   END-PERFORM.
   CLOSE GCBPretsFile.

CHARGER-TABLE-ECHEANCES.
   MOVE 0 TO WS-NbEcheances.
   MOVE "N" TO WS-EcheancierTronque.
   MOVE "N" TO WS-EOF-ECH.
   OPEN INPUT GCBEcheancierFile.
   IF WS-ECH-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-ECH
   END-IF.
   PERFORM UNTIL WS-EOF-ECH = "Y"
      READ GCBEcheancierFile
         AT END MOVE "Y" TO WS-EOF-ECH
         NOT AT END
            IF WS-NbEcheances >= 2000
               MOVE "O" TO WS-EcheancierTronque
               MOVE "Y" TO WS-EOF-ECH
            ELSE
               ADD 1 TO WS-NbEcheances
               MOVE NumPretEcheance
                   TO NumPretEchTable(WS-NbEcheances)
               MOVE NumEcheance TO NumEchTable(WS-NbEcheances)
               MOVE DateEcheance TO DateEchTable(WS-NbEcheances)
               MOVE PartCapitalEcheance
                   TO PartCapitalEchTable(WS-NbEcheances)
               MOVE PartInteretEcheance
                   TO PartInteretEchTable(WS-NbEcheances)
               MOVE MontantEcheance
                   TO MontantEchTable(WS-NbEcheances)
               MOVE StatutEcheance
                   TO StatutEchTable(WS-NbEcheances)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-ECH-STATUS NOT = "35"
      CLOSE GCBEcheancierFile
   END-IF.

REECRIRE-TABLE-ECHEANCES.
   OPEN OUTPUT GCBEcheancierFile.
   PERFORM VARYING IdxEch FROM 1 BY 1
       UNTIL IdxEch > WS-NbEcheances
      MOVE NumPretEchTable(IdxEch) TO NumPretEcheance
      MOVE NumEchTable(IdxEch) TO NumEcheance
      MOVE DateEchTable(IdxEch) TO DateEcheance
      MOVE PartCapitalEchTable(IdxEch) TO PartCapitalEcheance
      MOVE PartInteretEchTable(IdxEch) TO PartInteretEcheance
      MOVE MontantEchTable(IdxEch) TO MontantEcheance
      MOVE StatutEchTable(IdxEch) TO StatutEcheance
      WRITE EcheanceRecord
   END-PERFORM.
   CLOSE GCBEcheancierFile.
