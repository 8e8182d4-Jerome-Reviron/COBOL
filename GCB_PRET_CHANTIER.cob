IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_PRET_CHANTIER.
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
    SELECT GCBPretSeqFile
        FILE STATUS IS WS-PRETSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBPretSeqFile.txt".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".
    SELECT GCBComptesFile
        FILE STATUS IS WS-FILE-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NumeroCompte OF ComptesRecord
        ASSIGN TO "GCBComptesFile.dat".

DATA DIVISION.
FILE SECTION.
   FD GCBPretsFile.
   COPY PRET.

   FD GCBEcheancierFile.
   COPY ECHEANCIER.

   FD GCBPretSeqFile.
   01 PretSeqRecord PIC 9(6).

   FD GCBJourFile.
   COPY JOUR.

   FD GCBComptesFile.
   COPY COMPTES.

WORKING-STORAGE SECTION.
   01 WS-PRET-STATUS PIC 99.
   01 WS-ECH-STATUS PIC 99.
   01 WS-PRETSEQ-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-FILE-STATUS PIC 99.
   01 WS-EOF-PRET PIC X VALUE "N".
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-DernierNumPret PIC 9(6) VALUE 0.
   01 WS-NouveauNumPret PIC 9(6) VALUE 0.

      *> Taux annuel des prêts de financement des clôtures (clé
      *> TAUX-CREDIT-CLOTURE), durée bornée comme un prêt à la
      *> consommation, et capital plafonné à un seul mouvement de
      *> GCB_WRITE pour le décaissement.
   01 CleTauxCreditCloture PIC X(20) VALUE "TAUX-CREDIT-CLOTURE".
   01 WS-TauxCreditCloture PIC 9V9999 VALUE 0.0590.
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
   01 DureeMaxFinancement PIC 9(3) VALUE 120.
   01 MontantMaxFinancement PIC 9(7)V99 VALUE 99999.99.

      *> Même calcul de mensualité et même échéancier que
      *> GCB_PRETS (CALCULER-MENSUALITE, GENERER-ECHEANCIER).
   01 WS-MontantSaisi PIC 9(7)V99.
   01 WS-TauxSaisi PIC 9V9999.
   01 WS-DureeSaisie PIC 9(3).
   01 WS-DateDebutSaisie PIC 9(8).
   01 WS-TauxMensuel PIC 9V9(8).
   01 WS-FacteurCapital PIC 9(6)V9(8).
   01 WS-Mensualite PIC 9(5)V99.
   01 WS-CapitalRestant PIC 9(7)V99.
   01 WS-PartInteret PIC 9(5)V99.
   01 WS-PartCapital PIC 9(5)V99.
   01 IdxEcheance PIC 9(3).
   01 WS-DateTravail.
      05 WS-AnneeTravail PIC 9(4).
      05 WS-MoisTravail PIC 9(2).
      05 WS-JourTravail PIC 9(2).
   01 WS-MontantPretAff PIC ZZZZZZ9.99.
   01 WS-MensualiteAff PIC ZZZZ9.99.

      *> Décaissement sur le compte de la boutique.
   01 WS-SoldeCompte PIC S9(5)V99.
   01 WS-StatutCompte PIC X(1).
   01 WS-PinCompte PIC 9(4).
   01 WS-DeviseCompte PIC X(3).
   01 WS-NomTitulaire PIC X(30).
   01 WS-CompteJoint PIC X(1).
   01 WS-NomCotitulaire PIC X(30).
   01 WS-Beneficiaire PIC X(30).
   01 ActionDecaissement PIC X(10) VALUE "DECAISS-PR".
   01 WS-MontantDecaisse PIC S9(5)V99.

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

LINKAGE SECTION.
   01 ModeFinancement PIC X(1).
      *> "C" = contrôler la demande et calculer la mensualité,
      *> "O" = ouvrir le dossier accordé, "D" = décaisser à la
      *> facture de solde du chantier.
   01 NumClientFinancement PIC 9(6).
   01 CompteFinancement PIC 9(6).
      *> "C"/"O" : compte courant du client, débité des échéances ;
      *> "D" : compte de la boutique, crédité du capital.
   01 MontantFinancement PIC 9(7)V99.
      *> "C"/"O" : TTC du marché ; "D" : TTC de la facture de
      *> solde en entrée, capital décaissé en retour.
   01 TauxFinancement PIC 9V9999.
   01 DureeFinancement PIC 9(3).
   01 MensualiteFinancement PIC 9(5)V99.
   01 NumPretFinancement PIC 9(6).
   01 FinancementFait PIC X(1).

      *> Financement d'un devis de clôture accepté par un prêt de la
      *> banque au client. Le dossier est ouvert à l'acceptation,
      *> statut "D" (accordé, non décaissé, sans échéancier) ; à
      *> l'achèvement, le capital est décaissé (DECAISS-PR) sur le
      *> compte de la boutique pour régler la facture de solde, au
      *> lieu du compte du client, l'échéancier part de ce jour et le
      *> dossier passe en "A" : les échéances sont alors prélevées
      *> sur le compte du client par GCB_PRET_ECHEANCES comme pour
      *> tout prêt.

PROCEDURE DIVISION USING ModeFinancement NumClientFinancement
    CompteFinancement MontantFinancement TauxFinancement
    DureeFinancement MensualiteFinancement NumPretFinancement
    FinancementFait.
   MOVE "N" TO FinancementFait.
   EVALUATE ModeFinancement
      WHEN "C"
         PERFORM CONTROLER-FINANCEMENT
      WHEN "O"
         PERFORM CONTROLER-FINANCEMENT
         IF FinancementFait = "O"
            PERFORM OUVRIR-DOSSIER-FINANCEMENT
         END-IF
      WHEN "D"
         PERFORM DECAISSER-FINANCEMENT
      WHEN OTHER
         DISPLAY "GCB_PRET_CHANTIER: mode " ModeFinancement
             " inconnu."
   END-EVALUATE.
   EXIT PROGRAM.

CONTROLER-FINANCEMENT.
      *> Le compte des échéances doit être un compte actif du
      *> client emprunteur.
   CALL 'GCB_PARAMETRE' USING CleTauxCreditCloture WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-TauxCreditCloture
   END-IF.
   MOVE WS-TauxCreditCloture TO TauxFinancement.
   MOVE 0 TO MensualiteFinancement.
   IF MontantFinancement NOT > 0
      OR MontantFinancement > MontantMaxFinancement
      MOVE MontantMaxFinancement TO WS-MontantPretAff
      DISPLAY "Montant à financer hors limites (plafond "
          WS-MontantPretAff ")."
   ELSE
   IF DureeFinancement NOT > 0
      OR DureeFinancement > DureeMaxFinancement
      DISPLAY "Durée invalide (1 à " DureeMaxFinancement " mois)."
   ELSE
      OPEN INPUT GCBComptesFile
      IF WS-FILE-STATUS NOT = "00"
         DISPLAY "GCB_PRET_CHANTIER: erreur ouverture "
             "GCBComptesFile, statut " WS-FILE-STATUS
      ELSE
         MOVE CompteFinancement TO NumeroCompte OF ComptesRecord
         READ GCBComptesFile
            INVALID KEY
               DISPLAY "Compte " CompteFinancement " introuvable."
            NOT INVALID KEY
               IF NumClientFile NOT = NumClientFinancement
                  DISPLAY "Le compte " CompteFinancement
                      " n'appartient pas au client "
                      NumClientFinancement "."
               ELSE
               IF StatutCompteFile NOT = "A"
                  DISPLAY "Compte indisponible (statut "
                      StatutCompteFile ")."
               ELSE
                  MOVE "O" TO FinancementFait
               END-IF
               END-IF
         END-READ
         CLOSE GCBComptesFile
      END-IF
   END-IF
   END-IF.
   IF FinancementFait = "O"
      MOVE MontantFinancement TO WS-MontantSaisi
      MOVE TauxFinancement TO WS-TauxSaisi
      MOVE DureeFinancement TO WS-DureeSaisie
      PERFORM CALCULER-MENSUALITE
      MOVE WS-Mensualite TO MensualiteFinancement
   END-IF.

OUVRIR-DOSSIER-FINANCEMENT.
   PERFORM OBTENIR-NUMERO-PRET.
   OPEN EXTEND GCBPretsFile.
   IF WS-PRET-STATUS = "35"
      OPEN OUTPUT GCBPretsFile
   END-IF.
   IF WS-PRET-STATUS NOT = "00"
      DISPLAY "Erreur GCBPretsFile, statut " WS-PRET-STATUS
      MOVE "N" TO FinancementFait
   ELSE
      MOVE WS-NouveauNumPret TO NumPret
      MOVE CompteFinancement TO NumeroComptePret
      MOVE MontantFinancement TO MontantPret
      MOVE TauxFinancement TO TauxAnnuelPret
      MOVE DureeFinancement TO DureeMoisPret
      MOVE 0 TO DateDebutPret
      MOVE MensualiteFinancement TO MensualitePret
      MOVE MontantFinancement TO CapitalRestantPret
      MOVE 0 TO NbEcheancesPayeesPret
      MOVE 0 TO NbImpayesPret
      MOVE "D" TO StatutPret
      WRITE PretRecord
      CLOSE GCBPretsFile
      MOVE WS-NouveauNumPret TO NumPretFinancement
   END-IF.

DECAISSER-FINANCEMENT.
      *> Le capital décaissé ne dépasse pas le TTC de la facture de
      *> solde : un solde plus faible que le marché accordé réduit
      *> le prêt et sa mensualité, un solde plus fort reste dû par
      *> le client pour la différence.
   PERFORM LIRE-DATE-JOUR.
   PERFORM CHARGER-TABLE-PRETS.
   PERFORM VARYING IdxPret FROM 1 BY 1
       UNTIL IdxPret > WS-NbPrets
       OR NumPretTable(IdxPret) = NumPretFinancement
      CONTINUE
   END-PERFORM.
   IF IdxPret > WS-NbPrets
      DISPLAY "Prêt " NumPretFinancement " introuvable : pas de "
          "décaissement."
      MOVE 0 TO MontantFinancement
   ELSE
   IF StatutPretTable(IdxPret) NOT = "D"
      DISPLAY "Prêt " NumPretFinancement " déjà décaissé ou clos "
          "(statut " StatutPretTable(IdxPret) ")."
      MOVE 0 TO MontantFinancement
   ELSE
      MOVE 0 TO WS-SoldeCompte
      CALL 'GCB_LECTURE' USING CompteFinancement WS-SoldeCompte
          WS-StatutCompte WS-PinCompte WS-DeviseCompte
          WS-NomTitulaire WS-CompteJoint WS-NomCotitulaire
          WS-Beneficiaire
      IF WS-StatutCompte NOT = "A"
         DISPLAY "Compte de la boutique indisponible (statut "
             WS-StatutCompte ") : prêt non décaissé."
         MOVE 0 TO MontantFinancement
      ELSE
         IF MontantFinancement > MontantPretTable(IdxPret)
            MOVE MontantPretTable(IdxPret) TO MontantFinancement
         END-IF
         MOVE MontantFinancement TO WS-MontantSaisi
         MOVE TauxPretTable(IdxPret) TO WS-TauxSaisi
         MOVE DureePretTable(IdxPret) TO WS-DureeSaisie
         MOVE WS-DateJour TO WS-DateDebutSaisie
         MOVE NumPretTable(IdxPret) TO WS-NouveauNumPret
         PERFORM CALCULER-MENSUALITE
         MOVE WS-MontantSaisi TO MontantPretTable(IdxPret)
         MOVE WS-MontantSaisi TO CapitalRestantTable(IdxPret)
         MOVE WS-Mensualite TO MensualitePretTable(IdxPret)
         MOVE WS-DateJour TO DateDebutPretTable(IdxPret)
         MOVE "A" TO StatutPretTable(IdxPret)
         PERFORM REECRIRE-TABLE-PRETS
         PERFORM GENERER-ECHEANCIER
         COMPUTE WS-SoldeCompte = WS-SoldeCompte + WS-MontantSaisi
         MOVE WS-MontantSaisi TO WS-MontantDecaisse
         CALL 'GCB_WRITE' USING CompteFinancement
             ActionDecaissement WS-MontantDecaisse WS-SoldeCompte
             WS-PinCompte WS-DeviseCompte WS-NomTitulaire
             WS-CompteJoint WS-NomCotitulaire WS-Beneficiaire
             WS-StatutCompte
         MOVE WS-TauxSaisi TO TauxFinancement
         MOVE WS-DureeSaisie TO DureeFinancement
         MOVE WS-Mensualite TO MensualiteFinancement
         MOVE "O" TO FinancementFait
         MOVE WS-MontantSaisi TO WS-MontantPretAff
         MOVE WS-Mensualite TO WS-MensualiteAff
         DISPLAY "Prêt " NumPretFinancement " décaissé : "
             WS-MontantPretAff " versés au compte de la boutique, "
             WS-DureeSaisie " mensualités de " WS-MensualiteAff "."
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

CALCULER-MENSUALITE.
      *> Mensualité constante : K * t/12 * (1+t/12)^n /
      *> ((1+t/12)^n - 1). Un taux nul retombe sur un simple
      *> remboursement linéaire du capital.
   COMPUTE WS-TauxMensuel ROUNDED = WS-TauxSaisi / 12.
   IF WS-TauxMensuel = 0
      COMPUTE WS-Mensualite ROUNDED
          = WS-MontantSaisi / WS-DureeSaisie
   ELSE
      COMPUTE WS-FacteurCapital ROUNDED
          = (1 + WS-TauxMensuel) ** WS-DureeSaisie
      COMPUTE WS-Mensualite ROUNDED
          = WS-MontantSaisi * WS-TauxMensuel * WS-FacteurCapital
          / (WS-FacteurCapital - 1)
   END-IF.

OBTENIR-NUMERO-PRET.
      *> Même séquence GCBPretSeqFile que GCB_PRETS.
   MOVE 0 TO WS-DernierNumPret.
   OPEN INPUT GCBPretSeqFile.
   IF WS-PRETSEQ-STATUS = "00"
      READ GCBPretSeqFile
         AT END CONTINUE
         NOT AT END MOVE PretSeqRecord TO WS-DernierNumPret
      END-READ
      CLOSE GCBPretSeqFile
   END-IF.
   COMPUTE WS-NouveauNumPret = WS-DernierNumPret + 1.
   MOVE WS-NouveauNumPret TO PretSeqRecord.
   OPEN OUTPUT GCBPretSeqFile.
   WRITE PretSeqRecord.
   CLOSE GCBPretSeqFile.

GENERER-ECHEANCIER.
   OPEN EXTEND GCBEcheancierFile.
   IF WS-ECH-STATUS = "35"
      OPEN OUTPUT GCBEcheancierFile
   END-IF.
   IF WS-ECH-STATUS NOT = "00"
      DISPLAY "Erreur GCBEcheancierFile, statut " WS-ECH-STATUS
   ELSE
      MOVE WS-MontantSaisi TO WS-CapitalRestant
      MOVE WS-DateDebutSaisie TO WS-DateTravail
      PERFORM VARYING IdxEcheance FROM 1 BY 1
          UNTIL IdxEcheance > WS-DureeSaisie
         PERFORM AJOUTER-UN-MOIS
         COMPUTE WS-PartInteret ROUNDED
             = WS-CapitalRestant * WS-TauxMensuel
         IF IdxEcheance = WS-DureeSaisie
            MOVE WS-CapitalRestant TO WS-PartCapital
         ELSE
            COMPUTE WS-PartCapital = WS-Mensualite - WS-PartInteret
         END-IF
         MOVE WS-NouveauNumPret TO NumPretEcheance
         MOVE IdxEcheance TO NumEcheance
         MOVE WS-DateTravail TO DateEcheance
         MOVE WS-PartCapital TO PartCapitalEcheance
         MOVE WS-PartInteret TO PartInteretEcheance
         COMPUTE MontantEcheance = WS-PartCapital + WS-PartInteret
         MOVE "P" TO StatutEcheance
         WRITE EcheanceRecord
         SUBTRACT WS-PartCapital FROM WS-CapitalRestant
      END-PERFORM
      CLOSE GCBEcheancierFile
   END-IF.

AJOUTER-UN-MOIS.
      *> Le jour d'échéance est plafonné au 28 pour rester valide
      *> tous les mois de l'année.
   ADD 1 TO WS-MoisTravail.
   IF WS-MoisTravail > 12
      MOVE 1 TO WS-MoisTravail
      ADD 1 TO WS-AnneeTravail
   END-IF.
   IF WS-JourTravail > 28
      MOVE 28 TO WS-JourTravail
   END-IF.

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
