IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_CHEQUES_BANQUE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBChequesBanqueFile
        FILE STATUS IS WS-CHQB-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBChequesBanqueFile.txt".
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
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".
    SELECT GCBOperateurSessionFile
        FILE STATUS IS WS-OPSES-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBOperateurSessionFile.txt".
    SELECT EditionEncoursFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEdition.

DATA DIVISION.
FILE SECTION.
   FD GCBChequesBanqueFile.
   COPY CHQBANQUE.

   FD GCBGrandLivreFile.
   COPY GRANDLIVRE.

   FD GCBPlanComptesFile.
   COPY PLANCOMPTES.

   FD GCBSequenceFile.
   01 SequenceRecord PIC 9(8).

   FD GCBJourFile.
   COPY JOUR.

   FD GCBOperateurSessionFile.
   01 OperateurSessionRecord PIC 9(6).

   FD EditionEncoursFile.
   01 LigneEdition PIC X(100).

WORKING-STORAGE SECTION.
   01 WS-CHQB-STATUS PIC 99.
   01 WS-GL-STATUS PIC 99.
   01 WS-PLAN-STATUS PIC 99.
   01 WS-SEQ-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-OPSES-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-SignonOK PIC X(1) VALUE "N".
   01 WS-OperateurPoste PIC 9(6) VALUE 0.
   01 WS-DateJour PIC 9(8) VALUE 0.

      *> Registre chargé en table pour attribuer le numéro suivant
      *> et réécrire le statut, même procédé que GCB_BALAYAGES.
   01 WS-NbChequesBanque PIC 9(4) VALUE 0.
   01 IdxChqB PIC 9(4).
   01 WS-RegistreTronque PIC X(1) VALUE "N".
   01 TableChequesBanque.
      05 LigneChequeBanqueTable PIC X(77) OCCURS 2000 TIMES.
   01 WS-DernierNumChqB PIC 9(8) VALUE 0.
   01 WS-NumChqBSaisi PIC 9(8).
   01 WS-ChqBTrouve PIC X(1).

   01 WS-CompteSaisi PIC 9(6).
   01 WS-BeneficiaireSaisi PIC X(30).
   01 WS-MontantSaisi PIC 9(5)V99.
   01 WS-Confirmation PIC X(1).

   01 ActionChequeBanque PIC X(10) VALUE "CHQ-BANQUE".
   01 WS-MontantEcriture PIC S9(5)V99.
   01 WS-SoldeAttendu PIC S9(5)V99.
   01 WS-SoldeCompte PIC S9(5)V99.
   01 WS-StatutCompte PIC X(1).
   01 WS-PinCompte PIC 9(4).
   01 WS-DeviseCompte PIC X(3).
   01 WS-NomTitulaire PIC X(30).
   01 WS-CompteJoint PIC X(1).
   01 WS-NomCotitulaire PIC X(30).
   01 WS-Beneficiaire PIC X(30).

      *> Même plancher que le VIREMENT de GCB2 : règles du produit,
      *> blocages, chèques non compensés et enveloppes déposées.
   01 WS-PlancherCompte PIC S9(7)V99.
   01 MontantDecouvertMax PIC S9(5)V99 VALUE 200.00.
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
   01 CleDecouvertMax PIC X(20) VALUE "DECOUVERT-MAX".
   01 WS-TotalBlocages PIC S9(7)V99.
   01 WS-TotalChequesAttente PIC S9(7)V99.
   01 WS-TotalEnveloppes PIC S9(7)V99.
   01 WS-CompteMineur PIC X(1) VALUE "N".
   01 WS-NumTuteurCompte PIC 9(6) VALUE 0.
   01 WS-CodeProduit PIC X(2).
   01 WS-TauxProduit PIC 9V9999.
   01 WS-DecouvertProduit PIC X(1).
   01 WS-RetraitsLibres PIC X(1).

      *> Paiement à la présentation : écriture directe au grand
      *> livre, débit de la dette 4672 contre le suspens
      *> interbancaire 4711 par où le porteur est réglé, numérotée
      *> dans GCBSequenceFile comme les écritures de clôture de
      *> GCB_CLOTURE_PERIODE.
   01 CompteGLChequesBanque PIC X(4) VALUE "4672".
   01 CompteGLSuspens PIC X(4) VALUE "4711".
   01 LibellePaiementChqB PIC X(10) VALUE "PAIE-CHQBQ".
   01 WS-ComptePlanPresent PIC X(1).
   01 WS-PeriodeVerrouillee PIC X(1).
   01 WS-DerniereSequence PIC 9(8) VALUE 0.
   01 WS-NouvelleSequence PIC 9(8) VALUE 0.

      *> État des encours : situation à une date d'arrêté, chèques
      *> émis jusqu'à cette date et non payés à cette date, rapprochée
      *> du solde créditeur du 4672 au grand livre à la même date.
   01 WS-DateArrete PIC 9(8).
   01 WS-EncoursALaDate PIC X(1).
   01 WS-NbEncours PIC 9(6) VALUE 0.
   01 WS-TotalEncours PIC S9(9)V99 VALUE 0.
   01 WS-SoldeGL4672 PIC S9(9)V99 VALUE 0.
   01 WS-EcartRapprochement PIC S9(9)V99 VALUE 0.
   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(100).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-TypeRapportChqB PIC X(12) VALUE "CHQ-BANQUE".
   01 WS-MontantAff PIC Z(4)9.99.
   01 WS-TotalAff PIC -(8)9.99.

      *> Chèques de banque : émission au guichet contre débit du
      *> compte du client, paiement à la présentation, opposition
      *> (perte, vol) et levée, état mensuel des chèques en
      *> circulation rapproché du compte général 4672. Un numéro
      *> inconnu, déjà payé ou sous opposition est refusé à la
      *> présentation.

PROCEDURE DIVISION.
   CALL 'GCB_SIGNON' USING WS-SignonOK.
   IF WS-SignonOK NOT = "O"
      DISPLAY "Pas de session opérateur : chèques de banque "
          "inaccessibles."
      STOP RUN
   END-IF.
   PERFORM LIRE-OPERATEUR-POSTE.
   PERFORM LIRE-DATE-JOUR.
   CALL 'GCB_PARAMETRE' USING CleDecouvertMax WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO MontantDecouvertMax
   END-IF.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== CHEQUES DE BANQUE ==="
      DISPLAY "1. Emettre un chèque de banque"
      DISPLAY "2. Présenter un chèque de banque au paiement"
      DISPLAY "3. Faire opposition sur un chèque de banque"
      DISPLAY "4. Lever une opposition"
      DISPLAY "5. Lister le registre"
      DISPLAY "6. Etat des chèques en circulation"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1 PERFORM EMETTRE-CHEQUE-BANQUE
         WHEN 2 PERFORM PRESENTER-CHEQUE-BANQUE
         WHEN 3 PERFORM OPPOSER-CHEQUE-BANQUE
         WHEN 4 PERFORM LEVER-OPPOSITION-BANQUE
         WHEN 5 PERFORM LISTER-CHEQUES-BANQUE
         WHEN 6 PERFORM EDITER-ETAT-ENCOURS
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-PERFORM.
   STOP RUN.

LIRE-OPERATEUR-POSTE.
   MOVE 0 TO WS-OperateurPoste.
   OPEN INPUT GCBOperateurSessionFile.
   IF WS-OPSES-STATUS = "00"
      READ GCBOperateurSessionFile
         AT END CONTINUE
         NOT AT END
            IF OperateurSessionRecord IS NUMERIC
               MOVE OperateurSessionRecord TO WS-OperateurPoste
            END-IF
      END-READ
      CLOSE GCBOperateurSessionFile
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

EMETTRE-CHEQUE-BANQUE.
   PERFORM CHARGER-TABLE-CHEQUES-BANQUE.
   IF WS-RegistreTronque = "O"
      DISPLAY "Registre de plus de 2000 chèques : archiver "
          "GCBChequesBanqueFile avant d'en émettre un nouveau."
   ELSE
      PERFORM SAISIR-CHEQUE-BANQUE
   END-IF.

SAISIR-CHEQUE-BANQUE.
   DISPLAY "Compte du client à débiter : ".
   ACCEPT WS-CompteSaisi.
   MOVE 0 TO WS-SoldeCompte.
   CALL 'GCB_LECTURE' USING WS-CompteSaisi WS-SoldeCompte
       WS-StatutCompte WS-PinCompte WS-DeviseCompte WS-NomTitulaire
       WS-CompteJoint WS-NomCotitulaire WS-Beneficiaire.
   IF WS-StatutCompte = "N"
      DISPLAY "Compte " WS-CompteSaisi " inconnu."
   ELSE
   IF WS-StatutCompte NOT = "A"
      DISPLAY "Compte indisponible (statut " WS-StatutCompte
          ") : chèque de banque impossible."
   ELSE
      DISPLAY "Bénéficiaire (ordre du chèque) : "
      ACCEPT WS-BeneficiaireSaisi
      DISPLAY "Montant du chèque de banque : "
      ACCEPT WS-MontantSaisi
      PERFORM CALCULER-PLANCHER-COMPTE
      IF WS-BeneficiaireSaisi = SPACES OR WS-MontantSaisi = 0
         DISPLAY "Bénéficiaire et montant obligatoires."
      ELSE
      IF WS-MontantSaisi > WS-SoldeCompte - WS-PlancherCompte
         DISPLAY "Solde insuffisant (découvert non autorisé au-delà "
             "du plancher). Chèque non émis."
      ELSE
         COMPUTE WS-NumChqBSaisi = WS-DernierNumChqB + 1
         MOVE WS-MontantSaisi TO WS-MontantAff
         DISPLAY "Chèque de banque " WS-NumChqBSaisi " de "
             WS-MontantAff " " WS-DeviseCompte " à l'ordre de "
             FUNCTION TRIM(WS-BeneficiaireSaisi) ", débit du "
             "compte " WS-CompteSaisi ". Confirmer (O/N) : "
         ACCEPT WS-Confirmation
         IF WS-Confirmation = "O" OR WS-Confirmation = "o"
            PERFORM DEBITER-CHEQUE-BANQUE
         ELSE
            DISPLAY "Emission abandonnée."
         END-IF
      END-IF
      END-IF
   END-IF
   END-IF.

CALCULER-PLANCHER-COMPTE.
      *> Plancher du RETRAIT de GCB2 : pas de découvert pour un
      *> compte de mineur (GCB_MINEUR), même si le produit l'autorise.
   CALL 'GCB_PRODUIT' USING WS-CompteSaisi WS-CodeProduit
       WS-TauxProduit WS-DecouvertProduit WS-RetraitsLibres.
   CALL 'GCB_MINEUR' USING WS-CompteSaisi WS-CompteMineur
       WS-NumTuteurCompte.
   MOVE 0 TO WS-PlancherCompte.
   IF WS-DecouvertProduit = "O" AND WS-CompteMineur NOT = "O"
      COMPUTE WS-PlancherCompte = 0 - MontantDecouvertMax
   END-IF.
   CALL 'GCB_BLOCAGE' USING WS-CompteSaisi WS-TotalBlocages.
   ADD WS-TotalBlocages TO WS-PlancherCompte.
   CALL 'GCB_CHEQUES_ATTENTE' USING WS-CompteSaisi
       WS-TotalChequesAttente.
   ADD WS-TotalChequesAttente TO WS-PlancherCompte.
   CALL 'GCB_ENVELOPPES' USING WS-CompteSaisi WS-TotalEnveloppes.
   ADD WS-TotalEnveloppes TO WS-PlancherCompte.

DEBITER-CHEQUE-BANQUE.
      *> GCB_WRITE ne rend pas compte d'un refus (période
      *> verrouillée, solde qui a bougé...) : le solde est relu et le
      *> chèque n'entre au registre que si le débit a eu lieu.
   PERFORM AJOUTER-COMPTE-PLAN-SI-ABSENT.
   MOVE WS-MontantSaisi TO WS-MontantEcriture.
   COMPUTE WS-SoldeAttendu = WS-SoldeCompte - WS-MontantEcriture.
   CALL 'GCB_WRITE' USING WS-CompteSaisi ActionChequeBanque
       WS-MontantEcriture WS-SoldeAttendu WS-PinCompte
       WS-DeviseCompte WS-NomTitulaire WS-CompteJoint
       WS-NomCotitulaire WS-Beneficiaire WS-StatutCompte.
   MOVE 0 TO WS-SoldeCompte.
   CALL 'GCB_LECTURE' USING WS-CompteSaisi WS-SoldeCompte
       WS-StatutCompte WS-PinCompte WS-DeviseCompte WS-NomTitulaire
       WS-CompteJoint WS-NomCotitulaire WS-Beneficiaire.
   IF WS-SoldeCompte NOT = WS-SoldeAttendu
      DISPLAY "Débit refusé par la tenue de compte : chèque de "
          "banque non émis."
   ELSE
      MOVE WS-NumChqBSaisi TO NumChequeBanque
      MOVE WS-CompteSaisi TO NumeroCompteChequeBanque
      MOVE WS-BeneficiaireSaisi TO BeneficiaireChequeBanque
      MOVE WS-MontantSaisi TO MontantChequeBanque
      MOVE WS-DeviseCompte TO DeviseChequeBanque
      MOVE WS-DateJour TO DateEmissionChequeBanque
      MOVE WS-OperateurPoste TO OperateurChequeBanque
      MOVE "E" TO StatutChequeBanque
      MOVE 0 TO DateStatutChequeBanque
      OPEN EXTEND GCBChequesBanqueFile
      IF WS-CHQB-STATUS = "35"
         OPEN OUTPUT GCBChequesBanqueFile
      END-IF
      IF WS-CHQB-STATUS NOT = "00"
         DISPLAY "Erreur GCBChequesBanqueFile, statut "
             WS-CHQB-STATUS " : compte débité, chèque "
             WS-NumChqBSaisi " à inscrire manuellement."
      ELSE
         WRITE ChequeBanqueRecord
         CLOSE GCBChequesBanqueFile
         DISPLAY "Chèque de banque " WS-NumChqBSaisi " émis, compte "
             WS-CompteSaisi " débité."
      END-IF
   END-IF.

PRESENTER-CHEQUE-BANQUE.
   DISPLAY "Numéro du chèque de banque présenté : ".
   ACCEPT WS-NumChqBSaisi.
   DISPLAY "Montant porté sur le chèque : ".
   ACCEPT WS-MontantSaisi.
   PERFORM CHARGER-TABLE-CHEQUES-BANQUE.
   PERFORM CHERCHER-CHEQUE-BANQUE.
   IF WS-ChqBTrouve = "N"
      DISPLAY "Chèque de banque " WS-NumChqBSaisi " INCONNU du "
          "registre : rejeté."
   ELSE
   IF StatutChequeBanque = "P"
      DISPLAY "Chèque de banque " WS-NumChqBSaisi " DEJA PAYE le "
          DateStatutChequeBanque " : rejeté."
   ELSE
   IF StatutChequeBanque = "O"
      DISPLAY "Chèque de banque " WS-NumChqBSaisi " SOUS OPPOSITION "
          "depuis le " DateStatutChequeBanque " : rejeté."
   ELSE
   IF WS-MontantSaisi NOT = MontantChequeBanque
      MOVE MontantChequeBanque TO WS-MontantAff
      DISPLAY "Montant présenté différent du montant émis ("
          WS-MontantAff ") : chèque rejeté."
   ELSE
   IF WS-RegistreTronque = "O"
      DISPLAY "Registre de plus de 2000 chèques : archiver "
          "GCBChequesBanqueFile avant tout paiement."
   ELSE
      CALL 'GCB_PERIODE' USING WS-DateJour WS-PeriodeVerrouillee
      IF WS-PeriodeVerrouillee = "O"
         DISPLAY "La journée comptable " WS-DateJour " tombe dans "
             "un mois clôturé : paiement refusé."
      ELSE
         PERFORM PAYER-CHEQUE-BANQUE
      END-IF
   END-IF
   END-IF
   END-IF
   END-IF
   END-IF.

PAYER-CHEQUE-BANQUE.
   PERFORM AJOUTER-COMPTE-PLAN-SI-ABSENT.
   PERFORM OBTENIR-PROCHAINE-SEQUENCE.
   OPEN EXTEND GCBGrandLivreFile.
   IF WS-GL-STATUS = "35"
      OPEN OUTPUT GCBGrandLivreFile
   END-IF.
   IF WS-GL-STATUS NOT = "00"
      DISPLAY "Erreur GCBGrandLivreFile, statut " WS-GL-STATUS
          " : chèque non payé."
   ELSE
      MOVE WS-NouvelleSequence TO NumSequenceOrigineGL
      MOVE WS-DateJour TO DateEcritureGL
      MOVE MontantChequeBanque TO MontantGL
      MOVE LibellePaiementChqB TO LibelleGL
      MOVE CompteGLChequesBanque TO CompteGeneralGL
      MOVE "D" TO SensGL
      WRITE GrandLivreRecord
      MOVE CompteGLSuspens TO CompteGeneralGL
      MOVE "C" TO SensGL
      WRITE GrandLivreRecord
      CLOSE GCBGrandLivreFile
      MOVE "P" TO StatutChequeBanque
      MOVE WS-DateJour TO DateStatutChequeBanque
      MOVE ChequeBanqueRecord TO LigneChequeBanqueTable(IdxChqB)
      PERFORM REECRIRE-TABLE-CHEQUES-BANQUE
      MOVE MontantChequeBanque TO WS-MontantAff
      DISPLAY "Chèque de banque " WS-NumChqBSaisi " payé ("
          WS-MontantAff " à l'ordre de "
          FUNCTION TRIM(BeneficiaireChequeBanque) ")."
   END-IF.

OPPOSER-CHEQUE-BANQUE.
   DISPLAY "Numéro du chèque de banque à frapper d'opposition : ".
   ACCEPT WS-NumChqBSaisi.
   PERFORM CHARGER-TABLE-CHEQUES-BANQUE.
   PERFORM CHERCHER-CHEQUE-BANQUE.
   IF WS-ChqBTrouve = "N"
      DISPLAY "Chèque de banque " WS-NumChqBSaisi " inconnu."
   ELSE
   IF StatutChequeBanque NOT = "E"
      DISPLAY "Chèque de banque " WS-NumChqBSaisi " non en "
          "circulation (statut " StatutChequeBanque ")."
   ELSE
   IF WS-RegistreTronque = "O"
      DISPLAY "Registre de plus de 2000 chèques : archiver "
          "GCBChequesBanqueFile avant toute mise à jour."
   ELSE
      MOVE "O" TO StatutChequeBanque
      MOVE WS-DateJour TO DateStatutChequeBanque
      MOVE ChequeBanqueRecord TO LigneChequeBanqueTable(IdxChqB)
      PERFORM REECRIRE-TABLE-CHEQUES-BANQUE
      DISPLAY "Chèque de banque " WS-NumChqBSaisi " sous "
          "opposition."
   END-IF
   END-IF
   END-IF.

LEVER-OPPOSITION-BANQUE.
   DISPLAY "Numéro du chèque de banque : ".
   ACCEPT WS-NumChqBSaisi.
   PERFORM CHARGER-TABLE-CHEQUES-BANQUE.
   PERFORM CHERCHER-CHEQUE-BANQUE.
   IF WS-ChqBTrouve = "N"
      DISPLAY "Chèque de banque " WS-NumChqBSaisi " inconnu."
   ELSE
   IF StatutChequeBanque NOT = "O"
      DISPLAY "Chèque de banque " WS-NumChqBSaisi " non frappé "
          "d'opposition."
   ELSE
   IF WS-RegistreTronque = "O"
      DISPLAY "Registre de plus de 2000 chèques : archiver "
          "GCBChequesBanqueFile avant toute mise à jour."
   ELSE
      MOVE "E" TO StatutChequeBanque
      MOVE WS-DateJour TO DateStatutChequeBanque
      MOVE ChequeBanqueRecord TO LigneChequeBanqueTable(IdxChqB)
      PERFORM REECRIRE-TABLE-CHEQUES-BANQUE
      DISPLAY "Opposition levée sur le chèque de banque "
          WS-NumChqBSaisi "."
   END-IF
   END-IF
   END-IF.

LISTER-CHEQUES-BANQUE.
   PERFORM CHARGER-TABLE-CHEQUES-BANQUE.
   IF WS-NbChequesBanque = 0
      DISPLAY "Aucun chèque de banque émis."
   ELSE
      PERFORM VARYING IdxChqB FROM 1 BY 1
          UNTIL IdxChqB > WS-NbChequesBanque
         MOVE LigneChequeBanqueTable(IdxChqB) TO ChequeBanqueRecord
         MOVE MontantChequeBanque TO WS-MontantAff
         DISPLAY NumChequeBanque " compte " NumeroCompteChequeBanque
             " " WS-MontantAff " " DeviseChequeBanque " émis "
             DateEmissionChequeBanque " statut " StatutChequeBanque
             " " FUNCTION TRIM(BeneficiaireChequeBanque)
      END-PERFORM
   END-IF.

EDITER-ETAT-ENCOURS.
   DISPLAY "Date d'arrêté (AAAAMMJJ, 0 = journée comptable) : ".
   ACCEPT WS-DateArrete.
   IF WS-DateArrete = 0
      MOVE WS-DateJour TO WS-DateArrete
   END-IF.
   PERFORM CHARGER-TABLE-CHEQUES-BANQUE.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBChequesBanque" WS-DateArrete ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   MOVE 0 TO WS-NbLignesEditees.
   OPEN OUTPUT EditionEncoursFile.
   IF WS-EDIT-STATUS NOT = "00"
      DISPLAY "Erreur " FUNCTION TRIM(WS-NomEdition) ", statut "
          WS-EDIT-STATUS
   ELSE
      MOVE SPACES TO WS-LigneTravail
      STRING "CHEQUES DE BANQUE EN CIRCULATION AU " WS-DateArrete
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE ALL "=" TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE 0 TO WS-NbEncours
      MOVE 0 TO WS-TotalEncours
      PERFORM VARYING IdxChqB FROM 1 BY 1
          UNTIL IdxChqB > WS-NbChequesBanque
         MOVE LigneChequeBanqueTable(IdxChqB) TO ChequeBanqueRecord
         PERFORM EDITER-UN-ENCOURS
      END-PERFORM
      IF WS-RegistreTronque = "O"
         MOVE "ATTENTION : registre tronqué à 2000 chèques."
             TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
      END-IF
      PERFORM CUMULER-SOLDE-GL-4672
      COMPUTE WS-EcartRapprochement
          = WS-SoldeGL4672 - WS-TotalEncours
      MOVE SPACES TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE WS-TotalEncours TO WS-TotalAff
      MOVE SPACES TO WS-LigneTravail
      STRING "Chèques en circulation : " WS-NbEncours
          "   total registre : " WS-TotalAff
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE WS-SoldeGL4672 TO WS-TotalAff
      MOVE SPACES TO WS-LigneTravail
      STRING "Solde créditeur du compte " CompteGLChequesBanque
          " au grand livre : " WS-TotalAff
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE WS-EcartRapprochement TO WS-TotalAff
      MOVE SPACES TO WS-LigneTravail
      IF WS-EcartRapprochement = 0
         MOVE "Rapprochement : registre et grand livre concordent."
             TO WS-LigneTravail
      ELSE
         STRING "*** ECART DE RAPPROCHEMENT : " WS-TotalAff
             " - VOIR GCBGrandLivreFile.txt ***"
             DELIMITED BY SIZE INTO WS-LigneTravail
      END-IF
      PERFORM ECRIRE-LIGNE-EDITION
      CLOSE EditionEncoursFile
      CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportChqB
          WS-DateArrete WS-NbLignesEditees WS-NomEdition
      DISPLAY WS-NbEncours " chèque(s) en circulation, écart "
          WS-TotalAff " : état dans " FUNCTION TRIM(WS-NomEdition)
          "."
   END-IF.

EDITER-UN-ENCOURS.
      *> En circulation à la date d'arrêté : émis au plus tard ce
      *> jour-là et pas encore payé à cette date (un chèque payé
      *> depuis figurait encore dans la dette). Un chèque sous
      *> opposition reste dû au porteur légitime.
   MOVE "N" TO WS-EncoursALaDate.
   IF DateEmissionChequeBanque <= WS-DateArrete
      IF StatutChequeBanque NOT = "P"
         MOVE "O" TO WS-EncoursALaDate
      ELSE
         IF DateStatutChequeBanque > WS-DateArrete
            MOVE "O" TO WS-EncoursALaDate
         END-IF
      END-IF
   END-IF.
   IF WS-EncoursALaDate = "O"
      ADD 1 TO WS-NbEncours
      ADD MontantChequeBanque TO WS-TotalEncours
      MOVE MontantChequeBanque TO WS-MontantAff
      MOVE SPACES TO WS-LigneTravail
      STRING NumChequeBanque " " DateEmissionChequeBanque " compte "
          NumeroCompteChequeBanque " " WS-MontantAff " "
          DeviseChequeBanque " " StatutChequeBanque " "
          BeneficiaireChequeBanque
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.

CUMULER-SOLDE-GL-4672.
   MOVE 0 TO WS-SoldeGL4672.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBGrandLivreFile.
   IF WS-GL-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBGrandLivreFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF CompteGeneralGL = CompteGLChequesBanque
               AND DateEcritureGL <= WS-DateArrete
               IF SensGL = "C"
                  ADD MontantGL TO WS-SoldeGL4672
               ELSE
                  SUBTRACT MontantGL FROM WS-SoldeGL4672
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-GL-STATUS NOT = "35"
      CLOSE GCBGrandLivreFile
   END-IF.

CHERCHER-CHEQUE-BANQUE.
   MOVE "N" TO WS-ChqBTrouve.
   PERFORM VARYING IdxChqB FROM 1 BY 1
       UNTIL IdxChqB > WS-NbChequesBanque OR WS-ChqBTrouve = "O"
      MOVE LigneChequeBanqueTable(IdxChqB) TO ChequeBanqueRecord
      IF NumChequeBanque = WS-NumChqBSaisi
         MOVE "O" TO WS-ChqBTrouve
            *> Même recul d'un cran que REJETER-CHEQUE dans
            *> GCB_CHEQUES : IdxChqB pointe le chèque trouvé.
         SUBTRACT 1 FROM IdxChqB
      END-IF
   END-PERFORM.

CHARGER-TABLE-CHEQUES-BANQUE.
   MOVE 0 TO WS-NbChequesBanque.
   MOVE 0 TO WS-DernierNumChqB.
   MOVE "N" TO WS-RegistreTronque.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBChequesBanqueFile.
   IF WS-CHQB-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBChequesBanqueFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumChequeBanque > WS-DernierNumChqB
               MOVE NumChequeBanque TO WS-DernierNumChqB
            END-IF
            IF WS-NbChequesBanque < 2000
               ADD 1 TO WS-NbChequesBanque
               MOVE ChequeBanqueRecord
                   TO LigneChequeBanqueTable(WS-NbChequesBanque)
            ELSE
               MOVE "O" TO WS-RegistreTronque
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CHQB-STATUS NOT = "35"
      CLOSE GCBChequesBanqueFile
   END-IF.

REECRIRE-TABLE-CHEQUES-BANQUE.
   OPEN OUTPUT GCBChequesBanqueFile.
   PERFORM VARYING IdxChqB FROM 1 BY 1
       UNTIL IdxChqB > WS-NbChequesBanque
      MOVE LigneChequeBanqueTable(IdxChqB) TO ChequeBanqueRecord
      WRITE ChequeBanqueRecord
   END-PERFORM.
   CLOSE GCBChequesBanqueFile.

AJOUTER-COMPTE-PLAN-SI-ABSENT.
      *> Le 4672 est ajouté au plan de comptes d'une installation
      *> antérieure, comme le résultat et le report à nouveau dans
      *> GCB_CLOTURE_PERIODE. Un plan absent sera semé complet par
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
            IF CompteGeneral = CompteGLChequesBanque
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
         MOVE CompteGLChequesBanque TO CompteGeneral
         MOVE "CHEQUES DE BANQUE A PAYER" TO LibelleCompteGeneral
         MOVE "C" TO SensNormalCompteGeneral
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
