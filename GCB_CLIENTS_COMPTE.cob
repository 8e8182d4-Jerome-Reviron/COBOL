IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_CLIENTS_COMPTE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBClientsCompteFile
        FILE STATUS IS WS-CPT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumClientCpt
        ASSIGN TO "GCBClientsCompteFile.dat".
    SELECT GCBClientCptSeqFile
        FILE STATUS IS WS-CPTSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBClientCptSeqFile.txt".
    SELECT GCBVentesCompteFile
        FILE STATUS IS WS-VCP-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumVenteCpt
        ALTERNATE RECORD KEY IS ClientVenteCpt
            WITH DUPLICATES
        ASSIGN TO "GCBVentesCompteFile.dat".
    SELECT GCBFacturesClientsFile
        FILE STATUS IS WS-FCL-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumFactureCli
        ALTERNATE RECORD KEY IS ClientFactureCli
            WITH DUPLICATES
        ASSIGN TO "GCBFacturesClientsFile.dat".

DATA DIVISION.
FILE SECTION.
   FD GCBClientsCompteFile.
   COPY CLIENTCPT.

   FD GCBClientCptSeqFile.
   01 ClientCptSeqRecord PIC 9(6).

   FD GCBVentesCompteFile.
   COPY VENTECPT.

   FD GCBFacturesClientsFile.
   COPY FACTURECLI.

WORKING-STORAGE SECTION.
   01 WS-CPT-STATUS PIC 99.
   01 WS-CPTSEQ-STATUS PIC 99.
   01 WS-VCP-STATUS PIC 99.
   01 WS-FCL-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-DateJour PIC 9(8).
   01 WS-NumSaisi PIC 9(6).
   01 WS-ClientTrouve PIC X(1).
   01 WS-TexteSaisi PIC X(40).
   01 WS-DelaiSaisi PIC 9(3).
   01 WS-PlafondSaisi PIC 9(7)V99.
   01 WS-DernierNumClient PIC 9(6) VALUE 0.
   01 WS-NbClients PIC 9(4) VALUE 0.
   01 WS-ResteDu PIC 9(7)V99.
   01 WS-TotalFacture PIC 9(7)V99.
   01 WS-TotalNonFacture PIC 9(7)V99.
   01 WS-MontantAff PIC Z(6)9.99.
      *> Encaissement d'un règlement (chèque, espèces ou virement
      *> reçu hors échange interbancaire).
   01 WS-ClientRegle PIC 9(6).
   01 WS-FactureCitee PIC 9(6).
   01 WS-MontantRecu PIC 9(7)V99.
   01 WS-ModeReglement PIC X(8).
   01 WS-RefReglement PIC X(23).
   01 WS-MontantAffecte PIC 9(7)V99.

      *> Plafond et délai proposés à la création (paramètres
      *> d'exploitation PLAFOND-CREDIT-CLI et DELAI-PAIEMENT-CLI).
   01 CleDelaiPaiement PIC X(20) VALUE "DELAI-PAIEMENT-CLI".
   01 ClePlafondCredit PIC X(20) VALUE "PLAFOND-CREDIT-CLI".
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
   01 WS-DelaiDefaut PIC 9(3) VALUE 30.
   01 WS-PlafondDefaut PIC 9(7)V99 VALUE 1000.

      *> Clients en compte du magasin : création, coordonnées,
      *> plafond et délai, suspension à la main, encaissement des
      *> règlements reçus au guichet (imputés sur les factures par
      *> GCB_AFFECTER_REGLEMENT) et relevé d'un client. Le blocage
      *> pour retard est posé et levé par les traitements, pas ici.

PROCEDURE DIVISION.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   CALL 'GCB_PARAMETRE' USING CleDelaiPaiement WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-DelaiDefaut
   END-IF.
   CALL 'GCB_PARAMETRE' USING ClePlafondCredit WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-PlafondDefaut
   END-IF.
   PERFORM OUVRIR-CLIENTS.
   IF WS-CPT-STATUS NOT = "00"
      DISPLAY "Erreur GCBClientsCompteFile, statut " WS-CPT-STATUS
      STOP RUN
   END-IF.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== CLIENTS EN COMPTE DU MAGASIN ==="
      DISPLAY "1. Créer un client en compte"
      DISPLAY "2. Modifier un client en compte"
      DISPLAY "3. Suspendre / réactiver un client"
      DISPLAY "4. Encaisser un règlement"
      DISPLAY "5. Relevé d'un client"
      DISPLAY "6. Liste des clients en compte"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1 PERFORM CREER-CLIENT-COMPTE
         WHEN 2 PERFORM MODIFIER-CLIENT-COMPTE
         WHEN 3 PERFORM BASCULER-STATUT-CLIENT
         WHEN 4 PERFORM ENCAISSER-REGLEMENT
         WHEN 5 PERFORM EDITER-RELEVE-CLIENT
         WHEN 6 PERFORM LISTER-CLIENTS-COMPTE
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-PERFORM.
   CLOSE GCBClientsCompteFile.
   STOP RUN.

OUVRIR-CLIENTS.
   OPEN I-O GCBClientsCompteFile.
   IF WS-CPT-STATUS = "35"
      OPEN OUTPUT GCBClientsCompteFile
      CLOSE GCBClientsCompteFile
      OPEN I-O GCBClientsCompteFile
   END-IF.

LIRE-CLIENT-SAISI.
   MOVE "N" TO WS-ClientTrouve.
   DISPLAY "Numéro du client en compte : ".
   ACCEPT WS-NumSaisi.
   MOVE WS-NumSaisi TO NumClientCpt.
   READ GCBClientsCompteFile
      INVALID KEY CONTINUE
      NOT INVALID KEY MOVE "O" TO WS-ClientTrouve
   END-READ.

CREER-CLIENT-COMPTE.
   INITIALIZE ClientCompteRecord.
   DISPLAY "Raison sociale : ".
   ACCEPT RaisonSocialeClientCpt.
   IF RaisonSocialeClientCpt = SPACES
      DISPLAY "Raison sociale obligatoire."
   ELSE
      DISPLAY "Adresse de facturation : "
      ACCEPT AdresseClientCpt
      DISPLAY "Contact (nom, téléphone) : "
      ACCEPT ContactClientCpt
      DISPLAY "Plafond de crédit (0 = " WS-PlafondDefaut ") : "
      ACCEPT WS-PlafondSaisi
      IF WS-PlafondSaisi = 0
         MOVE WS-PlafondDefaut TO PlafondCreditCpt
      ELSE
         MOVE WS-PlafondSaisi TO PlafondCreditCpt
      END-IF
      DISPLAY "Délai de paiement en jours (0 = " WS-DelaiDefaut
          ") : "
      ACCEPT WS-DelaiSaisi
      IF WS-DelaiSaisi = 0
         MOVE WS-DelaiDefaut TO DelaiPaiementCpt
      ELSE
         MOVE WS-DelaiSaisi TO DelaiPaiementCpt
      END-IF
      PERFORM OBTENIR-NUMERO-CLIENT
      MOVE 0 TO EncoursClientCpt
      MOVE "A" TO StatutClientCpt
      MOVE 0 TO NiveauRelanceCpt
      MOVE 0 TO DateRelanceCpt
      MOVE WS-DateJour TO DateCreationClientCpt
      WRITE ClientCompteRecord
         INVALID KEY
            DISPLAY "Numéro " NumClientCpt " déjà attribué : "
                "vérifier GCBClientCptSeqFile."
         NOT INVALID KEY
            DISPLAY "Client en compte " NumClientCpt " créé, "
                "plafond " PlafondCreditCpt ", délai "
                DelaiPaiementCpt " jours."
      END-WRITE
   END-IF.

OBTENIR-NUMERO-CLIENT.
      *> Même mécanisme de séquence monotone que GCBSequenceFile dans
      *> GCB_WRITE.
   MOVE 0 TO WS-DernierNumClient.
   OPEN INPUT GCBClientCptSeqFile.
   IF WS-CPTSEQ-STATUS = "00"
      READ GCBClientCptSeqFile
         AT END CONTINUE
         NOT AT END MOVE ClientCptSeqRecord TO WS-DernierNumClient
      END-READ
      CLOSE GCBClientCptSeqFile
   END-IF.
   COMPUTE NumClientCpt = WS-DernierNumClient + 1.
   MOVE NumClientCpt TO ClientCptSeqRecord.
   OPEN OUTPUT GCBClientCptSeqFile.
   WRITE ClientCptSeqRecord.
   CLOSE GCBClientCptSeqFile.

MODIFIER-CLIENT-COMPTE.
      *> Une réponse à blanc (ou zéro) garde la valeur en place.
   PERFORM LIRE-CLIENT-SAISI.
   IF WS-ClientTrouve = "N"
      DISPLAY "Client en compte inconnu."
   ELSE
      DISPLAY "Raison sociale [" RaisonSocialeClientCpt "] : "
      ACCEPT WS-TexteSaisi
      IF WS-TexteSaisi NOT = SPACES
         MOVE WS-TexteSaisi TO RaisonSocialeClientCpt
      END-IF
      DISPLAY "Adresse [" AdresseClientCpt "] : "
      ACCEPT WS-TexteSaisi
      IF WS-TexteSaisi NOT = SPACES
         MOVE WS-TexteSaisi TO AdresseClientCpt
      END-IF
      DISPLAY "Contact [" ContactClientCpt "] : "
      ACCEPT WS-TexteSaisi
      IF WS-TexteSaisi NOT = SPACES
         MOVE WS-TexteSaisi TO ContactClientCpt
      END-IF
      DISPLAY "Plafond de crédit [" PlafondCreditCpt "] : "
      ACCEPT WS-PlafondSaisi
      IF WS-PlafondSaisi NOT = 0
         MOVE WS-PlafondSaisi TO PlafondCreditCpt
      END-IF
      DISPLAY "Délai de paiement [" DelaiPaiementCpt "] : "
      ACCEPT WS-DelaiSaisi
      IF WS-DelaiSaisi NOT = 0
         MOVE WS-DelaiSaisi TO DelaiPaiementCpt
      END-IF
      REWRITE ClientCompteRecord
      DISPLAY "Client mis à jour. Les factures déjà émises gardent "
          "leur échéance."
   END-IF.

BASCULER-STATUT-CLIENT.
   PERFORM LIRE-CLIENT-SAISI.
   IF WS-ClientTrouve = "N"
      DISPLAY "Client en compte inconnu."
   ELSE
      IF StatutClientCpt = "S"
         MOVE "A" TO StatutClientCpt
         DISPLAY "Client réactivé (bloqué de nouveau au premier "
             "achat si une facture reste échue)."
      ELSE
         MOVE "S" TO StatutClientCpt
         DISPLAY "Client suspendu : plus de vente en compte."
      END-IF
      REWRITE ClientCompteRecord
   END-IF.

ENCAISSER-REGLEMENT.
   DISPLAY "Numéro du client en compte : ".
   ACCEPT WS-ClientRegle.
   DISPLAY "Montant reçu : ".
   ACCEPT WS-MontantRecu.
   DISPLAY "Mode (CHEQUE, ESPECES, VIREMENT) : ".
   ACCEPT WS-ModeReglement.
   DISPLAY "Référence (numéro de chèque, de virement) : ".
   ACCEPT WS-RefReglement.
   DISPLAY "Facture réglée (0 = de la plus ancienne) : ".
   ACCEPT WS-FactureCitee.
   IF WS-ClientRegle = 0 OR WS-MontantRecu = 0
      DISPLAY "Client et montant obligatoires."
   ELSE
         *> GCB_AFFECTER_REGLEMENT ouvre lui-même le fichier des
         *> clients en mise à jour.
      CLOSE GCBClientsCompteFile
      CALL 'GCB_AFFECTER_REGLEMENT' USING WS-ClientRegle
          WS-FactureCitee WS-MontantRecu WS-ModeReglement
          WS-RefReglement WS-MontantAffecte
      PERFORM OUVRIR-CLIENTS
      IF WS-MontantAffecte = 0
         DISPLAY "Rien d'imputé : client inconnu ou sans facture "
             "ouverte."
      ELSE
         DISPLAY WS-MontantAffecte " imputé sur les factures du "
             "client " WS-ClientRegle "."
      END-IF
   END-IF.

EDITER-RELEVE-CLIENT.
   PERFORM LIRE-CLIENT-SAISI.
   IF WS-ClientTrouve = "N"
      DISPLAY "Client en compte inconnu."
   ELSE
      DISPLAY "--- Relevé de " RaisonSocialeClientCpt " ---"
      DISPLAY "Plafond " PlafondCreditCpt "  encours "
          EncoursClientCpt "  statut " StatutClientCpt
          "  relance " NiveauRelanceCpt
      PERFORM RELEVER-FACTURES-OUVERTES
      PERFORM RELEVER-VENTES-NON-FACTUREES
      MOVE WS-TotalFacture TO WS-MontantAff
      DISPLAY "Reste dû sur factures      : " WS-MontantAff
      MOVE WS-TotalNonFacture TO WS-MontantAff
      DISPLAY "Ventes du mois à facturer  : " WS-MontantAff
   END-IF.

RELEVER-FACTURES-OUVERTES.
   MOVE 0 TO WS-TotalFacture.
   OPEN INPUT GCBFacturesClientsFile.
   IF WS-FCL-STATUS = "00"
      MOVE "N" TO WS-EOF
      MOVE NumClientCpt TO ClientFactureCli
      START GCBFacturesClientsFile KEY IS EQUAL ClientFactureCli
         INVALID KEY MOVE "Y" TO WS-EOF
      END-START
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBFacturesClientsFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               IF ClientFactureCli NOT = NumClientCpt
                  MOVE "Y" TO WS-EOF
               ELSE
               IF StatutFactureCli = "O"
                  COMPUTE WS-ResteDu = MontantFactureCli
                      - MontantRegleCli
                  ADD WS-ResteDu TO WS-TotalFacture
                  MOVE WS-ResteDu TO WS-MontantAff
                  IF DateEcheanceCli < WS-DateJour
                     DISPLAY "FAC" NumFactureCli " du "
                         DateFactureCli " échue le " DateEcheanceCli
                         " reste " WS-MontantAff " EN RETARD"
                  ELSE
                     DISPLAY "FAC" NumFactureCli " du "
                         DateFactureCli " échéance " DateEcheanceCli
                         " reste " WS-MontantAff
                  END-IF
               END-IF
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBFacturesClientsFile
   END-IF.

RELEVER-VENTES-NON-FACTUREES.
   MOVE 0 TO WS-TotalNonFacture.
   OPEN INPUT GCBVentesCompteFile.
   IF WS-VCP-STATUS = "00"
      MOVE "N" TO WS-EOF
      MOVE NumClientCpt TO ClientVenteCpt
      START GCBVentesCompteFile KEY IS EQUAL ClientVenteCpt
         INVALID KEY MOVE "Y" TO WS-EOF
      END-START
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBVentesCompteFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               IF ClientVenteCpt NOT = NumClientCpt
                  MOVE "Y" TO WS-EOF
               ELSE
               IF NumFactureVenteCpt = 0
                  ADD MontantVenteCpt TO WS-TotalNonFacture
                  DISPLAY "Vente " NumVenteCpt " du " DateVenteCpt
                      " : " MontantVenteCpt " (à facturer)"
               END-IF
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBVentesCompteFile
   END-IF.

LISTER-CLIENTS-COMPTE.
   MOVE 0 TO WS-NbClients.
   MOVE "N" TO WS-EOF.
   MOVE 0 TO NumClientCpt.
   START GCBClientsCompteFile KEY IS GREATER THAN OR EQUAL
       NumClientCpt
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   DISPLAY "--- Clients en compte ---".
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBClientsCompteFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            ADD 1 TO WS-NbClients
            DISPLAY NumClientCpt " " RaisonSocialeClientCpt " "
                StatutClientCpt " plafond " PlafondCreditCpt
                " encours " EncoursClientCpt " "
                DelaiPaiementCpt "j"
      END-READ
   END-PERFORM.
   DISPLAY WS-NbClients " client(s) en compte.".
