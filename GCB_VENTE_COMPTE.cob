IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_VENTE_COMPTE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBClientsCompteFile
        FILE STATUS IS WS-CPT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumClientCpt
        ASSIGN TO "GCBClientsCompteFile.dat".
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

   FD GCBVentesCompteFile.
   COPY VENTECPT.

   FD GCBFacturesClientsFile.
   COPY FACTURECLI.

WORKING-STORAGE SECTION.
   01 WS-CPT-STATUS PIC 99.
   01 WS-VCP-STATUS PIC 99.
   01 WS-FCL-STATUS PIC 99.
   01 WS-EOF-FCL PIC X VALUE "N".
   01 WS-DateJour PIC 9(8).
   01 WS-ClientTrouve PIC X(1).
   01 WS-FactureEchue PIC X(1).
   01 WS-EncoursApres PIC 9(8)V99.

LINKAGE SECTION.
   01 NumClientVente PIC 9(6).
   01 MontantVente PIC 9(6)V99.
   01 NumVenteCompte PIC 9(6).
   01 VenteAcceptee PIC X(1).

      *> Accord d'une vente en compte au comptoir : le client doit
      *> être actif, n'avoir aucune facture échue impayée (sinon il
      *> est bloqué sur-le-champ) et rester sous son plafond une fois
      *> la vente ajoutée à l'encours. Accordée ("O"), la vente
      *> devient une créance ouverte de GCBVentesCompteFile en
      *> attente de la facturation du mois ; refusée ("N"), le motif
      *> est affiché et le caissier encaisse autrement.

PROCEDURE DIVISION USING NumClientVente MontantVente NumVenteCompte
    VenteAcceptee.
   MOVE "N" TO VenteAcceptee.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   MOVE "N" TO WS-ClientTrouve.
   OPEN I-O GCBClientsCompteFile.
   IF WS-CPT-STATUS NOT = "00"
      DISPLAY "Aucun client en compte (statut " WS-CPT-STATUS ")."
      EXIT PROGRAM
   END-IF.
   MOVE NumClientVente TO NumClientCpt.
   READ GCBClientsCompteFile
      INVALID KEY CONTINUE
      NOT INVALID KEY MOVE "O" TO WS-ClientTrouve
   END-READ.
   IF WS-ClientTrouve = "N"
      DISPLAY "Client en compte " NumClientVente " inconnu."
   ELSE
   IF StatutClientCpt = "S"
      DISPLAY "Client " FUNCTION TRIM(RaisonSocialeClientCpt)
          " suspendu : vente en compte refusée."
   ELSE
      PERFORM CHERCHER-FACTURE-ECHUE
      COMPUTE WS-EncoursApres = EncoursClientCpt + MontantVente
      IF WS-FactureEchue = "O" OR StatutClientCpt = "B"
         IF StatutClientCpt NOT = "B"
            MOVE "B" TO StatutClientCpt
            REWRITE ClientCompteRecord
         END-IF
         DISPLAY "Client " FUNCTION TRIM(RaisonSocialeClientCpt)
             " bloqué : facture échue impayée, vente en compte "
             "refusée."
      ELSE
      IF WS-EncoursApres > PlafondCreditCpt
         DISPLAY "Plafond de crédit dépassé (encours "
             EncoursClientCpt ", plafond " PlafondCreditCpt
             ") : vente en compte refusée."
      ELSE
         PERFORM ENREGISTRER-VENTE-COMPTE
      END-IF
      END-IF
   END-IF
   END-IF.
   CLOSE GCBClientsCompteFile.
   EXIT PROGRAM.

CHERCHER-FACTURE-ECHUE.
   MOVE "N" TO WS-FactureEchue.
   OPEN INPUT GCBFacturesClientsFile.
   IF WS-FCL-STATUS = "00"
      MOVE "N" TO WS-EOF-FCL
      MOVE NumClientCpt TO ClientFactureCli
      START GCBFacturesClientsFile KEY IS EQUAL ClientFactureCli
         INVALID KEY MOVE "Y" TO WS-EOF-FCL
      END-START
      PERFORM UNTIL WS-EOF-FCL = "Y"
         READ GCBFacturesClientsFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF-FCL
            NOT AT END
               IF ClientFactureCli NOT = NumClientCpt
                  MOVE "Y" TO WS-EOF-FCL
               ELSE
               IF StatutFactureCli = "O"
                  AND DateEcheanceCli < WS-DateJour
                  MOVE "O" TO WS-FactureEchue
                  MOVE "Y" TO WS-EOF-FCL
               END-IF
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBFacturesClientsFile
   END-IF.

ENREGISTRER-VENTE-COMPTE.
   OPEN I-O GCBVentesCompteFile.
   IF WS-VCP-STATUS = "35"
      OPEN OUTPUT GCBVentesCompteFile
      CLOSE GCBVentesCompteFile
      OPEN I-O GCBVentesCompteFile
   END-IF.
   IF WS-VCP-STATUS NOT = "00"
      DISPLAY "Erreur GCBVentesCompteFile, statut " WS-VCP-STATUS
          " : vente en compte refusée."
   ELSE
      MOVE NumVenteCompte TO NumVenteCpt
      MOVE NumClientCpt TO ClientVenteCpt
      MOVE WS-DateJour TO DateVenteCpt
      MOVE MontantVente TO MontantVenteCpt
      MOVE 0 TO NumFactureVenteCpt
      WRITE VenteCompteRecord
         INVALID KEY
            DISPLAY "Vente " NumVenteCompte " déjà passée en compte."
         NOT INVALID KEY
            MOVE WS-EncoursApres TO EncoursClientCpt
            REWRITE ClientCompteRecord
            MOVE "O" TO VenteAcceptee
            DISPLAY "Vente en compte accordée à "
                FUNCTION TRIM(RaisonSocialeClientCpt) ", encours "
                EncoursClientCpt "."
      END-WRITE
      CLOSE GCBVentesCompteFile
   END-IF.
