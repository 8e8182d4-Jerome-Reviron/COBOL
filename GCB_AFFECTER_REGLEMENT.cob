IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_AFFECTER_REGLEMENT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBClientsCompteFile
        FILE STATUS IS WS-CPT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumClientCpt
        ASSIGN TO "GCBClientsCompteFile.dat".
    SELECT GCBFacturesClientsFile
        FILE STATUS IS WS-FCL-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumFactureCli
        ALTERNATE RECORD KEY IS ClientFactureCli
            WITH DUPLICATES
        ASSIGN TO "GCBFacturesClientsFile.dat".
    SELECT GCBReglementsClientsFile
        FILE STATUS IS WS-RCL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBReglementsClientsFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBClientsCompteFile.
   COPY CLIENTCPT.

   FD GCBFacturesClientsFile.
   COPY FACTURECLI.

   FD GCBReglementsClientsFile.
   COPY REGLTCLI.

WORKING-STORAGE SECTION.
   01 WS-CPT-STATUS PIC 99.
   01 WS-FCL-STATUS PIC 99.
   01 WS-RCL-STATUS PIC 99.
   01 WS-EOF-FCL PIC X VALUE "N".
   01 WS-DateJour PIC 9(8).
   01 WS-ClientTrouve PIC X(1).
   01 WS-FactureEchue PIC X(1).
   01 WS-ResteAImputer PIC 9(7)V99.
   01 WS-ResteFacture PIC 9(7)V99.
   01 WS-PartImputee PIC 9(7)V99.

LINKAGE SECTION.
   01 NumClientRegle PIC 9(6).
   01 FacturePrioritaire PIC 9(6).
   01 MontantRecu PIC 9(7)V99.
   01 ModeReglementCli PIC X(8).
   01 ReferenceReglementCli PIC X(23).
   01 MontantAffecte PIC 9(7)V99.

      *> Imputation d'un règlement d'un client en compte sur ses
      *> factures ouvertes : d'abord sur la facture citée par le
      *> payeur (FacturePrioritaire, 0 = aucune), puis de la plus
      *> ancienne à la plus récente. Client à 0 : il est retrouvé
      *> par la facture citée (virement reçu portant "FACnnnnnn" en
      *> référence). Chaque part imputée est journalisée, l'encours
      *> baisse d'autant, et le client bloqué est débloqué dès que
      *> plus rien n'est échu. Ce qu'aucune facture n'absorbe est
      *> journalisé sur la facture 0 et laissé hors de MontantAffecte
      *> (trop-perçu à traiter à la main). Client introuvable :
      *> MontantAffecte reste à 0 et rien n'est écrit.

PROCEDURE DIVISION USING NumClientRegle FacturePrioritaire
    MontantRecu ModeReglementCli ReferenceReglementCli
    MontantAffecte.
   MOVE 0 TO MontantAffecte.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   OPEN I-O GCBFacturesClientsFile.
   IF WS-FCL-STATUS = "35"
      OPEN OUTPUT GCBFacturesClientsFile
      CLOSE GCBFacturesClientsFile
      OPEN I-O GCBFacturesClientsFile
   END-IF.
   IF WS-FCL-STATUS NOT = "00"
      DISPLAY "Erreur GCBFacturesClientsFile, statut " WS-FCL-STATUS
      EXIT PROGRAM
   END-IF.
   IF NumClientRegle = 0 AND FacturePrioritaire > 0
      MOVE FacturePrioritaire TO NumFactureCli
      READ GCBFacturesClientsFile
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE ClientFactureCli TO NumClientRegle
      END-READ
   END-IF.
   MOVE "N" TO WS-ClientTrouve.
   OPEN I-O GCBClientsCompteFile.
   IF WS-CPT-STATUS = "00" AND NumClientRegle > 0
      MOVE NumClientRegle TO NumClientCpt
      READ GCBClientsCompteFile
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE "O" TO WS-ClientTrouve
      END-READ
   END-IF.
   IF WS-ClientTrouve = "O"
      PERFORM IMPUTER-REGLEMENT
   END-IF.
   IF WS-CPT-STATUS NOT = "35"
      CLOSE GCBClientsCompteFile
   END-IF.
   CLOSE GCBFacturesClientsFile.
   EXIT PROGRAM.

IMPUTER-REGLEMENT.
   OPEN EXTEND GCBReglementsClientsFile.
   IF WS-RCL-STATUS = "35"
      OPEN OUTPUT GCBReglementsClientsFile
   END-IF.
   MOVE MontantRecu TO WS-ResteAImputer.
   IF FacturePrioritaire > 0
      MOVE FacturePrioritaire TO NumFactureCli
      READ GCBFacturesClientsFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            IF ClientFactureCli = NumClientCpt
               AND StatutFactureCli = "O"
               PERFORM IMPUTER-SUR-FACTURE
            END-IF
      END-READ
   END-IF.
   MOVE "N" TO WS-EOF-FCL.
   IF WS-ResteAImputer = 0
      MOVE "Y" TO WS-EOF-FCL
   END-IF.
   MOVE NumClientCpt TO ClientFactureCli.
   START GCBFacturesClientsFile KEY IS EQUAL ClientFactureCli
      INVALID KEY MOVE "Y" TO WS-EOF-FCL
   END-START.
   PERFORM UNTIL WS-EOF-FCL = "Y"
      READ GCBFacturesClientsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-FCL
         NOT AT END
            IF ClientFactureCli NOT = NumClientCpt
               MOVE "Y" TO WS-EOF-FCL
            ELSE
               IF StatutFactureCli = "O"
                  PERFORM IMPUTER-SUR-FACTURE
               END-IF
               IF WS-ResteAImputer = 0
                  MOVE "Y" TO WS-EOF-FCL
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-ResteAImputer > 0
      MOVE 0 TO NumFactureCli
      MOVE WS-ResteAImputer TO WS-PartImputee
      PERFORM JOURNALISER-PART
      DISPLAY "Trop-perçu de " WS-ResteAImputer " pour le client "
          NumClientCpt " : à rendre ou à garder en avoir."
   END-IF.
   IF WS-RCL-STATUS = "00"
      CLOSE GCBReglementsClientsFile
   END-IF.
   COMPUTE MontantAffecte = MontantRecu - WS-ResteAImputer.
   IF MontantAffecte > EncoursClientCpt
      MOVE 0 TO EncoursClientCpt
   ELSE
      SUBTRACT MontantAffecte FROM EncoursClientCpt
   END-IF.
   PERFORM CHERCHER-FACTURE-ECHUE.
   IF WS-FactureEchue = "N"
      MOVE 0 TO NiveauRelanceCpt
      IF StatutClientCpt = "B"
         MOVE "A" TO StatutClientCpt
         DISPLAY "Client " FUNCTION TRIM(RaisonSocialeClientCpt)
             " à jour : débloqué."
      END-IF
   END-IF.
   REWRITE ClientCompteRecord.

IMPUTER-SUR-FACTURE.
   COMPUTE WS-ResteFacture = MontantFactureCli - MontantRegleCli.
   IF WS-ResteAImputer < WS-ResteFacture
      MOVE WS-ResteAImputer TO WS-PartImputee
   ELSE
      MOVE WS-ResteFacture TO WS-PartImputee
   END-IF.
   IF WS-PartImputee > 0
      ADD WS-PartImputee TO MontantRegleCli
      SUBTRACT WS-PartImputee FROM WS-ResteAImputer
      IF MontantRegleCli >= MontantFactureCli
         MOVE "S" TO StatutFactureCli
         MOVE WS-DateJour TO DateSoldeCli
      END-IF
      REWRITE FactureCliRecord
      PERFORM JOURNALISER-PART
   END-IF.

JOURNALISER-PART.
   IF WS-RCL-STATUS = "00"
      MOVE WS-DateJour TO DateRegltCli
      MOVE NumClientCpt TO ClientRegltCli
      MOVE NumFactureCli TO FactureRegltCli
      MOVE WS-PartImputee TO MontantRegltCli
      MOVE ModeReglementCli TO ModeRegltCli
      MOVE ReferenceReglementCli TO RefRegltCli
      WRITE ReglementCliRecord
   END-IF.

CHERCHER-FACTURE-ECHUE.
   MOVE "N" TO WS-FactureEchue.
   MOVE "N" TO WS-EOF-FCL.
   MOVE NumClientCpt TO ClientFactureCli.
   START GCBFacturesClientsFile KEY IS EQUAL ClientFactureCli
      INVALID KEY MOVE "Y" TO WS-EOF-FCL
   END-START.
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
   END-PERFORM.
