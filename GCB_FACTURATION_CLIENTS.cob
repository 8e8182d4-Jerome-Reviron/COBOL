IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_FACTURATION_CLIENTS.
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
    SELECT GCBFactureCliSeqFile
        FILE STATUS IS WS-FCLSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBFactureCliSeqFile.txt".
    SELECT GCBLignesVenteFile
        FILE STATUS IS WS-LGN-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBLignesVenteFile.txt".
    SELECT GCBEtatFacturationFile
        FILE STATUS IS WS-ETAT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEtat.

DATA DIVISION.
FILE SECTION.
   FD GCBClientsCompteFile.
   COPY CLIENTCPT.

   FD GCBVentesCompteFile.
   COPY VENTECPT.

   FD GCBFacturesClientsFile.
   COPY FACTURECLI.

   FD GCBFactureCliSeqFile.
   01 FactureCliSeqRecord PIC 9(6).

   FD GCBLignesVenteFile.
   01 LigneVenteRecord.
      05 NumVenteLigne PIC 9(6).
      05 CodeArticleLigne PIC X(8).
      05 QuantiteLigne PIC 9(3).
      05 PrixUnitaireLigne PIC 9(5)V99.
      05 MontantLigne PIC 9(6)V99.
      05 CategorieLigne PIC X(12).
      05 CoutUnitaireLigne PIC 9(5)V99.
      05 RemiseLigne PIC 9(6)V99.
      05 PromoLigne PIC X(1).
      05 CouponLigne PIC X(10).
      05 DateVenteLigne PIC 9(8).
      05 TauxTVALigne PIC 9(2)V99.
      05 MontantTVALigne PIC 9(5)V99.
      05 TypeLigne PIC X(1).

   FD GCBEtatFacturationFile.
   01 LigneEtatFacturation PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-CPT-STATUS PIC 99.
   01 WS-VCP-STATUS PIC 99.
   01 WS-FCL-STATUS PIC 99.
   01 WS-FCLSEQ-STATUS PIC 99.
   01 WS-LGN-STATUS PIC 99.
   01 WS-ETAT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-EOF-CLI PIC X VALUE "N".
   01 WS-EOF-LGN PIC X VALUE "N".
   01 WS-DateJour PIC 9(8).
   01 WS-EntierEcheance PIC 9(8).
   01 WS-NomEtat PIC X(44).
   01 WS-LigneTravail PIC X(80).
   01 WS-LigneEtat PIC X(80).
   01 WS-NbLignesEtat PIC 9(6) VALUE 0.
   01 WS-TypeRapportEtat PIC X(12) VALUE "FACT-CLIENTS".
   01 WS-DerniereFacture PIC 9(6) VALUE 0.
   01 WS-NumFactureEmise PIC 9(6).
   01 WS-EcheanceEmise PIC 9(8).
   01 WS-MontantFacture PIC 9(7)V99.
   01 WS-ResteDu PIC 9(7)V99.
   01 WS-TotalDu PIC 9(7)V99.
   01 WS-MontantAff PIC Z(6)9.99.
   01 WS-PrixAff PIC Z(4)9.99.
   01 WS-NbFactures PIC 9(4) VALUE 0.
   01 WS-NbReleves PIC 9(4) VALUE 0.
   01 WS-NbRetenues PIC 9(4) VALUE 0.
   01 WS-TotalFacture PIC 9(8)V99 VALUE 0.

      *> Ventes en compte du client à facturer, table bornée comme
      *> les autres relevés ; le surplus attend la facture suivante.
   01 WS-NbVentesAFacturer PIC 9(3) VALUE 0.
   01 IdxVte PIC 9(3).
   01 TableVentesAFacturer OCCURS 200 TIMES.
      05 NumVenteAFacturer PIC 9(6).
      05 DateVenteAFacturer PIC 9(8).
      05 MontantVenteAFacturer PIC 9(6)V99.
   01 WS-VentesEnAttente PIC X(1).

      *> Dépôt de la facture et du relevé dans la file du courrier
      *> (GCB_COURRIER), comme les relances.
   01 WS-OperationCourrier PIC X(1).
   01 WS-TypeDestinataire PIC X(1) VALUE "E".
   01 WS-NatureCourrier PIC X(10).
   01 WS-NomDestinataire PIC X(30).
   01 WS-AdresseDestinataire PIC X(40).
   01 WS-ResultatCourrier PIC X(1).
   01 WS-ClientCourant PIC 9(6).

      *> Facturation de fin de mois des clients en compte du
      *> magasin : toutes les ventes en compte encore sans facture
      *> d'un client sont regroupées sur une facture unique (échéance
      *> = date + délai de paiement du client) dont le détail reprend
      *> les articles de GCBLignesVenteFile, suivie du relevé de ses
      *> factures encore ouvertes. Un client sans vente nouvelle mais
      *> avec un reste dû reçoit le relevé seul. Les lettres partent
      *> dans la file du courrier ; l'état daté récapitule le passage
      *> et est enregistré au catalogue des rapports.

PROCEDURE DIVISION.
   DISPLAY "==============================================".
   DISPLAY "FACTURATION DES CLIENTS EN COMPTE".
   DISPLAY "==============================================".
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   OPEN INPUT GCBClientsCompteFile.
   IF WS-CPT-STATUS NOT = "00"
      DISPLAY "Aucun client en compte (statut " WS-CPT-STATUS ")."
      STOP RUN
   END-IF.
   OPEN I-O GCBVentesCompteFile.
   IF WS-VCP-STATUS = "35"
      OPEN OUTPUT GCBVentesCompteFile
      CLOSE GCBVentesCompteFile
      OPEN I-O GCBVentesCompteFile
   END-IF.
   OPEN I-O GCBFacturesClientsFile.
   IF WS-FCL-STATUS = "35"
      OPEN OUTPUT GCBFacturesClientsFile
      CLOSE GCBFacturesClientsFile
      OPEN I-O GCBFacturesClientsFile
   END-IF.
   IF WS-VCP-STATUS NOT = "00" OR WS-FCL-STATUS NOT = "00"
      DISPLAY "Erreur GCBVentesCompteFile (" WS-VCP-STATUS
          ") ou GCBFacturesClientsFile (" WS-FCL-STATUS ")."
      CLOSE GCBClientsCompteFile
      STOP RUN
   END-IF.
   MOVE SPACES TO WS-NomEtat.
   STRING "GCBFacturesClients" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEtat.
   OPEN OUTPUT GCBEtatFacturationFile.
   MOVE SPACES TO WS-LigneEtat.
   STRING "FACTURATION DES CLIENTS EN COMPTE DU " WS-DateJour
       DELIMITED BY SIZE INTO WS-LigneEtat.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE "  Client Raison sociale                  Facture     "
       TO WS-LigneEtat.
   MOVE "Montant    Reste dû" TO WS-LigneEtat(54:19).
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE "N" TO WS-EOF-CLI.
   MOVE 0 TO NumClientCpt.
   START GCBClientsCompteFile KEY IS GREATER THAN OR EQUAL
       NumClientCpt
      INVALID KEY MOVE "Y" TO WS-EOF-CLI
   END-START.
   PERFORM UNTIL WS-EOF-CLI = "Y"
      READ GCBClientsCompteFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-CLI
         NOT AT END PERFORM FACTURER-CLIENT
      END-READ
   END-PERFORM.
   MOVE SPACES TO WS-LigneEtat.
   PERFORM ECRIRE-LIGNE-ETAT.
   MOVE WS-TotalFacture TO WS-MontantAff.
   MOVE SPACES TO WS-LigneEtat.
   STRING "RECAPITULATIF : " WS-NbFactures " facture(s) pour "
       WS-MontantAff ", " WS-NbReleves " relevé(s) seul(s)"
       DELIMITED BY SIZE INTO WS-LigneEtat.
   PERFORM ECRIRE-LIGNE-ETAT.
   IF WS-NbRetenues > 0
      MOVE SPACES TO WS-LigneEtat
      STRING WS-NbRetenues " lettre(s) non déposée(s) (adresse "
          "NPAI ou introuvable) : voir GCB_COURRIERS."
          DELIMITED BY SIZE INTO WS-LigneEtat
      PERFORM ECRIRE-LIGNE-ETAT
   END-IF.
   CLOSE GCBEtatFacturationFile.
   CLOSE GCBFacturesClientsFile.
   CLOSE GCBVentesCompteFile.
   CLOSE GCBClientsCompteFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportEtat
       WS-DateJour WS-NbLignesEtat WS-NomEtat.
   DISPLAY "Etat écrit dans " FUNCTION TRIM(WS-NomEtat) ".".
   STOP RUN.

FACTURER-CLIENT.
   MOVE NumClientCpt TO WS-ClientCourant.
   PERFORM RELEVER-VENTES-A-FACTURER.
   MOVE 0 TO WS-NumFactureEmise.
   MOVE 0 TO WS-MontantFacture.
   IF WS-NbVentesAFacturer > 0
      PERFORM EMETTRE-FACTURE
   END-IF.
   PERFORM TOTALISER-RESTE-DU.
   IF WS-NbVentesAFacturer > 0 OR WS-TotalDu > 0
      IF WS-NbVentesAFacturer > 0
         MOVE "FACTURE" TO WS-NatureCourrier
      ELSE
         MOVE "RELEVE" TO WS-NatureCourrier
         ADD 1 TO WS-NbReleves
      END-IF
      PERFORM EDITER-LETTRE-CLIENT
      MOVE SPACES TO WS-LigneEtat
      MOVE WS-ClientCourant TO WS-LigneEtat(3:6)
      MOVE RaisonSocialeClientCpt TO WS-LigneEtat(10:30)
      IF WS-NumFactureEmise > 0
         STRING "FAC" WS-NumFactureEmise DELIMITED BY SIZE
             INTO WS-LigneEtat(41:9)
         MOVE WS-MontantFacture TO WS-MontantAff
         MOVE WS-MontantAff TO WS-LigneEtat(51:10)
      END-IF
      MOVE WS-TotalDu TO WS-MontantAff
      MOVE WS-MontantAff TO WS-LigneEtat(62:10)
      IF WS-ResultatCourrier NOT = "O"
         MOVE "*" TO WS-LigneEtat(73:1)
      END-IF
      PERFORM ECRIRE-LIGNE-ETAT
   END-IF.

RELEVER-VENTES-A-FACTURER.
   MOVE 0 TO WS-NbVentesAFacturer.
   MOVE "N" TO WS-VentesEnAttente.
   MOVE "N" TO WS-EOF.
   MOVE WS-ClientCourant TO ClientVenteCpt.
   START GCBVentesCompteFile KEY IS EQUAL ClientVenteCpt
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBVentesCompteFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF ClientVenteCpt NOT = WS-ClientCourant
               MOVE "Y" TO WS-EOF
            ELSE
            IF NumFactureVenteCpt = 0
               AND DateVenteCpt <= WS-DateJour
               IF WS-NbVentesAFacturer < 200
                  ADD 1 TO WS-NbVentesAFacturer
                  MOVE NumVenteCpt
                      TO NumVenteAFacturer(WS-NbVentesAFacturer)
                  MOVE DateVenteCpt
                      TO DateVenteAFacturer(WS-NbVentesAFacturer)
                  MOVE MontantVenteCpt
                      TO MontantVenteAFacturer(WS-NbVentesAFacturer)
               ELSE
                  MOVE "O" TO WS-VentesEnAttente
               END-IF
            END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-VentesEnAttente = "O"
      DISPLAY "Client " WS-ClientCourant " : plus de 200 ventes, "
          "le surplus part sur la facture suivante."
   END-IF.

EMETTRE-FACTURE.
   PERFORM OBTENIR-NUMERO-FACTURE.
   PERFORM VARYING IdxVte FROM 1 BY 1
       UNTIL IdxVte > WS-NbVentesAFacturer
      ADD MontantVenteAFacturer(IdxVte) TO WS-MontantFacture
      MOVE NumVenteAFacturer(IdxVte) TO NumVenteCpt
      READ GCBVentesCompteFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            MOVE WS-NumFactureEmise TO NumFactureVenteCpt
            REWRITE VenteCompteRecord
      END-READ
   END-PERFORM.
   COMPUTE WS-EntierEcheance = FUNCTION INTEGER-OF-DATE(WS-DateJour)
       + DelaiPaiementCpt.
   MOVE WS-NumFactureEmise TO NumFactureCli.
   MOVE WS-ClientCourant TO ClientFactureCli.
   MOVE WS-DateJour TO DateFactureCli.
   COMPUTE WS-EcheanceEmise
       = FUNCTION DATE-OF-INTEGER(WS-EntierEcheance).
   MOVE WS-EcheanceEmise TO DateEcheanceCli.
   MOVE WS-MontantFacture TO MontantFactureCli.
   MOVE 0 TO MontantRegleCli.
   MOVE WS-NbVentesAFacturer TO NbVentesFactureCli.
   MOVE "O" TO StatutFactureCli.
   MOVE 0 TO DateSoldeCli.
   WRITE FactureCliRecord
      INVALID KEY
         DISPLAY "Facture " WS-NumFactureEmise " déjà présente : "
             "vérifier GCBFactureCliSeqFile."
      NOT INVALID KEY
         ADD 1 TO WS-NbFactures
         ADD WS-MontantFacture TO WS-TotalFacture
   END-WRITE.

OBTENIR-NUMERO-FACTURE.
      *> Même mécanisme de séquence monotone que GCBSequenceFile dans
      *> GCB_WRITE.
   MOVE 0 TO WS-DerniereFacture.
   OPEN INPUT GCBFactureCliSeqFile.
   IF WS-FCLSEQ-STATUS = "00"
      READ GCBFactureCliSeqFile
         AT END CONTINUE
         NOT AT END MOVE FactureCliSeqRecord TO WS-DerniereFacture
      END-READ
      CLOSE GCBFactureCliSeqFile
   END-IF.
   COMPUTE WS-NumFactureEmise = WS-DerniereFacture + 1.
   MOVE WS-NumFactureEmise TO FactureCliSeqRecord.
   OPEN OUTPUT GCBFactureCliSeqFile.
   WRITE FactureCliSeqRecord.
   CLOSE GCBFactureCliSeqFile.

TOTALISER-RESTE-DU.
   MOVE 0 TO WS-TotalDu.
   MOVE "N" TO WS-EOF.
   MOVE WS-ClientCourant TO ClientFactureCli.
   START GCBFacturesClientsFile KEY IS EQUAL ClientFactureCli
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBFacturesClientsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF ClientFactureCli NOT = WS-ClientCourant
               MOVE "Y" TO WS-EOF
            ELSE
            IF StatutFactureCli = "O"
               COMPUTE WS-TotalDu = WS-TotalDu + MontantFactureCli
                   - MontantRegleCli
            END-IF
            END-IF
      END-READ
   END-PERFORM.

EDITER-LETTRE-CLIENT.
   MOVE "O" TO WS-OperationCourrier.
   CALL 'GCB_COURRIER' USING WS-OperationCourrier
       WS-TypeDestinataire WS-ClientCourant WS-NatureCourrier
       WS-LigneTravail WS-NomDestinataire WS-AdresseDestinataire
       WS-ResultatCourrier.
   IF WS-ResultatCourrier NOT = "O"
      ADD 1 TO WS-NbRetenues
      DISPLAY "Client en compte " WS-ClientCourant
          " : adresse NPAI ou introuvable, lettre non déposée."
   ELSE
      MOVE SPACES TO WS-LigneTravail
      STRING "A l'attention de " ContactClientCpt
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-LETTRE
      MOVE SPACES TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-LETTRE
      IF WS-NumFactureEmise > 0
         PERFORM EDITER-CORPS-FACTURE
      END-IF
      PERFORM EDITER-CORPS-RELEVE
      MOVE "F" TO WS-OperationCourrier
      CALL 'GCB_COURRIER' USING WS-OperationCourrier
          WS-TypeDestinataire WS-ClientCourant WS-NatureCourrier
          WS-LigneTravail WS-NomDestinataire WS-AdresseDestinataire
          WS-ResultatCourrier
   END-IF.

EDITER-CORPS-FACTURE.
   MOVE SPACES TO WS-LigneTravail.
   STRING "FACTURE FAC" WS-NumFactureEmise " DU " WS-DateJour
       " - ECHEANCE " WS-EcheanceEmise
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-LETTRE.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-LETTRE.
   PERFORM VARYING IdxVte FROM 1 BY 1
       UNTIL IdxVte > WS-NbVentesAFacturer
      MOVE MontantVenteAFacturer(IdxVte) TO WS-MontantAff
      MOVE SPACES TO WS-LigneTravail
      STRING "Vente " NumVenteAFacturer(IdxVte) " du "
          DateVenteAFacturer(IdxVte) " : " WS-MontantAff
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-LETTRE
      PERFORM EDITER-ARTICLES-VENTE
   END-PERFORM.
   MOVE WS-MontantFacture TO WS-MontantAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Total de la facture : " WS-MontantAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-LETTRE.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Référence à rappeler sur votre virement : FAC"
       WS-NumFactureEmise
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-LETTRE.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-LETTRE.

EDITER-ARTICLES-VENTE.
      *> Une vente réglée en partie en compte est détaillée en
      *> entier : seule la part en compte entre au montant facturé.
   MOVE "N" TO WS-EOF-LGN.
   OPEN INPUT GCBLignesVenteFile.
   IF WS-LGN-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-LGN
   END-IF.
   PERFORM UNTIL WS-EOF-LGN = "Y"
      READ GCBLignesVenteFile
         AT END MOVE "Y" TO WS-EOF-LGN
         NOT AT END
            IF NumVenteLigne = NumVenteAFacturer(IdxVte)
               MOVE PrixUnitaireLigne TO WS-PrixAff
               MOVE MontantLigne TO WS-MontantAff
               MOVE SPACES TO WS-LigneTravail
               STRING "    " CodeArticleLigne " " QuantiteLigne
                   " x " WS-PrixAff " = " WS-MontantAff
                   DELIMITED BY SIZE INTO WS-LigneTravail
               PERFORM ECRIRE-LIGNE-LETTRE
            END-IF
      END-READ
   END-PERFORM.
   IF WS-LGN-STATUS NOT = "35"
      CLOSE GCBLignesVenteFile
   END-IF.

EDITER-CORPS-RELEVE.
   MOVE SPACES TO WS-LigneTravail.
   STRING "RELEVE DE COMPTE AU " WS-DateJour
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-LETTRE.
   MOVE "N" TO WS-EOF.
   MOVE WS-ClientCourant TO ClientFactureCli.
   START GCBFacturesClientsFile KEY IS EQUAL ClientFactureCli
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBFacturesClientsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF ClientFactureCli NOT = WS-ClientCourant
               MOVE "Y" TO WS-EOF
            ELSE
            IF StatutFactureCli = "O"
               PERFORM EDITER-LIGNE-RELEVE
            END-IF
            END-IF
      END-READ
   END-PERFORM.
   MOVE WS-TotalDu TO WS-MontantAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Total restant dû : " WS-MontantAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-LETTRE.

EDITER-LIGNE-RELEVE.
   COMPUTE WS-ResteDu = MontantFactureCli - MontantRegleCli.
   MOVE WS-ResteDu TO WS-MontantAff.
   MOVE SPACES TO WS-LigneTravail.
   IF DateEcheanceCli < WS-DateJour
      STRING "  FAC" NumFactureCli " du " DateFactureCli
          " échue le " DateEcheanceCli " reste " WS-MontantAff
          " EN RETARD"
          DELIMITED BY SIZE INTO WS-LigneTravail
   ELSE
      STRING "  FAC" NumFactureCli " du " DateFactureCli
          " échéance " DateEcheanceCli " reste " WS-MontantAff
          DELIMITED BY SIZE INTO WS-LigneTravail
   END-IF.
   PERFORM ECRIRE-LIGNE-LETTRE.

ECRIRE-LIGNE-LETTRE.
   MOVE "L" TO WS-OperationCourrier.
   CALL 'GCB_COURRIER' USING WS-OperationCourrier
       WS-TypeDestinataire WS-ClientCourant WS-NatureCourrier
       WS-LigneTravail WS-NomDestinataire WS-AdresseDestinataire
       WS-ResultatCourrier.

ECRIRE-LIGNE-ETAT.
   MOVE WS-LigneEtat TO LigneEtatFacturation.
   WRITE LigneEtatFacturation.
   ADD 1 TO WS-NbLignesEtat.
   DISPLAY WS-LigneEtat.
