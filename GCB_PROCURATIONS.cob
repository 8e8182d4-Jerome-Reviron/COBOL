IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_PROCURATIONS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBProcurationsFile
        FILE STATUS IS WS-PROC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBProcurationsFile.txt".
    SELECT GCBProcurationSeqFile
        FILE STATUS IS WS-SEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBProcurationSeqFile.txt".
    SELECT GCBEchecsPinFile
        FILE STATUS IS WS-ECHEC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBEchecsPinFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBProcurationsFile.
   COPY PROCURATION.

   FD GCBProcurationSeqFile.
   01 ProcurationSeqRecord PIC 9(6).

   FD GCBEchecsPinFile.
      *> Même dessin que EchecPinRecord dans GCB2 : les échecs des
      *> mandataires y sont comptés sous le détenteur "P".
   01 EchecPinRecord.
      05 NumeroCompteEchec PIC 9(6).
      05 NbEchecsCompte PIC 9(1).
      05 TitulaireEchec PIC X(1).

WORKING-STORAGE SECTION.
   01 WS-PROC-STATUS PIC 99.
   01 WS-SEQ-STATUS PIC 99.
   01 WS-EOF-PROC PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-DerniereSeq PIC 9(6) VALUE 0.
   01 WS-NouvelleSeq PIC 9(6) VALUE 0.
   01 WS-NumProcSaisi PIC 9(6).
   01 WS-CompteSaisi PIC 9(6).
   01 WS-ProcTrouvee PIC X VALUE "N".
   01 WS-PinSaisi PIC 9(4).
   01 WS-PinConfirme PIC 9(4).
   01 WS-PinHache PIC 9(4).
   01 IdxProc PIC 9(3) VALUE 0.
   01 WS-ECHEC-STATUS PIC 99.
   01 WS-EOF-ECHEC PIC X VALUE "N".
   01 WS-NbEchecs PIC 9(3) VALUE 0.
   01 WS-NbLiberes PIC 9(3) VALUE 0.
   01 IdxEchec PIC 9(3).
   01 TableEchecsPin OCCURS 200 TIMES.
      05 CompteEchecTable PIC 9(6).
      05 NbEchecsTable PIC 9(1).
      05 TitulaireEchecTable PIC X(1).

   01 WS-SoldeCompte PIC S9(5)V99.
   01 WS-StatutCompte PIC X(1).
   01 WS-PinCompte PIC 9(4).
   01 WS-DeviseCompte PIC X(3).
   01 WS-NomTitulaire PIC X(30).
   01 WS-CompteJoint PIC X(1).
   01 WS-NomCotitulaire PIC X(30).
   01 WS-Beneficiaire PIC X(30).

   01 WS-NomClientLu PIC X(30).
   01 WS-AdresseClientLue PIC X(40).
   01 WS-ContactClientLu PIC X(30).
   01 WS-ClientTrouve PIC X(1).
   01 WS-DateExpirationDocLue PIC 9(8).

      *> Table de réécriture : la révocation recharge tout le registre
      *> puis le réécrit.
   01 WS-NbProcurations PIC 9(3) VALUE 0.
   01 TableProcurations OCCURS 200 TIMES.
      05 NumProcTable PIC 9(6).
      05 CompteProcTable PIC 9(6).
      05 ClientProcTable PIC 9(6).
      05 NomProcTable PIC X(30).
      05 PinProcTable PIC 9(4).
      05 DebutProcTable PIC 9(8).
      05 FinProcTable PIC 9(8).
      05 OperationsProcTable PIC X(3).
      05 PlafondProcTable PIC 9(5)V99.
      05 StatutProcTable PIC X(1).

      *> Poste superviseur des procurations : enregistrement d'un
      *> mandataire sur un compte, révocation, consultation et
      *> déverrouillage de l'accès mandataire après trois PIN
      *> erronés. Le mandataire doit être un client connu
      *> (GCB_CLIENTS) et le compte doit exister ; son PIN est
      *> condensé dès la saisie.

PROCEDURE DIVISION.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== PROCURATIONS - POSTE SUPERVISEUR ==="
      DISPLAY "1. Enregistrer une procuration"
      DISPLAY "2. Révoquer une procuration"
      DISPLAY "3. Afficher les procurations d'un compte"
      DISPLAY "4. Déverrouiller l'accès mandataire d'un compte"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1 PERFORM ENREGISTRER-PROCURATION
         WHEN 2 PERFORM REVOQUER-PROCURATION
         WHEN 3 PERFORM AFFICHER-PROCURATIONS
         WHEN 4 PERFORM DEVERROUILLER-MANDATAIRES
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-PERFORM.
   STOP RUN.

OBTENIR-PROCHAIN-NUMERO.
      *> Même mécanisme de séquence monotone que GCBSequenceFile dans
      *> GCB_WRITE.
   MOVE 0 TO WS-DerniereSeq.
   OPEN INPUT GCBProcurationSeqFile.
   IF WS-SEQ-STATUS = "00"
      READ GCBProcurationSeqFile
         AT END CONTINUE
         NOT AT END MOVE ProcurationSeqRecord TO WS-DerniereSeq
      END-READ
      CLOSE GCBProcurationSeqFile
   END-IF.
   COMPUTE WS-NouvelleSeq = WS-DerniereSeq + 1.
   MOVE WS-NouvelleSeq TO ProcurationSeqRecord.
   OPEN OUTPUT GCBProcurationSeqFile.
   WRITE ProcurationSeqRecord.
   CLOSE GCBProcurationSeqFile.

ENREGISTRER-PROCURATION.
   DISPLAY "Numéro du compte mandant : ".
   ACCEPT WS-CompteSaisi.
   CALL 'GCB_LECTURE' USING WS-CompteSaisi WS-SoldeCompte
       WS-StatutCompte WS-PinCompte WS-DeviseCompte WS-NomTitulaire
       WS-CompteJoint WS-NomCotitulaire WS-Beneficiaire.
   IF WS-StatutCompte = "N" OR WS-StatutCompte = "I"
      DISPLAY "Compte " WS-CompteSaisi " inconnu ou clôturé."
   ELSE
      DISPLAY "Numéro de client du mandataire : "
      ACCEPT NumClientMandataire
      CALL 'GCB_CLIENT_LECTURE' USING NumClientMandataire
          WS-NomClientLu WS-AdresseClientLue WS-ContactClientLu
          WS-ClientTrouve WS-DateExpirationDocLue
      IF WS-ClientTrouve NOT = "O"
         DISPLAY "Client " NumClientMandataire " inconnu : créer "
             "d'abord le mandataire via GCB_CLIENTS."
      ELSE
         DISPLAY "PIN du mandataire : "
         ACCEPT WS-PinSaisi
         DISPLAY "Confirmer le PIN : "
         ACCEPT WS-PinConfirme
         IF WS-PinSaisi NOT = WS-PinConfirme
            DISPLAY "Les deux saisies diffèrent. Procuration non "
                "enregistrée."
         ELSE
            PERFORM ECRIRE-PROCURATION
         END-IF
      END-IF
   END-IF.

ECRIRE-PROCURATION.
   PERFORM OBTENIR-PROCHAIN-NUMERO.
   MOVE WS-NouvelleSeq TO NumProcuration.
   MOVE WS-CompteSaisi TO NumeroCompteProcuration.
   MOVE WS-NomClientLu TO NomMandataire.
   CALL 'GCB_PIN_HASH' USING NumProcuration WS-PinSaisi WS-PinHache.
   MOVE WS-PinHache TO PinMandataireHache.
   DISPLAY "Date de début (AAAAMMJJ) : ".
   ACCEPT DateDebutProcuration.
   DISPLAY "Date de fin (AAAAMMJJ, 0 = sans échéance) : ".
   ACCEPT DateFinProcuration.
   DISPLAY "Retraits autorisés ? (O/N) : ".
   ACCEPT AutoriseRetraitProc.
   DISPLAY "Virements internes autorisés ? (O/N) : ".
   ACCEPT AutoriseVirementProc.
   DISPLAY "Virements externes autorisés ? (O/N) : ".
   ACCEPT AutoriseVirExterneProc.
   DISPLAY "Plafond par opération : ".
   ACCEPT PlafondOperationProc.
   MOVE "A" TO StatutProcuration.
   OPEN EXTEND GCBProcurationsFile.
   IF WS-PROC-STATUS = "35"
      OPEN OUTPUT GCBProcurationsFile
   END-IF.
   IF WS-PROC-STATUS NOT = "00"
      DISPLAY "GCB_PROCURATIONS: erreur ouverture, statut "
          WS-PROC-STATUS
   ELSE
      WRITE ProcurationRecord
      CLOSE GCBProcurationsFile
      DISPLAY "Procuration " WS-NouvelleSeq " enregistrée pour "
          FUNCTION TRIM(NomMandataire) " sur le compte "
          WS-CompteSaisi "."
      DISPLAY "Le mandataire se connecte avec ce numéro de "
          "procuration et son PIN."
   END-IF.

CHARGER-TABLE-PROCURATIONS.
   MOVE 0 TO WS-NbProcurations.
   MOVE "N" TO WS-EOF-PROC.
   OPEN INPUT GCBProcurationsFile.
   IF WS-PROC-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-PROC
   END-IF.
   PERFORM UNTIL WS-EOF-PROC = "Y"
      READ GCBProcurationsFile
         AT END MOVE "Y" TO WS-EOF-PROC
         NOT AT END
            IF WS-NbProcurations < 200
               ADD 1 TO WS-NbProcurations
               MOVE NumProcuration TO NumProcTable(WS-NbProcurations)
               MOVE NumeroCompteProcuration
                   TO CompteProcTable(WS-NbProcurations)
               MOVE NumClientMandataire
                   TO ClientProcTable(WS-NbProcurations)
               MOVE NomMandataire TO NomProcTable(WS-NbProcurations)
               MOVE PinMandataireHache
                   TO PinProcTable(WS-NbProcurations)
               MOVE DateDebutProcuration
                   TO DebutProcTable(WS-NbProcurations)
               MOVE DateFinProcuration
                   TO FinProcTable(WS-NbProcurations)
               MOVE OperationsProcuration
                   TO OperationsProcTable(WS-NbProcurations)
               MOVE PlafondOperationProc
                   TO PlafondProcTable(WS-NbProcurations)
               MOVE StatutProcuration
                   TO StatutProcTable(WS-NbProcurations)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PROC-STATUS NOT = "35"
      CLOSE GCBProcurationsFile
   END-IF.

REECRIRE-TABLE-PROCURATIONS.
   OPEN OUTPUT GCBProcurationsFile.
   PERFORM VARYING IdxProc FROM 1 BY 1
       UNTIL IdxProc > WS-NbProcurations
      MOVE NumProcTable(IdxProc) TO NumProcuration
      MOVE CompteProcTable(IdxProc) TO NumeroCompteProcuration
      MOVE ClientProcTable(IdxProc) TO NumClientMandataire
      MOVE NomProcTable(IdxProc) TO NomMandataire
      MOVE PinProcTable(IdxProc) TO PinMandataireHache
      MOVE DebutProcTable(IdxProc) TO DateDebutProcuration
      MOVE FinProcTable(IdxProc) TO DateFinProcuration
      MOVE OperationsProcTable(IdxProc) TO OperationsProcuration
      MOVE PlafondProcTable(IdxProc) TO PlafondOperationProc
      MOVE StatutProcTable(IdxProc) TO StatutProcuration
      WRITE ProcurationRecord
   END-PERFORM.
   CLOSE GCBProcurationsFile.

REVOQUER-PROCURATION.
   DISPLAY "Numéro de la procuration à révoquer : ".
   ACCEPT WS-NumProcSaisi.
   PERFORM CHARGER-TABLE-PROCURATIONS.
   MOVE "N" TO WS-ProcTrouvee.
   PERFORM VARYING IdxProc FROM 1 BY 1
       UNTIL IdxProc > WS-NbProcurations
      IF NumProcTable(IdxProc) = WS-NumProcSaisi
         AND StatutProcTable(IdxProc) = "A"
         MOVE "O" TO WS-ProcTrouvee
         MOVE "R" TO StatutProcTable(IdxProc)
      END-IF
   END-PERFORM.
   IF WS-ProcTrouvee = "N"
      DISPLAY "Procuration " WS-NumProcSaisi
          " introuvable ou déjà révoquée."
   ELSE
      PERFORM REECRIRE-TABLE-PROCURATIONS
      DISPLAY "Procuration " WS-NumProcSaisi " révoquée."
   END-IF.

AFFICHER-PROCURATIONS.
   DISPLAY "Numéro du compte (0 = tous) : ".
   ACCEPT WS-CompteSaisi.
   PERFORM CHARGER-TABLE-PROCURATIONS.
   MOVE "N" TO WS-ProcTrouvee.
   PERFORM VARYING IdxProc FROM 1 BY 1
       UNTIL IdxProc > WS-NbProcurations
      IF WS-CompteSaisi = 0
         OR CompteProcTable(IdxProc) = WS-CompteSaisi
         MOVE "O" TO WS-ProcTrouvee
         DISPLAY NumProcTable(IdxProc) " compte "
             CompteProcTable(IdxProc) " mandataire "
             ClientProcTable(IdxProc) " "
             NomProcTable(IdxProc)
         DISPLAY "       du " DebutProcTable(IdxProc) " au "
             FinProcTable(IdxProc) " opérations (R/V/E) "
             OperationsProcTable(IdxProc) " plafond "
             PlafondProcTable(IdxProc) " statut "
             StatutProcTable(IdxProc)
      END-IF
   END-PERFORM.
   IF WS-ProcTrouvee = "N"
      DISPLAY "Aucune procuration enregistrée."
   END-IF.

DEVERROUILLER-MANDATAIRES.
      *> Trois PIN mandataire erronés verrouillent l'accès par
      *> procuration au compte (jamais le compte lui-même) : la ligne
      *> "P" du compte est retirée de GCBEchecsPinFile, les lignes
      *> titulaire et cotitulaire restent en place.
   DISPLAY "Numéro du compte : ".
   ACCEPT WS-CompteSaisi.
   MOVE 0 TO WS-NbEchecs.
   MOVE 0 TO WS-NbLiberes.
   MOVE "N" TO WS-EOF-ECHEC.
   OPEN INPUT GCBEchecsPinFile.
   IF WS-ECHEC-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-ECHEC
   END-IF.
   PERFORM UNTIL WS-EOF-ECHEC = "Y"
      READ GCBEchecsPinFile
         AT END MOVE "Y" TO WS-EOF-ECHEC
         NOT AT END
            IF NumeroCompteEchec = WS-CompteSaisi
               AND TitulaireEchec = "P"
               ADD 1 TO WS-NbLiberes
            ELSE
               IF WS-NbEchecs < 200
                  ADD 1 TO WS-NbEchecs
                  MOVE NumeroCompteEchec
                      TO CompteEchecTable(WS-NbEchecs)
                  MOVE NbEchecsCompte TO NbEchecsTable(WS-NbEchecs)
                  MOVE TitulaireEchec
                      TO TitulaireEchecTable(WS-NbEchecs)
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-ECHEC-STATUS NOT = "35"
      CLOSE GCBEchecsPinFile
   END-IF.
   IF WS-NbLiberes = 0
      DISPLAY "Aucun verrou mandataire sur le compte "
          WS-CompteSaisi "."
   ELSE
      OPEN OUTPUT GCBEchecsPinFile
      PERFORM VARYING IdxEchec FROM 1 BY 1
          UNTIL IdxEchec > WS-NbEchecs
         MOVE CompteEchecTable(IdxEchec) TO NumeroCompteEchec
         MOVE NbEchecsTable(IdxEchec) TO NbEchecsCompte
         MOVE TitulaireEchecTable(IdxEchec) TO TitulaireEchec
         WRITE EchecPinRecord
      END-PERFORM
      CLOSE GCBEchecsPinFile
      DISPLAY "Accès mandataire du compte " WS-CompteSaisi
          " déverrouillé."
   END-IF.
