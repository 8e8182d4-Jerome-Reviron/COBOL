        FILE STATUS IS WS-OPSES-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBOperateurSessionFile.txt".
    SELECT GCBAgenceSessionFile
        FILE STATUS IS WS-AGSES-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBAgenceSessionFile.txt".
    SELECT GCBAgencesFile
        FILE STATUS IS WS-AGENCE-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBAgencesFile.txt".
    SELECT GCBTransitFile
        FILE STATUS IS WS-TRANSIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBTransitFile.txt".
    SELECT GCBTransitSeqFile
        FILE STATUS IS WS-TRSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBTransitSeqFile.txt".
    SELECT GCBSurveillanceFile
        FILE STATUS IS WS-SURV-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBSurveillanceFile.txt".
    SELECT GCBSurveillanceSeqFile
        FILE STATUS IS WS-SEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBSurveillanceSeqFile.txt".
    SELECT GCBCassettesGABFile
        FILE STATUS IS WS-CASS-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCassettesGABFile.txt".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".

DATA DIVISION.
FILE SECTION.
   01 CoffreJournalRecord.
      05 DateHeureCoffreJournal PIC X(19).
      05 SensCoffreJournal PIC X(1).
         *> "S" = sortie du coffre vers la caisse, "E" = entrée,
         *> "T" = sortie en transit vers une autre agence,
         *> "R" = réception d'un envoi (nombre compté),
         *> "A" = chargement des cassettes d'un GAB,
         *> "U" = reste compté au retour des cassettes d'un GAB.
      05 ValeurCoupureJournal PIC 9(3)V99.
      05 NbCoupuresJournal PIC 9(6).
      05 MontantCoffreJournal PIC 9(7)V99.
      05 OperateurCoffreJournal PIC 9(6).
         *> Agence du coffre mouvementé et, pour "T"/"R", numéro de
         *> l'envoi ; espaces et zéro sur l'ancien dessin.
      05 AgenceCoffreJournal PIC X(3).
      05 NumEnvoiCoffreJournal PIC 9(6).

   FD GCBOperateurSessionFile.
   01 OperateurSessionRecord PIC 9(6).

   FD GCBAgenceSessionFile.
   01 AgenceSessionRecord PIC X(3).

   FD GCBAgencesFile.
   COPY AGENCE.

   FD GCBTransitFile.
   COPY TRANSIT.

   FD GCBTransitSeqFile.
   01 TransitSeqRecord PIC 9(6).

   FD GCBSurveillanceFile.
   COPY SURVCAS.

   FD GCBSurveillanceSeqFile.
   01 SurveillanceSeqRecord PIC 9(6).

   FD GCBCassettesGABFile.
   COPY CASSGAB.

   FD GCBJourFile.
   COPY JOUR.

WORKING-STORAGE SECTION.
   01 WS-COFFRE-STATUS PIC 99.
   01 WS-JRN-STATUS PIC 99.
   01 WS-OPSES-STATUS PIC 99.
   01 WS-AGSES-STATUS PIC 99.
   01 WS-AGENCE-STATUS PIC 99.
   01 WS-TRANSIT-STATUS PIC 99.
   01 WS-TRSEQ-STATUS PIC 99.
   01 WS-SURV-STATUS PIC 99.
   01 WS-SEQ-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-CASS-STATUS PIC 99.
   01 WS-EOF-AGENCE PIC X VALUE "N".
   01 WS-EOF-TRANSIT PIC X VALUE "N".
   01 WS-AgencePoste PIC X(3) VALUE "001".
   01 WS-DateJour PIC 9(8).
   01 WS-CoffreAgenceTrouve PIC X VALUE "N".
   01 WS-EOF-COFFRE PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 0.
   01 WS-SignonOK PIC X(1) VALUE "N".
   01 ActionCaisseRetrait PIC X(10) VALUE "RETRAIT".

      *> Coupures chargées en table bornée pour le comptage et la
      *> réécriture ; le fichier porte les coupures de toutes les
      *> agences, seules celles de l'agence du poste sont mouvementées.
   01 WS-NbCoupuresTable PIC 9(3) VALUE 0.
   01 IdxCoupure PIC 9(3).
   01 WS-CoffreTronque PIC X VALUE "N".
   01 TableCoffre OCCURS 200 TIMES.
      05 ValeurCoupureTable PIC 9(3)V99.
      05 TypeCoupureTable PIC X(1).
      05 NbCoupuresCoffreTable PIC 9(6).
      05 AgenceCoffreTable PIC X(3).

      *> Envoi de fonds vers une autre agence : coupures saisies avant
      *> confirmation de l'expédition.
   01 WS-AgenceDest PIC X(3).
   01 WS-AgenceOrigine PIC X(3).
   01 WS-AgenceDestTrouvee PIC X VALUE "N".
   01 WS-FinSaisie PIC X VALUE "N".
   01 WS-Confirmation PIC X(1).
   01 WS-NbLignesEnvoi PIC 9(2) VALUE 0.
   01 WS-MaxLignesEnvoi PIC 9(2) VALUE 15.
   01 IdxEnvoi PIC 9(2).
   01 WS-LigneEnvoiTrouvee PIC X VALUE "N".
   01 TableEnvoi OCCURS 15 TIMES.
      05 ValeurEnvoiTable PIC 9(3)V99.
      05 TypeEnvoiTable PIC X(1).
      05 NbEnvoiTable PIC 9(6).
   01 WS-TotalEnvoi PIC 9(9)V99 VALUE 0.
   01 WS-DernierNumEnvoi PIC 9(6) VALUE 0.
   01 WS-NumEnvoi PIC 9(6) VALUE 0.

      *> Réception d'un envoi : GCBTransitFile chargé en table
      *> (lignes brutes) pour la réécriture des lignes reçues.
   01 WS-NbLignesTransit PIC 9(4) VALUE 0.
   01 IdxTransit PIC 9(4).
   01 WS-TransitTronque PIC X VALUE "N".
   01 TableTransit OCCURS 1000 TIMES.
      05 LigneTransitTable PIC X(80).
   01 WS-EnvoiTrouve PIC X VALUE "N".
   01 WS-EnvoiAutreAgence PIC X VALUE "N".
   01 WS-NbCompte PIC 9(6).
   01 WS-TotalExpedie PIC 9(9)V99 VALUE 0.
   01 WS-TotalRecu PIC 9(9)V99 VALUE 0.
   01 WS-EcartEnvoi PIC 9(9)V99 VALUE 0.
   01 WS-EnvoiEnEcart PIC X VALUE "N".
   01 WS-EnvoiCourant PIC 9(6) VALUE 0.
   01 WS-TotalTransitSortant PIC 9(9)V99 VALUE 0.
   01 WS-DernierNumCas PIC 9(6) VALUE 0.
   01 WS-NouveauNumCas PIC 9(6) VALUE 0.
   01 WS-LibelleEcart PIC X(30).
   01 WS-TypeCoupureRecue PIC X(1).

      *> Chargement et retour des cassettes d'un GAB
      *> (GCBCassettesGABFile, lignes brutes).
   01 WS-IdGAB PIC X(8).
   01 WS-NbLignesCassettes PIC 9(3) VALUE 0.
   01 IdxCassette PIC 9(3).
   01 IdxCassetteGAB PIC 9(3) VALUE 0.
   01 IdxCassetteGABEnCours PIC 9(1).
   01 WS-CassettesTronque PIC X VALUE "N".
   01 TableCassettes OCCURS 500 TIMES.
      05 LigneCassetteTable PIC X(150).
   01 WS-EcartAff PIC -ZZZZZZ9.99.

      *> Gestion de la réserve d'espèces du coffre, coupure par
      *> coupure : transferts coffre->caisse et caisse->coffre (la
      *> position du tiroir suit via GCB_CAISSE_MAJ, la trace part
      *> dans GCBCoffreJournalFile) et rapport de position pour
      *> commander ou retourner des espèces à temps.
      *> Chaque agence tient son propre coffre (agence du poste posée
      *> par GCB_CAISSE dans GCBAgenceSessionFile). Les envois de
      *> fonds entre agences passent par un ordre de transit
      *> (GCBTransitFile) : l'agence expéditrice sort les coupures de
      *> son coffre, l'agence destinataire les rentre sur son propre
      *> comptage ; tout écart ouvre un cas pour un superviseur dans
      *> la file de revue de GCB_SURVEILLANCE.
      *> Les cassettes des GAB se chargent aussi depuis le coffre et y
      *> reviennent au réapprovisionnement, où le reste compté est
      *> rapproché du distribué (GCBCassettesGABFile, voir GCB_GAB).

PROCEDURE DIVISION.
   CALL 'GCB_SIGNON' USING WS-SignonOK.
      STOP RUN
   END-IF.
   PERFORM LIRE-OPERATEUR-POSTE.
   PERFORM LIRE-AGENCE-SESSION.
   PERFORM LIRE-DATE-JOUR.
   PERFORM SEMER-COFFRE-SI-ABSENT.
   DISPLAY "==============================================".
   DISPLAY "GESTION DU COFFRE - GCB2 - AGENCE " WS-AgencePoste.
   DISPLAY "==============================================".
   DISPLAY "1. Position du coffre par coupure".
   DISPLAY "2. Transfert coffre -> caisse".
   DISPLAY "3. Transfert caisse -> coffre".
   DISPLAY "4. Envoi de fonds vers une autre agence".
   DISPLAY "5. Réception d'un envoi de fonds".
   DISPLAY "6. Envois en transit".
   DISPLAY "7. Chargement des cassettes d'un GAB".
   DISPLAY "8. Retour des cassettes d'un GAB (rapprochement)".
   DISPLAY "0. Quitter".
   ACCEPT ChoixUtilisateur.
   EVALUATE ChoixUtilisateur
         PERFORM TRANSFERER-VERS-CAISSE
      WHEN 3
         PERFORM TRANSFERER-VERS-COFFRE
      WHEN 4
         PERFORM EXPEDIER-ENVOI-TRANSIT
      WHEN 5
         PERFORM RECEPTIONNER-ENVOI-TRANSIT
      WHEN 6
         PERFORM LISTER-ENVOIS-TRANSIT
      WHEN 7
         PERFORM CHARGER-CASSETTES-GAB
      WHEN 8
         PERFORM RETOURNER-CASSETTES-GAB
      WHEN OTHER
         DISPLAY "Aucune action effectuée."
   END-EVALUATE.

SEMER-COFFRE-SI-ABSENT.
      *> Coupures EUR semées à zéro, même idée que
      *> SEMER-PRODUITS-SI-ABSENT dans GCB_PRODUIT ; une agence qui
      *> ouvre son coffre reçoit son propre jeu de coupures.
   MOVE "N" TO WS-CoffreAgenceTrouve.
   MOVE "N" TO WS-EOF-COFFRE.
   OPEN INPUT GCBCoffreFile.
   IF WS-COFFRE-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-COFFRE
   END-IF.
   PERFORM UNTIL WS-EOF-COFFRE = "Y"
      READ GCBCoffreFile
         AT END MOVE "Y" TO WS-EOF-COFFRE
         NOT AT END
            IF CodeAgenceCoffre = WS-AgencePoste
               OR (CodeAgenceCoffre = SPACES
                   AND WS-AgencePoste = "001")
               MOVE "O" TO WS-CoffreAgenceTrouve
               MOVE "Y" TO WS-EOF-COFFRE
            END-IF
      END-READ
   END-PERFORM.
   IF WS-COFFRE-STATUS NOT = "35"
      CLOSE GCBCoffreFile
   END-IF.
   IF WS-CoffreAgenceTrouve = "N"
      OPEN EXTEND GCBCoffreFile
      IF WS-COFFRE-STATUS = "35"
         OPEN OUTPUT GCBCoffreFile
      END-IF
      MOVE WS-AgencePoste TO CodeAgenceCoffre
      MOVE 0 TO NbCoupures
      MOVE "B" TO TypeCoupure
      MOVE 500.00 TO ValeurCoupure
   MOVE 0 TO WS-TotalCoffre.
   PERFORM VARYING IdxCoupure FROM 1 BY 1
       UNTIL IdxCoupure > WS-NbCoupuresTable
      IF AgenceCoffreTable(IdxCoupure) = WS-AgencePoste
         COMPUTE WS-MontantLigne = ValeurCoupureTable(IdxCoupure)
             * NbCoupuresCoffreTable(IdxCoupure)
         ADD WS-MontantLigne TO WS-TotalCoffre
         MOVE WS-MontantLigne TO WS-TotalAff
         DISPLAY ValeurCoupureTable(IdxCoupure) " ("
             TypeCoupureTable(IdxCoupure) ") x "
             NbCoupuresCoffreTable(IdxCoupure) " = " WS-TotalAff
      END-IF
   END-PERFORM.
   MOVE WS-TotalCoffre TO WS-TotalAff.
   DISPLAY "TOTAL COFFRE : " WS-TotalAff.
   PERFORM CUMULER-TRANSIT-SORTANT.
   IF WS-TotalTransitSortant > 0
      MOVE WS-TotalTransitSortant TO WS-TotalAff
      DISPLAY "EN TRANSIT (expédié, non réceptionné) : " WS-TotalAff
   END-IF.

TRANSFERER-VERS-CAISSE.
   PERFORM CHARGER-TABLE-COFFRE.
   ACCEPT WS-ValeurSaisie.
   DISPLAY "Nombre de coupures : ".
   ACCEPT WS-NbSaisi.
   PERFORM CHERCHER-COUPURE.

CHERCHER-COUPURE.
   MOVE "N" TO WS-CoupureTrouvee.
   PERFORM VARYING IdxCoupure FROM 1 BY 1
       UNTIL IdxCoupure > WS-NbCoupuresTable
       OR WS-CoupureTrouvee = "O"
      IF ValeurCoupureTable(IdxCoupure) = WS-ValeurSaisie
         AND AgenceCoffreTable(IdxCoupure) = WS-AgencePoste
         MOVE "O" TO WS-CoupureTrouvee
         SUBTRACT 1 FROM IdxCoupure
      END-IF
   END-PERFORM.
   IF WS-CoffreTronque = "O"
         *> Table incomplète : la réécrire perdrait des coupures.
      DISPLAY "Coffre trop volumineux pour être chargé en entier : "
          "mouvement refusé."
      MOVE "N" TO WS-CoupureTrouvee
   ELSE
   IF WS-CoupureTrouvee = "N"
      DISPLAY "Coupure inconnue du coffre."
   ELSE
         DISPLAY "Nombre à zéro : rien à transférer."
         MOVE "N" TO WS-CoupureTrouvee
      END-IF
   END-IF
   END-IF.

JOURNALISER-TRANSFERT.
      MOVE WS-NbSaisi TO NbCoupuresJournal
      MOVE WS-MontantTransfert TO MontantCoffreJournal
      MOVE WS-OperateurPoste TO OperateurCoffreJournal
      MOVE WS-AgencePoste TO AgenceCoffreJournal
      MOVE WS-NumEnvoi TO NumEnvoiCoffreJournal
      WRITE CoffreJournalRecord
      CLOSE GCBCoffreJournalFile
   END-IF.

CHARGER-TABLE-COFFRE.
   MOVE 0 TO WS-NbCoupuresTable.
   MOVE "N" TO WS-CoffreTronque.
   MOVE "N" TO WS-EOF-COFFRE.
   OPEN INPUT GCBCoffreFile.
   IF WS-COFFRE-STATUS NOT = "00"
      READ GCBCoffreFile
         AT END MOVE "Y" TO WS-EOF-COFFRE
         NOT AT END
            IF WS-NbCoupuresTable < 200
               ADD 1 TO WS-NbCoupuresTable
               MOVE ValeurCoupure
                   TO ValeurCoupureTable(WS-NbCoupuresTable)
                   TO TypeCoupureTable(WS-NbCoupuresTable)
               MOVE NbCoupures
                   TO NbCoupuresCoffreTable(WS-NbCoupuresTable)
               IF CodeAgenceCoffre = SPACES
                  MOVE "001" TO AgenceCoffreTable(WS-NbCoupuresTable)
               ELSE
                  MOVE CodeAgenceCoffre
                      TO AgenceCoffreTable(WS-NbCoupuresTable)
               END-IF
            ELSE
               MOVE "O" TO WS-CoffreTronque
            END-IF
      END-READ
   END-PERFORM.
      MOVE ValeurCoupureTable(IdxCoupure) TO ValeurCoupure
      MOVE TypeCoupureTable(IdxCoupure) TO TypeCoupure
      MOVE NbCoupuresCoffreTable(IdxCoupure) TO NbCoupures
      MOVE AgenceCoffreTable(IdxCoupure) TO CodeAgenceCoffre
      WRITE CoffreRecord
   END-PERFORM.
   CLOSE GCBCoffreFile.

LIRE-AGENCE-SESSION.
      *> Même lecture que LIRE-AGENCE-SESSION dans GCB_CAISSE_MAJ.
   MOVE "001" TO WS-AgencePoste.
   OPEN INPUT GCBAgenceSessionFile.
   IF WS-AGSES-STATUS = "00"
      READ GCBAgenceSessionFile
         AT END CONTINUE
         NOT AT END
            IF AgenceSessionRecord NOT = SPACES
               MOVE AgenceSessionRecord TO WS-AgencePoste
            END-IF
      END-READ
      CLOSE GCBAgenceSessionFile
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

EXPEDIER-ENVOI-TRANSIT.
      *> Les coupures quittent le coffre de l'agence du poste à la
      *> confirmation et restent "en transit" (GCBTransitFile)
      *> jusqu'à la réception par l'agence destinataire.
   DISPLAY "Agence destinataire : ".
   ACCEPT WS-AgenceDest.
   PERFORM VERIFIER-AGENCE-DEST.
   IF WS-AgenceDestTrouvee = "N"
      DISPLAY "Agence " WS-AgenceDest " inconnue ou fermée : envoi "
          "refusé."
   ELSE
      IF WS-AgenceDest = WS-AgencePoste
         DISPLAY "L'agence destinataire est celle du poste : envoi "
             "refusé."
      ELSE
         PERFORM CHARGER-TABLE-COFFRE
         MOVE 0 TO WS-NbLignesEnvoi
         MOVE 0 TO WS-TotalEnvoi
         MOVE "N" TO WS-FinSaisie
         PERFORM UNTIL WS-FinSaisie = "O"
            PERFORM SAISIR-LIGNE-ENVOI
         END-PERFORM
         IF WS-NbLignesEnvoi = 0
            DISPLAY "Aucune coupure saisie : pas d'envoi."
         ELSE
            MOVE WS-TotalEnvoi TO WS-TotalAff
            DISPLAY "Envoi vers l'agence " WS-AgenceDest " : "
                WS-NbLignesEnvoi " coupure(s), total " WS-TotalAff
            DISPLAY "Confirmer l'expédition (O/N) : "
            ACCEPT WS-Confirmation
            IF WS-Confirmation NOT = "O" AND WS-Confirmation NOT = "o"
               DISPLAY "Expédition abandonnée, coffre inchangé."
            ELSE
               PERFORM OBTENIR-NUMERO-ENVOI
               PERFORM REECRIRE-TABLE-COFFRE
               PERFORM ECRIRE-LIGNES-ENVOI
               DISPLAY "Envoi " WS-NumEnvoi " parti en transit vers "
                   "l'agence " WS-AgenceDest " : " WS-TotalAff "."
            END-IF
         END-IF
      END-IF
   END-IF.

VERIFIER-AGENCE-DEST.
   MOVE "N" TO WS-AgenceDestTrouvee.
   MOVE "N" TO WS-EOF-AGENCE.
   OPEN INPUT GCBAgencesFile.
   IF WS-AGENCE-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-AGENCE
   END-IF.
   PERFORM UNTIL WS-EOF-AGENCE = "Y"
      READ GCBAgencesFile
         AT END MOVE "Y" TO WS-EOF-AGENCE
         NOT AT END
            IF CodeAgence = WS-AgenceDest AND StatutAgence = "A"
               MOVE "O" TO WS-AgenceDestTrouvee
               MOVE "Y" TO WS-EOF-AGENCE
            END-IF
      END-READ
   END-PERFORM.
   IF WS-AGENCE-STATUS NOT = "35"
      CLOSE GCBAgencesFile
   END-IF.

SAISIR-LIGNE-ENVOI.
   DISPLAY "Valeur de la coupure (000.00 pour terminer) : ".
   ACCEPT WS-ValeurSaisie.
   IF WS-ValeurSaisie = 0
      MOVE "O" TO WS-FinSaisie
   ELSE
      DISPLAY "Nombre de coupures : "
      ACCEPT WS-NbSaisi
      PERFORM CHERCHER-COUPURE
      IF WS-CoupureTrouvee = "O"
         IF NbCoupuresCoffreTable(IdxCoupure) < WS-NbSaisi
            DISPLAY "Le coffre ne porte plus que "
                NbCoupuresCoffreTable(IdxCoupure)
                " coupure(s) de cette valeur. Ligne refusée."
         ELSE
            PERFORM AJOUTER-LIGNE-ENVOI
         END-IF
      END-IF
   END-IF.

AJOUTER-LIGNE-ENVOI.
      *> Une même coupure saisie deux fois se cumule sur sa ligne ; le
      *> coffre en table est décrémenté tout de suite pour que le
      *> contrôle de disponibilité tienne compte des lignes déjà
      *> saisies.
   MOVE "N" TO WS-LigneEnvoiTrouvee.
   PERFORM VARYING IdxEnvoi FROM 1 BY 1
       UNTIL IdxEnvoi > WS-NbLignesEnvoi
       OR WS-LigneEnvoiTrouvee = "O"
      IF ValeurEnvoiTable(IdxEnvoi) = WS-ValeurSaisie
         MOVE "O" TO WS-LigneEnvoiTrouvee
         SUBTRACT 1 FROM IdxEnvoi
      END-IF
   END-PERFORM.
   IF WS-LigneEnvoiTrouvee = "N"
      AND WS-NbLignesEnvoi >= WS-MaxLignesEnvoi
      DISPLAY "Limité à " WS-MaxLignesEnvoi " coupures différentes : "
          "ligne refusée."
   ELSE
      IF WS-LigneEnvoiTrouvee = "N"
         ADD 1 TO WS-NbLignesEnvoi
         MOVE WS-NbLignesEnvoi TO IdxEnvoi
         MOVE WS-ValeurSaisie TO ValeurEnvoiTable(IdxEnvoi)
         MOVE TypeCoupureTable(IdxCoupure) TO TypeEnvoiTable(IdxEnvoi)
         MOVE 0 TO NbEnvoiTable(IdxEnvoi)
      END-IF
      ADD WS-NbSaisi TO NbEnvoiTable(IdxEnvoi)
      SUBTRACT WS-NbSaisi FROM NbCoupuresCoffreTable(IdxCoupure)
      COMPUTE WS-TotalEnvoi = WS-TotalEnvoi
          + WS-ValeurSaisie * WS-NbSaisi
   END-IF.

ECRIRE-LIGNES-ENVOI.
   OPEN EXTEND GCBTransitFile.
   IF WS-TRANSIT-STATUS = "35"
      OPEN OUTPUT GCBTransitFile
   END-IF.
   IF WS-TRANSIT-STATUS NOT = "00"
      DISPLAY "Erreur GCBTransitFile, statut " WS-TRANSIT-STATUS
   ELSE
      PERFORM VARYING IdxEnvoi FROM 1 BY 1
          UNTIL IdxEnvoi > WS-NbLignesEnvoi
         MOVE WS-NumEnvoi TO NumEnvoiTransit
         MOVE WS-AgencePoste TO AgenceOrigineTransit
         MOVE WS-AgenceDest TO AgenceDestTransit
         MOVE WS-DateJour TO DateEnvoiTransit
         MOVE ValeurEnvoiTable(IdxEnvoi) TO ValeurCoupureTransit
         MOVE TypeEnvoiTable(IdxEnvoi) TO TypeCoupureTransit
         MOVE NbEnvoiTable(IdxEnvoi) TO NbExpedieTransit
         MOVE 0 TO NbRecuTransit
         MOVE "T" TO StatutTransit
         MOVE 0 TO DateReceptionTransit
         MOVE WS-OperateurPoste TO OperateurEnvoiTransit
         MOVE 0 TO OperateurReceptionTransit
         MOVE 0 TO NumCasEcartTransit
         WRITE TransitRecord
      END-PERFORM
      CLOSE GCBTransitFile
   END-IF.
   PERFORM VARYING IdxEnvoi FROM 1 BY 1
       UNTIL IdxEnvoi > WS-NbLignesEnvoi
      MOVE ValeurEnvoiTable(IdxEnvoi) TO WS-ValeurSaisie
      MOVE NbEnvoiTable(IdxEnvoi) TO WS-NbSaisi
      COMPUTE WS-MontantTransfert = WS-ValeurSaisie * WS-NbSaisi
      MOVE "T" TO WS-SensTransfert
      PERFORM JOURNALISER-TRANSFERT
   END-PERFORM.

OBTENIR-NUMERO-ENVOI.
      *> Même mécanisme de séquence monotone que GCBSequenceFile dans
      *> GCB_WRITE.
   MOVE 0 TO WS-DernierNumEnvoi.
   OPEN INPUT GCBTransitSeqFile.
   IF WS-TRSEQ-STATUS = "00"
      READ GCBTransitSeqFile
         AT END CONTINUE
         NOT AT END
            MOVE TransitSeqRecord TO WS-DernierNumEnvoi
      END-READ
      CLOSE GCBTransitSeqFile
   END-IF.
   COMPUTE WS-NumEnvoi = WS-DernierNumEnvoi + 1.
   MOVE WS-NumEnvoi TO TransitSeqRecord.
   OPEN OUTPUT GCBTransitSeqFile.
   WRITE TransitSeqRecord.
   CLOSE GCBTransitSeqFile.

RECEPTIONNER-ENVOI-TRANSIT.
      *> L'agence destinataire compte elle-même chaque coupure sans
      *> voir l'expédié ; le compté entre dans son coffre. Un écart
      *> sur une coupure ouvre un cas "TR" pour un superviseur.
   DISPLAY "Numéro de l'envoi à réceptionner : ".
   ACCEPT WS-EnvoiCourant.
   PERFORM CHARGER-TABLE-TRANSIT.
   MOVE "N" TO WS-EnvoiTrouve.
   MOVE "N" TO WS-EnvoiAutreAgence.
   PERFORM VARYING IdxTransit FROM 1 BY 1
       UNTIL IdxTransit > WS-NbLignesTransit
      MOVE LigneTransitTable(IdxTransit) TO TransitRecord
      IF NumEnvoiTransit = WS-EnvoiCourant AND StatutTransit = "T"
         MOVE "O" TO WS-EnvoiTrouve
         MOVE AgenceOrigineTransit TO WS-AgenceOrigine
         MOVE AgenceDestTransit TO WS-AgenceDest
         IF AgenceDestTransit NOT = WS-AgencePoste
            MOVE "O" TO WS-EnvoiAutreAgence
         END-IF
      END-IF
   END-PERFORM.
   IF WS-TransitTronque = "O"
      DISPLAY "GCBTransitFile trop volumineux pour être chargé en "
          "entier : réception refusée."
   ELSE
      IF WS-EnvoiTrouve = "N"
         DISPLAY "Envoi " WS-EnvoiCourant " inconnu ou déjà "
             "réceptionné."
      ELSE
         IF WS-EnvoiAutreAgence = "O"
            DISPLAY "L'envoi " WS-EnvoiCourant " est destiné à "
                "l'agence " WS-AgenceDest " : réception refusée."
         ELSE
            PERFORM CHARGER-TABLE-COFFRE
            IF WS-CoffreTronque = "O"
               DISPLAY "Coffre trop volumineux pour être chargé en "
                   "entier : réception refusée."
            ELSE
               MOVE 0 TO WS-TotalExpedie
               MOVE 0 TO WS-TotalRecu
               MOVE "N" TO WS-EnvoiEnEcart
               MOVE WS-EnvoiCourant TO WS-NumEnvoi
               PERFORM VARYING IdxTransit FROM 1 BY 1
                   UNTIL IdxTransit > WS-NbLignesTransit
                  MOVE LigneTransitTable(IdxTransit) TO TransitRecord
                  IF NumEnvoiTransit = WS-EnvoiCourant
                     AND StatutTransit = "T"
                     PERFORM COMPTER-LIGNE-RECUE
                     MOVE TransitRecord TO LigneTransitTable(IdxTransit)
                  END-IF
               END-PERFORM
               IF WS-EnvoiEnEcart = "O"
                  PERFORM OUVRIR-CAS-ECART-TRANSIT
                  PERFORM MARQUER-ENVOI-EN-ECART
               END-IF
               PERFORM REECRIRE-TABLE-COFFRE
               PERFORM REECRIRE-TABLE-TRANSIT
               MOVE WS-TotalRecu TO WS-TotalAff
               DISPLAY "Envoi " WS-EnvoiCourant " de l'agence "
                   WS-AgenceOrigine " réceptionné : " WS-TotalAff
                   " rentré au coffre."
               IF WS-EnvoiEnEcart = "O"
                  MOVE WS-TotalExpedie TO WS-TotalAff
                  DISPLAY "ECART avec l'expédié (" WS-TotalAff
                      ") : cas " WS-NouveauNumCas " ouvert pour "
                      "revue par un superviseur (GCB_SURVEILLANCE)."
               END-IF
            END-IF
         END-IF
      END-IF
   END-IF.

COMPTER-LIGNE-RECUE.
   MOVE ValeurCoupureTransit TO WS-ValeurSaisie.
   DISPLAY "Coupure " WS-ValeurSaisie " (" TypeCoupureTransit
       ") - nombre compté : ".
   ACCEPT WS-NbCompte.
   MOVE WS-NbCompte TO NbRecuTransit.
   MOVE "R" TO StatutTransit.
   MOVE WS-DateJour TO DateReceptionTransit.
   MOVE WS-OperateurPoste TO OperateurReceptionTransit.
   COMPUTE WS-TotalExpedie = WS-TotalExpedie
       + ValeurCoupureTransit * NbExpedieTransit.
   COMPUTE WS-TotalRecu = WS-TotalRecu
       + ValeurCoupureTransit * WS-NbCompte.
   IF WS-NbCompte NOT = NbExpedieTransit
      MOVE "O" TO WS-EnvoiEnEcart
   END-IF.
   IF WS-NbCompte > 0
      MOVE TypeCoupureTransit TO WS-TypeCoupureRecue
      PERFORM RANGER-COUPURE-RECUE
      MOVE WS-NbCompte TO WS-NbSaisi
      COMPUTE WS-MontantTransfert = WS-ValeurSaisie * WS-NbSaisi
      MOVE "R" TO WS-SensTransfert
      PERFORM JOURNALISER-TRANSFERT
   END-IF.

RANGER-COUPURE-RECUE.
      *> Une coupure que le coffre destinataire ne porte pas encore y
      *> est ajoutée.
   MOVE "N" TO WS-CoupureTrouvee.
   PERFORM VARYING IdxCoupure FROM 1 BY 1
       UNTIL IdxCoupure > WS-NbCoupuresTable
       OR WS-CoupureTrouvee = "O"
      IF ValeurCoupureTable(IdxCoupure) = WS-ValeurSaisie
         AND AgenceCoffreTable(IdxCoupure) = WS-AgencePoste
         MOVE "O" TO WS-CoupureTrouvee
         SUBTRACT 1 FROM IdxCoupure
      END-IF
   END-PERFORM.
   IF WS-CoupureTrouvee = "N"
      IF WS-NbCoupuresTable < 200
         ADD 1 TO WS-NbCoupuresTable
         MOVE WS-NbCoupuresTable TO IdxCoupure
         MOVE WS-ValeurSaisie TO ValeurCoupureTable(IdxCoupure)
         MOVE WS-TypeCoupureRecue TO TypeCoupureTable(IdxCoupure)
         MOVE 0 TO NbCoupuresCoffreTable(IdxCoupure)
         MOVE WS-AgencePoste TO AgenceCoffreTable(IdxCoupure)
         MOVE "O" TO WS-CoupureTrouvee
      ELSE
         DISPLAY "Coffre plein : coupure " WS-ValeurSaisie
             " non rangée, à régulariser."
      END-IF
   END-IF.
   IF WS-CoupureTrouvee = "O"
      ADD WS-NbCompte TO NbCoupuresCoffreTable(IdxCoupure)
   END-IF.

MARQUER-ENVOI-EN-ECART.
   PERFORM VARYING IdxTransit FROM 1 BY 1
       UNTIL IdxTransit > WS-NbLignesTransit
      MOVE LigneTransitTable(IdxTransit) TO TransitRecord
      IF NumEnvoiTransit = WS-EnvoiCourant AND StatutTransit = "R"
         MOVE "E" TO StatutTransit
         MOVE WS-NouveauNumCas TO NumCasEcartTransit
         MOVE TransitRecord TO LigneTransitTable(IdxTransit)
      END-IF
   END-PERFORM.

OUVRIR-CAS-ECART-TRANSIT.
      *> Cas "TR" dans la file de revue de GCB_SURVEILLANCE : le
      *> numéro d'envoi tient la place du compte, la valeur relevée
      *> est l'écart net ; un manquant est de sévérité haute.
   IF WS-TotalRecu > WS-TotalExpedie
      COMPUTE WS-EcartEnvoi = WS-TotalRecu - WS-TotalExpedie
   ELSE
      COMPUTE WS-EcartEnvoi = WS-TotalExpedie - WS-TotalRecu
   END-IF.
   PERFORM OBTENIR-NUMERO-CAS.
   MOVE SPACES TO WS-LibelleEcart.
   IF WS-TotalRecu < WS-TotalExpedie
      STRING "ENVOI " WS-AgenceOrigine " -> " WS-AgenceDest
          " MANQUANT" DELIMITED BY SIZE INTO WS-LibelleEcart
   ELSE
      STRING "ENVOI " WS-AgenceOrigine " -> " WS-AgenceDest
          " EXCEDENT" DELIMITED BY SIZE INTO WS-LibelleEcart
   END-IF.
   OPEN EXTEND GCBSurveillanceFile.
   IF WS-SURV-STATUS = "35"
      OPEN OUTPUT GCBSurveillanceFile
   END-IF.
   IF WS-SURV-STATUS NOT = "00"
      DISPLAY "Erreur GCBSurveillanceFile, statut " WS-SURV-STATUS
   ELSE
      MOVE WS-NouveauNumCas TO NumCasSurveillance
      MOVE WS-DateJour TO DateCasSurveillance
      MOVE WS-EnvoiCourant TO NumeroCompteSurveillance
      MOVE "TR" TO CodeRegleSurveillance
      MOVE WS-EcartEnvoi TO ValeurRelevee
      IF WS-TotalRecu < WS-TotalExpedie
         MOVE "H" TO SeveriteSurveillance
      ELSE
         MOVE "M" TO SeveriteSurveillance
      END-IF
      MOVE "O" TO StatutCasSurveillance
      MOVE 0 TO DateDispositionSurveillance
      MOVE SPACES TO NoteDispositionSurveillance
      MOVE "T" TO TypeObjetSurveillance
      MOVE 0 TO NumEntreeListeSurveillance
      MOVE WS-LibelleEcart TO NomFiltreSurveillance
      WRITE SurveillanceRecord
      CLOSE GCBSurveillanceFile
   END-IF.

OBTENIR-NUMERO-CAS.
      *> Même séquence que OBTENIR-NUMERO-CAS dans GCB_SURVEILLANCE.
   MOVE 0 TO WS-DernierNumCas.
   OPEN INPUT GCBSurveillanceSeqFile.
   IF WS-SEQ-STATUS = "00"
      READ GCBSurveillanceSeqFile
         AT END CONTINUE
         NOT AT END
            MOVE SurveillanceSeqRecord TO WS-DernierNumCas
      END-READ
      CLOSE GCBSurveillanceSeqFile
   END-IF.
   COMPUTE WS-NouveauNumCas = WS-DernierNumCas + 1.
   MOVE WS-NouveauNumCas TO SurveillanceSeqRecord.
   OPEN OUTPUT GCBSurveillanceSeqFile.
   WRITE SurveillanceSeqRecord.
   CLOSE GCBSurveillanceSeqFile.

LISTER-ENVOIS-TRANSIT.
   MOVE 0 TO WS-TotalEnvoi.
   MOVE "N" TO WS-EnvoiTrouve.
   MOVE "N" TO WS-EOF-TRANSIT.
   OPEN INPUT GCBTransitFile.
   IF WS-TRANSIT-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-TRANSIT
   END-IF.
   PERFORM UNTIL WS-EOF-TRANSIT = "Y"
      READ GCBTransitFile
         AT END MOVE "Y" TO WS-EOF-TRANSIT
         NOT AT END
            IF StatutTransit = "T"
               MOVE "O" TO WS-EnvoiTrouve
               COMPUTE WS-MontantLigne = ValeurCoupureTransit
                   * NbExpedieTransit
               ADD WS-MontantLigne TO WS-TotalEnvoi
               MOVE WS-MontantLigne TO WS-TotalAff
               DISPLAY "Envoi " NumEnvoiTransit " du "
                   DateEnvoiTransit " " AgenceOrigineTransit " -> "
                   AgenceDestTransit " : " ValeurCoupureTransit " x "
                   NbExpedieTransit " = " WS-TotalAff
            END-IF
      END-READ
   END-PERFORM.
   IF WS-TRANSIT-STATUS NOT = "35"
      CLOSE GCBTransitFile
   END-IF.
   IF WS-EnvoiTrouve = "N"
      DISPLAY "Aucun envoi de fonds en transit."
   ELSE
      MOVE WS-TotalEnvoi TO WS-TotalAff
      DISPLAY "TOTAL EN TRANSIT : " WS-TotalAff
   END-IF.

CUMULER-TRANSIT-SORTANT.
   MOVE 0 TO WS-TotalTransitSortant.
   MOVE "N" TO WS-EOF-TRANSIT.
   OPEN INPUT GCBTransitFile.
   IF WS-TRANSIT-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-TRANSIT
   END-IF.
   PERFORM UNTIL WS-EOF-TRANSIT = "Y"
      READ GCBTransitFile
         AT END MOVE "Y" TO WS-EOF-TRANSIT
         NOT AT END
            IF StatutTransit = "T"
               AND AgenceOrigineTransit = WS-AgencePoste
               COMPUTE WS-TotalTransitSortant = WS-TotalTransitSortant
                   + ValeurCoupureTransit * NbExpedieTransit
            END-IF
      END-READ
   END-PERFORM.
   IF WS-TRANSIT-STATUS NOT = "35"
      CLOSE GCBTransitFile
   END-IF.

CHARGER-TABLE-TRANSIT.
   MOVE 0 TO WS-NbLignesTransit.
   MOVE "N" TO WS-TransitTronque.
   MOVE "N" TO WS-EOF-TRANSIT.
   OPEN INPUT GCBTransitFile.
   IF WS-TRANSIT-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-TRANSIT
   END-IF.
   PERFORM UNTIL WS-EOF-TRANSIT = "Y"
      READ GCBTransitFile
         AT END MOVE "Y" TO WS-EOF-TRANSIT
         NOT AT END
            IF WS-NbLignesTransit < 1000
               ADD 1 TO WS-NbLignesTransit
               MOVE TransitRecord
                   TO LigneTransitTable(WS-NbLignesTransit)
            ELSE
               MOVE "O" TO WS-TransitTronque
            END-IF
      END-READ
   END-PERFORM.
   IF WS-TRANSIT-STATUS NOT = "35"
      CLOSE GCBTransitFile
   END-IF.

REECRIRE-TABLE-TRANSIT.
   OPEN OUTPUT GCBTransitFile.
   PERFORM VARYING IdxTransit FROM 1 BY 1
       UNTIL IdxTransit > WS-NbLignesTransit
      MOVE LigneTransitTable(IdxTransit) TO TransitRecord
      WRITE TransitRecord
   END-PERFORM.
   CLOSE GCBTransitFile.

CHARGER-CASSETTES-GAB.
      *> Les billets chargés dans un GAB sortent du coffre de
      *> l'agence comme un envoi (quatre cassettes au plus) ; un GAB
      *> dont le chargement précédent n'est pas revenu ne peut pas
      *> être rechargé.
   DISPLAY "Identifiant du GAB : ".
   ACCEPT WS-IdGAB.
   PERFORM CHARGER-TABLE-CASSETTES.
   PERFORM CHERCHER-CHARGEMENT-GAB.
   IF WS-CassettesTronque = "O"
      DISPLAY "GCBCassettesGABFile trop volumineux pour être chargé "
          "en entier : chargement refusé."
   ELSE
      IF IdxCassetteGAB > 0
         DISPLAY "Le GAB " WS-IdGAB " a un chargement en service du "
             DateChargementGAB " : faire d'abord le retour des "
             "cassettes."
      ELSE
         PERFORM CHARGER-TABLE-COFFRE
         MOVE 0 TO WS-NbLignesEnvoi
         MOVE 0 TO WS-TotalEnvoi
         MOVE 4 TO WS-MaxLignesEnvoi
         MOVE "N" TO WS-FinSaisie
         PERFORM UNTIL WS-FinSaisie = "O"
            PERFORM SAISIR-LIGNE-ENVOI
         END-PERFORM
         IF WS-NbLignesEnvoi = 0
            DISPLAY "Aucune coupure saisie : pas de chargement."
         ELSE
            MOVE WS-TotalEnvoi TO WS-TotalAff
            DISPLAY "Chargement du GAB " WS-IdGAB " : " WS-TotalAff
            DISPLAY "Confirmer le chargement (O/N) : "
            ACCEPT WS-Confirmation
            IF WS-Confirmation NOT = "O" AND WS-Confirmation NOT = "o"
               DISPLAY "Chargement abandonné, coffre inchangé."
            ELSE
               PERFORM REECRIRE-TABLE-COFFRE
               PERFORM ECRIRE-CHARGEMENT-GAB
               DISPLAY "GAB " WS-IdGAB " chargé : " WS-TotalAff "."
            END-IF
         END-IF
      END-IF
   END-IF.

ECRIRE-CHARGEMENT-GAB.
   MOVE SPACES TO CassetteGABRecord.
   MOVE WS-IdGAB TO IdGABCassette.
   MOVE WS-AgencePoste TO AgenceGABCassette.
   MOVE WS-DateJour TO DateChargementGAB.
   PERFORM VARYING IdxCassetteGABEnCours FROM 1 BY 1
       UNTIL IdxCassetteGABEnCours > 4
      MOVE 0 TO ValeurCassetteGAB(IdxCassetteGABEnCours)
      MOVE 0 TO NbChargeCassetteGAB(IdxCassetteGABEnCours)
      MOVE 0 TO NbResteCassetteGAB(IdxCassetteGABEnCours)
   END-PERFORM.
   PERFORM VARYING IdxEnvoi FROM 1 BY 1
       UNTIL IdxEnvoi > WS-NbLignesEnvoi
      MOVE ValeurEnvoiTable(IdxEnvoi) TO ValeurCassetteGAB(IdxEnvoi)
      MOVE NbEnvoiTable(IdxEnvoi) TO NbChargeCassetteGAB(IdxEnvoi)
   END-PERFORM.
   MOVE WS-TotalEnvoi TO MontantChargeGAB.
   MOVE 0 TO MontantDistribueGAB.
   MOVE 0 TO MontantRejeteGAB.
   MOVE 0 TO MontantResteGAB.
   MOVE 0 TO EcartGAB.
   MOVE 0 TO DateRapprochementGAB.
   MOVE "O" TO StatutCassetteGAB.
   OPEN EXTEND GCBCassettesGABFile.
   IF WS-CASS-STATUS = "35"
      OPEN OUTPUT GCBCassettesGABFile
   END-IF.
   IF WS-CASS-STATUS NOT = "00"
      DISPLAY "Erreur GCBCassettesGABFile, statut " WS-CASS-STATUS
   ELSE
      WRITE CassetteGABRecord
      CLOSE GCBCassettesGABFile
   END-IF.
   PERFORM VARYING IdxEnvoi FROM 1 BY 1
       UNTIL IdxEnvoi > WS-NbLignesEnvoi
      MOVE ValeurEnvoiTable(IdxEnvoi) TO WS-ValeurSaisie
      MOVE NbEnvoiTable(IdxEnvoi) TO WS-NbSaisi
      COMPUTE WS-MontantTransfert = WS-ValeurSaisie * WS-NbSaisi
      MOVE "A" TO WS-SensTransfert
      PERFORM JOURNALISER-TRANSFERT
   END-PERFORM.

RETOURNER-CASSETTES-GAB.
      *> Au réapprovisionnement, le reste de chaque cassette est
      *> compté et rentre au coffre ; l'écart
      *> chargé - distribué - reste (distribué relevé dans les
      *> journaux intégrés par GCB_GAB) est porté au chargement, qui
      *> passe rapproché.
   DISPLAY "Identifiant du GAB : ".
   ACCEPT WS-IdGAB.
   PERFORM CHARGER-TABLE-CASSETTES.
   PERFORM CHERCHER-CHARGEMENT-GAB.
   IF WS-CassettesTronque = "O"
      DISPLAY "GCBCassettesGABFile trop volumineux pour être chargé "
          "en entier : retour refusé."
   ELSE
      IF IdxCassetteGAB = 0
         DISPLAY "Aucun chargement en service pour le GAB "
             WS-IdGAB "."
      ELSE
         PERFORM CHARGER-TABLE-COFFRE
         IF WS-CoffreTronque = "O"
            DISPLAY "Coffre trop volumineux pour être chargé en "
                "entier : retour refusé."
         ELSE
            MOVE 0 TO MontantResteGAB
            PERFORM VARYING IdxCassetteGABEnCours FROM 1 BY 1
                UNTIL IdxCassetteGABEnCours > 4
               IF NbChargeCassetteGAB(IdxCassetteGABEnCours) > 0
                  PERFORM COMPTER-RESTE-CASSETTE
               END-IF
            END-PERFORM
            COMPUTE EcartGAB = MontantChargeGAB - MontantDistribueGAB
                - MontantResteGAB
            MOVE WS-DateJour TO DateRapprochementGAB
            MOVE "R" TO StatutCassetteGAB
            MOVE CassetteGABRecord TO LigneCassetteTable(IdxCassetteGAB)
            PERFORM REECRIRE-TABLE-COFFRE
            PERFORM REECRIRE-TABLE-CASSETTES
            MOVE MontantResteGAB TO WS-TotalAff
            DISPLAY "Reste rentré au coffre : " WS-TotalAff
            IF EcartGAB = 0
               DISPLAY "GAB " WS-IdGAB " rapproché sans écart."
            ELSE
               MOVE EcartGAB TO WS-EcartAff
               DISPLAY "GAB " WS-IdGAB " : ECART NON EXPLIQUE de "
                   WS-EcartAff " (chargé - distribué - reste), listé "
                   "par GCB_GAB."
            END-IF
         END-IF
      END-IF
   END-IF.

COMPTER-RESTE-CASSETTE.
   MOVE ValeurCassetteGAB(IdxCassetteGABEnCours) TO WS-ValeurSaisie.
   DISPLAY "Cassette " WS-ValeurSaisie " - reste compté : ".
   ACCEPT WS-NbCompte.
   MOVE WS-NbCompte TO NbResteCassetteGAB(IdxCassetteGABEnCours).
   COMPUTE MontantResteGAB = MontantResteGAB
       + WS-ValeurSaisie * WS-NbCompte.
   IF WS-NbCompte > 0
      MOVE "B" TO WS-TypeCoupureRecue
      PERFORM RANGER-COUPURE-RECUE
      MOVE WS-NbCompte TO WS-NbSaisi
      COMPUTE WS-MontantTransfert = WS-ValeurSaisie * WS-NbSaisi
      MOVE "U" TO WS-SensTransfert
      PERFORM JOURNALISER-TRANSFERT
   END-IF.

CHERCHER-CHARGEMENT-GAB.
      *> Laisse le chargement en service trouvé dans
      *> CassetteGABRecord.
   MOVE 0 TO IdxCassetteGAB.
   PERFORM VARYING IdxCassette FROM 1 BY 1
       UNTIL IdxCassette > WS-NbLignesCassettes
       OR IdxCassetteGAB > 0
      MOVE LigneCassetteTable(IdxCassette) TO CassetteGABRecord
      IF IdGABCassette = WS-IdGAB AND StatutCassetteGAB = "O"
         MOVE IdxCassette TO IdxCassetteGAB
      END-IF
   END-PERFORM.
   IF IdxCassetteGAB > 0
      MOVE LigneCassetteTable(IdxCassetteGAB) TO CassetteGABRecord
   END-IF.

CHARGER-TABLE-CASSETTES.
   MOVE 0 TO WS-NbLignesCassettes.
   MOVE "N" TO WS-CassettesTronque.
   MOVE "N" TO WS-EOF-COFFRE.
   OPEN INPUT GCBCassettesGABFile.
   IF WS-CASS-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-COFFRE
   END-IF.
   PERFORM UNTIL WS-EOF-COFFRE = "Y"
      READ GCBCassettesGABFile
         AT END MOVE "Y" TO WS-EOF-COFFRE
         NOT AT END
            IF WS-NbLignesCassettes < 500
               ADD 1 TO WS-NbLignesCassettes
               MOVE CassetteGABRecord
                   TO LigneCassetteTable(WS-NbLignesCassettes)
            ELSE
               MOVE "O" TO WS-CassettesTronque
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CASS-STATUS NOT = "35"
      CLOSE GCBCassettesGABFile
   END-IF.

REECRIRE-TABLE-CASSETTES.
   OPEN OUTPUT GCBCassettesGABFile.
   PERFORM VARYING IdxCassette FROM 1 BY 1
       UNTIL IdxCassette > WS-NbLignesCassettes
      MOVE LigneCassetteTable(IdxCassette) TO CassetteGABRecord
      WRITE CassetteGABRecord
   END-PERFORM.
   CLOSE GCBCassettesGABFile.
