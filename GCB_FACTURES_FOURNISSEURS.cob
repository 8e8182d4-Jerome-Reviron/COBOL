IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_FACTURES_FOURNISSEURS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBFournisseursFile
        FILE STATUS IS WS-FRN-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CodeFournisseur
        ASSIGN TO "GCBFournisseursFile.dat".
    SELECT GCBReceptionsFile
        FILE STATUS IS WS-RECEP-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumReception
        ALTERNATE RECORD KEY IS FournisseurReception
            WITH DUPLICATES
        ASSIGN TO "GCBReceptionsFile.dat".
    SELECT GCBFacturesFrnFile
        FILE STATUS IS WS-FAC-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumFactureFrn
        ALTERNATE RECORD KEY IS FournisseurFactureFrn
            WITH DUPLICATES
        ASSIGN TO "GCBFacturesFrnFile.dat".
    SELECT GCBLignesFactureFrnFile
        FILE STATUS IS WS-LFAC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBLignesFactureFrnFile.txt".
    SELECT GCBFactureFrnSeqFile
        FILE STATUS IS WS-FACSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBFactureFrnSeqFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBFournisseursFile.
   COPY FOURNISSEUR.

   FD GCBReceptionsFile.
   COPY RECEPTION.

   FD GCBFacturesFrnFile.
   COPY FACTUREFRN.

   FD GCBLignesFactureFrnFile.
   COPY LIGNEFACFRN.

   FD GCBFactureFrnSeqFile.
   01 FactureFrnSeqRecord PIC 9(6).

WORKING-STORAGE SECTION.
   01 WS-FRN-STATUS PIC 99.
   01 WS-RECEP-STATUS PIC 99.
   01 WS-FAC-STATUS PIC 99.
   01 WS-LFAC-STATUS PIC 99.
   01 WS-FACSEQ-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-DateJour PIC 9(8).
   01 WS-CodeSaisi PIC X(20).
   01 WS-FournisseurTrouve PIC X(1).
   01 WS-NbOuvertes PIC 9(4).
   01 WS-NumFactureSaisi PIC 9(6).
   01 WS-FactureTrouvee PIC X(1).
   01 WS-DerniereFacture PIC 9(6) VALUE 0.
   01 WS-Decision PIC X(1).
   01 WS-MontantAff PIC ZZZZZZ9.99.
   01 WS-MontantAff2 PIC ZZZZZZ9.99.

      *> Saisie d'une facture : en-tête puis les réceptions qu'elle
      *> couvre, une par une, avec la quantité et le prix facturés.
   01 WS-RefSaisie PIC X(15).
   01 WS-DateFactureSaisie PIC 9(8).
   01 WS-TotalAnnonce PIC 9(5)V99.
   01 WS-DoublonFacture PIC X(1).
   01 WS-ActiviteFacture PIC X(1).
   01 WS-FinLignes PIC X(1).
   01 WS-NumRecepSaisi PIC 9(6).
   01 WS-QuantiteSaisie PIC 9(5).
   01 WS-PrixSaisi PIC 9(5)V99.
   01 WS-DejaSaisie PIC X(1).
   01 WS-NbLignesSaisies PIC 9(2) VALUE 0.
   01 IdxLigne PIC 9(2).
   01 TableLignesSaisies OCCURS 50 TIMES.
      05 RecepLigneTable PIC 9(6).
      05 QteFactLigneTable PIC 9(5).
      05 PrixFactLigneTable PIC 9(5)V99.
      05 QteRecueLigneTable PIC 9(5).
      05 PrixAttLigneTable PIC 9(5)V99.
      05 EcartLigneTable PIC X(1).
   01 WS-TotalLignesFacturees PIC 9(7)V99.
   01 WS-TotalAttendu PIC 9(7)V99.
   01 WS-EcartPrixUnitaire PIC S9(5)V99.
   01 WS-EcartLigneCourant PIC X(1).

      *> Tolérance d'écart de prix en pour cent du prix attendu
      *> (paramètre TOLERANCE-PRIX-FRN) ; une quantité facturée
      *> différente du reçu, ou un total annoncé différent de la
      *> somme des lignes, est toujours relevé.
   01 CleTolerancePrix PIC X(20) VALUE "TOLERANCE-PRIX-FRN".
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
   01 WS-TolerancePrix PIC 9(3)V99 VALUE 2.00.

      *> Comptabilisation de la charge à l'approbation, par activité,
      *> contre la dette fournisseurs (GCB_ECRITURE_ACHATS).
   01 CompteGLAchatsLivres PIC X(4) VALUE "6065".
   01 CompteGLAchatsMarchandises PIC X(4) VALUE "6070".
   01 CompteGLAchatsMateriaux PIC X(4) VALUE "6020".
   01 CompteGLFournisseurs PIC X(4) VALUE "4010".
   01 WS-CompteCharge PIC X(4).
   01 LibelleFactureGL PIC X(10) VALUE "FACT-FRN".
   01 WS-MontantEcriture PIC 9(5)V99.
   01 WS-EcritureFaite PIC X(1).

      *> Visa superviseur d'une facture en écart.
   01 WS-CodeOperationSup PIC X(1) VALUE "F".
   01 WS-ReferenceSup PIC X(12).
   01 WS-AutorisationOK PIC X(1).

      *> Registre des factures fournisseurs : chaque facture est
      *> rapprochée des réceptions qu'elle couvre (registre tenu par
      *> GCB_RECEPTION à l'entrée en stock). Une facture conforme est
      *> approuvée à la saisie ; un écart de prix au-delà de la
      *> tolérance, de quantité ou de total la met en attente d'un
      *> visa superviseur. L'approbation passe la charge au grand
      *> livre contre la dette fournisseurs ; le règlement à
      *> l'échéance est l'affaire de GCB_REGLEMENTS_FOURNISSEURS.
      *> Une facture rejetée libère ses réceptions pour une facture
      *> corrigée.

PROCEDURE DIVISION.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   CALL 'GCB_PARAMETRE' USING CleTolerancePrix WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-TolerancePrix
   END-IF.
   PERFORM OUVRIR-FICHIERS.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== FACTURES FOURNISSEURS ==="
      DISPLAY "1. Réceptions non facturées d'un fournisseur"
      DISPLAY "2. Saisir une facture (rapprochement)"
      DISPLAY "3. Approuver / rejeter une facture en écart"
      DISPLAY "4. Consulter une facture"
      DISPLAY "5. Factures en attente d'approbation"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1 PERFORM LISTER-RECEPTIONS-OUVERTES
         WHEN 2 PERFORM SAISIR-FACTURE
         WHEN 3 PERFORM DECIDER-FACTURE
         WHEN 4 PERFORM CONSULTER-FACTURE
         WHEN 5 PERFORM LISTER-FACTURES-EN-ECART
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-PERFORM.
   CLOSE GCBFacturesFrnFile.
   CLOSE GCBReceptionsFile.
   IF WS-FRN-STATUS NOT = "35"
      CLOSE GCBFournisseursFile
   END-IF.
   STOP RUN.

OUVRIR-FICHIERS.
   OPEN INPUT GCBFournisseursFile.
   IF WS-FRN-STATUS NOT = "00"
      DISPLAY "Aucun fournisseur enregistré (statut " WS-FRN-STATUS
          ") : les créer d'abord par GCB_FOURNISSEURS."
   END-IF.
   OPEN I-O GCBReceptionsFile.
   IF WS-RECEP-STATUS = "35"
      OPEN OUTPUT GCBReceptionsFile
      CLOSE GCBReceptionsFile
      OPEN I-O GCBReceptionsFile
   END-IF.
   OPEN I-O GCBFacturesFrnFile.
   IF WS-FAC-STATUS = "35"
      OPEN OUTPUT GCBFacturesFrnFile
      CLOSE GCBFacturesFrnFile
      OPEN I-O GCBFacturesFrnFile
   END-IF.
   IF WS-RECEP-STATUS NOT = "00" OR WS-FAC-STATUS NOT = "00"
      DISPLAY "Erreur d'ouverture des registres (réceptions "
          WS-RECEP-STATUS ", factures " WS-FAC-STATUS ")."
      STOP RUN
   END-IF.

LIRE-FOURNISSEUR-SAISI.
   MOVE "N" TO WS-FournisseurTrouve.
   DISPLAY "Code fournisseur : ".
   ACCEPT WS-CodeSaisi.
   IF WS-FRN-STATUS = "00" AND WS-CodeSaisi NOT = SPACES
      MOVE WS-CodeSaisi TO CodeFournisseur
      READ GCBFournisseursFile
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE "O" TO WS-FournisseurTrouve
      END-READ
   END-IF.

LISTER-RECEPTIONS-OUVERTES.
   PERFORM LIRE-FOURNISSEUR-SAISI.
   IF WS-FournisseurTrouve = "N"
      DISPLAY "Fournisseur inconnu."
   ELSE
      PERFORM AFFICHER-RECEPTIONS-OUVERTES
   END-IF.

AFFICHER-RECEPTIONS-OUVERTES.
   MOVE 0 TO WS-NbOuvertes.
   MOVE "N" TO WS-EOF.
   MOVE CodeFournisseur TO FournisseurReception.
   START GCBReceptionsFile KEY IS EQUAL TO FournisseurReception
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   DISPLAY "--- Réceptions non facturées de "
       FUNCTION TRIM(CodeFournisseur) " ---".
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBReceptionsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF FournisseurReception NOT = CodeFournisseur
               MOVE "Y" TO WS-EOF
            ELSE
               IF NumFactureReception = 0
                  ADD 1 TO WS-NbOuvertes
                  MOVE PrixAttenduReception TO WS-MontantAff
                  DISPLAY NumReception " " DateReception " "
                      ActiviteReception " " ReferenceReception " "
                      LibelleReception " x" QuantiteReception
                      " a " WS-MontantAff
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   DISPLAY WS-NbOuvertes " réception(s) à facturer.".

SAISIR-FACTURE.
   PERFORM LIRE-FOURNISSEUR-SAISI.
   IF WS-FournisseurTrouve = "N"
      DISPLAY "Fournisseur inconnu : le créer par GCB_FOURNISSEURS."
   ELSE
   IF StatutFournisseur = "S"
      DISPLAY "Fournisseur suspendu : facture refusée."
   ELSE
      DISPLAY "Numéro de la facture chez le fournisseur : "
      ACCEPT WS-RefSaisie
      PERFORM CONTROLER-DOUBLON-FACTURE
      IF WS-RefSaisie = SPACES OR WS-DoublonFacture = "O"
         DISPLAY "Numéro absent ou facture déjà enregistrée pour "
             "ce fournisseur."
      ELSE
         DISPLAY "Date de la facture (AAAAMMJJ, 0 = aujourd'hui) : "
         ACCEPT WS-DateFactureSaisie
         IF WS-DateFactureSaisie = 0
            MOVE WS-DateJour TO WS-DateFactureSaisie
         END-IF
         IF FUNCTION TEST-DATE-YYYYMMDD(WS-DateFactureSaisie)
             NOT = 0
            DISPLAY "Date invalide."
         ELSE
            DISPLAY "Total de la facture (99999.99 au plus) : "
            ACCEPT WS-TotalAnnonce
            PERFORM AFFICHER-RECEPTIONS-OUVERTES
            MOVE 0 TO WS-NbLignesSaisies
            MOVE 0 TO WS-TotalLignesFacturees
            MOVE 0 TO WS-TotalAttendu
            MOVE SPACE TO WS-ActiviteFacture
            MOVE "N" TO WS-FinLignes
            PERFORM SAISIR-LIGNE-FACTURE UNTIL WS-FinLignes = "O"
            IF WS-NbLignesSaisies = 0
               DISPLAY "Aucune réception couverte : facture "
                   "abandonnée."
            ELSE
               PERFORM ENREGISTRER-FACTURE
            END-IF
         END-IF
      END-IF
   END-IF
   END-IF.

CONTROLER-DOUBLON-FACTURE.
      *> Une même référence ne passe qu'une fois par fournisseur,
      *> sauf si la première saisie a été rejetée.
   MOVE "N" TO WS-DoublonFacture.
   MOVE "N" TO WS-EOF.
   MOVE CodeFournisseur TO FournisseurFactureFrn.
   START GCBFacturesFrnFile KEY IS EQUAL TO FournisseurFactureFrn
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBFacturesFrnFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF FournisseurFactureFrn NOT = CodeFournisseur
               MOVE "Y" TO WS-EOF
            ELSE
               IF RefFactureFrn = WS-RefSaisie
                  AND StatutFactureFrn NOT = "R"
                  MOVE "O" TO WS-DoublonFacture
                  MOVE "Y" TO WS-EOF
               END-IF
            END-IF
      END-READ
   END-PERFORM.

SAISIR-LIGNE-FACTURE.
   DISPLAY "Réception couverte (0 pour terminer) : ".
   ACCEPT WS-NumRecepSaisi.
   IF WS-NumRecepSaisi = 0
      MOVE "O" TO WS-FinLignes
   ELSE
   IF WS-NbLignesSaisies >= 50
      DISPLAY "50 réceptions au plus par facture : saisir le reste "
          "sur une autre partie."
      MOVE "O" TO WS-FinLignes
   ELSE
      MOVE "N" TO WS-DejaSaisie
      PERFORM VARYING IdxLigne FROM 1 BY 1
          UNTIL IdxLigne > WS-NbLignesSaisies
         IF RecepLigneTable(IdxLigne) = WS-NumRecepSaisi
            MOVE "O" TO WS-DejaSaisie
         END-IF
      END-PERFORM
      IF WS-DejaSaisie = "O"
         DISPLAY "Réception déjà portée sur cette facture."
      ELSE
         MOVE WS-NumRecepSaisi TO NumReception
         READ GCBReceptionsFile
            INVALID KEY
               DISPLAY "Réception inconnue."
            NOT INVALID KEY
               PERFORM CONTROLER-RECEPTION-LIGNE
         END-READ
      END-IF
   END-IF
   END-IF.

CONTROLER-RECEPTION-LIGNE.
   IF FournisseurReception NOT = CodeFournisseur
      DISPLAY "Réception d'un autre fournisseur ("
          FUNCTION TRIM(FournisseurReception) ")."
   ELSE
   IF NumFactureReception NOT = 0
      DISPLAY "Réception déjà couverte par la facture "
          NumFactureReception "."
   ELSE
   IF WS-ActiviteFacture NOT = SPACE
      AND ActiviteReception NOT = WS-ActiviteFacture
      DISPLAY "Une facture ne couvre qu'une activité : saisir les "
          "réceptions de l'activité " ActiviteReception " à part."
   ELSE
      MOVE ActiviteReception TO WS-ActiviteFacture
      MOVE PrixAttenduReception TO WS-MontantAff
      DISPLAY ReferenceReception " " LibelleReception " reçu "
          QuantiteReception " à " WS-MontantAff
      DISPLAY "Quantité facturée (0 = quantité reçue) : "
      ACCEPT WS-QuantiteSaisie
      IF WS-QuantiteSaisie = 0
         MOVE QuantiteReception TO WS-QuantiteSaisie
      END-IF
      DISPLAY "Prix unitaire facturé (0 = prix attendu) : "
      ACCEPT WS-PrixSaisi
      IF WS-PrixSaisi = 0
         MOVE PrixAttenduReception TO WS-PrixSaisi
      END-IF
      PERFORM AJOUTER-LIGNE-SAISIE
   END-IF
   END-IF
   END-IF.

AJOUTER-LIGNE-SAISIE.
   MOVE SPACE TO WS-EcartLigneCourant.
   COMPUTE WS-EcartPrixUnitaire
       = WS-PrixSaisi - PrixAttenduReception.
   IF FUNCTION ABS(WS-EcartPrixUnitaire) * 100
       > PrixAttenduReception * WS-TolerancePrix
      MOVE "P" TO WS-EcartLigneCourant
   END-IF.
   IF WS-QuantiteSaisie NOT = QuantiteReception
      IF WS-EcartLigneCourant = "P"
         MOVE "D" TO WS-EcartLigneCourant
      ELSE
         MOVE "Q" TO WS-EcartLigneCourant
      END-IF
   END-IF.
   ADD 1 TO WS-NbLignesSaisies.
   MOVE NumReception TO RecepLigneTable(WS-NbLignesSaisies).
   MOVE WS-QuantiteSaisie TO QteFactLigneTable(WS-NbLignesSaisies).
   MOVE WS-PrixSaisi TO PrixFactLigneTable(WS-NbLignesSaisies).
   MOVE QuantiteReception TO QteRecueLigneTable(WS-NbLignesSaisies).
   MOVE PrixAttenduReception
       TO PrixAttLigneTable(WS-NbLignesSaisies).
   MOVE WS-EcartLigneCourant TO EcartLigneTable(WS-NbLignesSaisies).
   COMPUTE WS-TotalLignesFacturees = WS-TotalLignesFacturees
       + WS-QuantiteSaisie * WS-PrixSaisi.
   COMPUTE WS-TotalAttendu = WS-TotalAttendu
       + QuantiteReception * PrixAttenduReception.
   IF WS-EcartLigneCourant NOT = SPACE
      DISPLAY "Ecart relevé sur la ligne (" WS-EcartLigneCourant
          ") : la facture sera soumise à approbation."
   END-IF.

ENREGISTRER-FACTURE.
   PERFORM OBTENIR-NUMERO-FACTURE.
   MOVE WS-DerniereFacture TO NumFactureFrn.
   MOVE CodeFournisseur TO FournisseurFactureFrn.
   MOVE WS-RefSaisie TO RefFactureFrn.
   MOVE WS-ActiviteFacture TO ActiviteFactureFrn.
   MOVE WS-DateFactureSaisie TO DateFactureFrn.
   COMPUTE DateEcheanceFrn = FUNCTION DATE-OF-INTEGER(
       FUNCTION INTEGER-OF-DATE(WS-DateFactureSaisie)
       + DelaiPaiementFournisseur).
   MOVE WS-TotalAnnonce TO MontantFactureFrn.
   MOVE WS-TotalAttendu TO MontantAttenduFrn.
   MOVE "N" TO EcartPrixFrn.
   MOVE "N" TO EcartQuantiteFrn.
   MOVE "N" TO EcartTotalFrn.
   PERFORM VARYING IdxLigne FROM 1 BY 1
       UNTIL IdxLigne > WS-NbLignesSaisies
      IF EcartLigneTable(IdxLigne) = "P"
         OR EcartLigneTable(IdxLigne) = "D"
         MOVE "O" TO EcartPrixFrn
      END-IF
      IF EcartLigneTable(IdxLigne) = "Q"
         OR EcartLigneTable(IdxLigne) = "D"
         MOVE "O" TO EcartQuantiteFrn
      END-IF
   END-PERFORM.
   IF WS-TotalAnnonce NOT = WS-TotalLignesFacturees
      MOVE "O" TO EcartTotalFrn
   END-IF.
   MOVE "E" TO StatutFactureFrn.
   MOVE 0 TO DateApprobationFrn.
   MOVE 0 TO DatePaiementFrn.
   MOVE 0 TO NumEmissionFrn.
   IF EcartPrixFrn = "N" AND EcartQuantiteFrn = "N"
      AND EcartTotalFrn = "N"
      PERFORM COMPTABILISER-CHARGE
      IF WS-EcritureFaite = "O"
         MOVE "A" TO StatutFactureFrn
         MOVE WS-DateJour TO DateApprobationFrn
      END-IF
   END-IF.
   WRITE FactureFrnRecord
      INVALID KEY
         DISPLAY "Facture " NumFactureFrn " déjà présente : "
             "compteur GCBFactureFrnSeqFile à vérifier."
      NOT INVALID KEY
         PERFORM ECRIRE-LIGNES-FACTURE
         PERFORM AFFICHER-VERDICT-SAISIE
   END-WRITE.

AFFICHER-VERDICT-SAISIE.
   MOVE MontantFactureFrn TO WS-MontantAff.
   MOVE MontantAttenduFrn TO WS-MontantAff2.
   DISPLAY "Facture " NumFactureFrn " enregistrée : " WS-MontantAff
       " (attendu " WS-MontantAff2 "), échéance " DateEcheanceFrn
       ".".
   IF StatutFactureFrn = "A"
      DISPLAY "Conforme aux réceptions : approuvée et "
          "comptabilisée."
   ELSE
      DISPLAY "En attente d'approbation - écart prix " EcartPrixFrn
          ", quantité " EcartQuantiteFrn ", total " EcartTotalFrn
          "."
   END-IF.

ECRIRE-LIGNES-FACTURE.
      *> Les lignes de rapprochement partent dans
      *> GCBLignesFactureFrnFile et chaque réception couverte porte
      *> désormais le numéro de la facture.
   OPEN EXTEND GCBLignesFactureFrnFile.
   IF WS-LFAC-STATUS = "35"
      OPEN OUTPUT GCBLignesFactureFrnFile
   END-IF.
   IF WS-LFAC-STATUS NOT = "00"
      DISPLAY "Erreur GCBLignesFactureFrnFile, statut "
          WS-LFAC-STATUS
   ELSE
      PERFORM VARYING IdxLigne FROM 1 BY 1
          UNTIL IdxLigne > WS-NbLignesSaisies
         MOVE NumFactureFrn TO NumFactureLigneFrn
         MOVE RecepLigneTable(IdxLigne) TO NumReceptionLigneFrn
         MOVE QteFactLigneTable(IdxLigne)
             TO QuantiteFactureeLigneFrn
         MOVE PrixFactLigneTable(IdxLigne) TO PrixFactureLigneFrn
         MOVE QteRecueLigneTable(IdxLigne) TO QuantiteRecueLigneFrn
         MOVE PrixAttLigneTable(IdxLigne) TO PrixAttenduLigneFrn
         MOVE EcartLigneTable(IdxLigne) TO EcartLigneFrn
         WRITE LigneFactureFrnRecord
      END-PERFORM
      CLOSE GCBLignesFactureFrnFile
   END-IF.
   PERFORM VARYING IdxLigne FROM 1 BY 1
       UNTIL IdxLigne > WS-NbLignesSaisies
      MOVE RecepLigneTable(IdxLigne) TO NumReception
      READ GCBReceptionsFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            MOVE NumFactureFrn TO NumFactureReception
            REWRITE ReceptionRecord
      END-READ
   END-PERFORM.

OBTENIR-NUMERO-FACTURE.
   MOVE 0 TO WS-DerniereFacture.
   OPEN INPUT GCBFactureFrnSeqFile.
   IF WS-FACSEQ-STATUS = "00"
      READ GCBFactureFrnSeqFile
         AT END CONTINUE
         NOT AT END MOVE FactureFrnSeqRecord TO WS-DerniereFacture
      END-READ
      CLOSE GCBFactureFrnSeqFile
   END-IF.
   ADD 1 TO WS-DerniereFacture.
   MOVE WS-DerniereFacture TO FactureFrnSeqRecord.
   OPEN OUTPUT GCBFactureFrnSeqFile.
   WRITE FactureFrnSeqRecord.
   CLOSE GCBFactureFrnSeqFile.

COMPTABILISER-CHARGE.
   EVALUATE ActiviteFactureFrn
      WHEN "B" MOVE CompteGLAchatsLivres TO WS-CompteCharge
      WHEN "M" MOVE CompteGLAchatsMarchandises TO WS-CompteCharge
      WHEN OTHER MOVE CompteGLAchatsMateriaux TO WS-CompteCharge
   END-EVALUATE.
   MOVE MontantFactureFrn TO WS-MontantEcriture.
   CALL 'GCB_ECRITURE_ACHATS' USING WS-CompteCharge
       CompteGLFournisseurs WS-MontantEcriture LibelleFactureGL
       WS-EcritureFaite.

LIRE-FACTURE-SAISIE.
   MOVE "N" TO WS-FactureTrouvee.
   DISPLAY "Numéro de facture (registre) : ".
   ACCEPT WS-NumFactureSaisi.
   MOVE WS-NumFactureSaisi TO NumFactureFrn.
   READ GCBFacturesFrnFile
      INVALID KEY DISPLAY "Facture inconnue."
      NOT INVALID KEY MOVE "O" TO WS-FactureTrouvee
   END-READ.

CONSULTER-FACTURE.
   PERFORM LIRE-FACTURE-SAISIE.
   IF WS-FactureTrouvee = "O"
      PERFORM AFFICHER-FACTURE
   END-IF.

AFFICHER-FACTURE.
   MOVE MontantFactureFrn TO WS-MontantAff.
   MOVE MontantAttenduFrn TO WS-MontantAff2.
   DISPLAY "Facture " NumFactureFrn " de "
       FUNCTION TRIM(FournisseurFactureFrn) " n° " RefFactureFrn
       " du " DateFactureFrn " (activité " ActiviteFactureFrn ")".
   DISPLAY "  Montant " WS-MontantAff " attendu " WS-MontantAff2
       " échéance " DateEcheanceFrn " statut " StatutFactureFrn.
   DISPLAY "  Ecarts : prix " EcartPrixFrn " quantité "
       EcartQuantiteFrn " total " EcartTotalFrn.
   IF StatutFactureFrn = "P"
      DISPLAY "  Réglée le " DatePaiementFrn " (émission "
          NumEmissionFrn ")"
   END-IF.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBLignesFactureFrnFile.
   IF WS-LFAC-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBLignesFactureFrnFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumFactureLigneFrn = NumFactureFrn
               MOVE PrixFactureLigneFrn TO WS-MontantAff
               MOVE PrixAttenduLigneFrn TO WS-MontantAff2
               DISPLAY "  Réception " NumReceptionLigneFrn
                   " facturé " QuantiteFactureeLigneFrn " x "
                   WS-MontantAff " / reçu " QuantiteRecueLigneFrn
                   " x " WS-MontantAff2 " " EcartLigneFrn
            END-IF
      END-READ
   END-PERFORM.
   IF WS-LFAC-STATUS NOT = "35"
      CLOSE GCBLignesFactureFrnFile
   END-IF.

DECIDER-FACTURE.
   PERFORM LIRE-FACTURE-SAISIE.
   IF WS-FactureTrouvee = "O"
      IF StatutFactureFrn NOT = "E"
         DISPLAY "Facture au statut " StatutFactureFrn " : rien à "
             "décider."
      ELSE
         PERFORM AFFICHER-FACTURE
         DISPLAY "Décision (A = approuver, R = rejeter, autre = "
             "abandon) : "
         ACCEPT WS-Decision
         EVALUATE WS-Decision
            WHEN "A" PERFORM APPROUVER-FACTURE
            WHEN "R" PERFORM REJETER-FACTURE
            WHEN OTHER DISPLAY "Facture laissée en attente."
         END-EVALUATE
      END-IF
   END-IF.

APPROUVER-FACTURE.
   MOVE SPACES TO WS-ReferenceSup.
   STRING "FRN" NumFactureFrn DELIMITED BY SIZE INTO WS-ReferenceSup.
   CALL 'GCB_AUTORISATION' USING WS-CodeOperationSup WS-ReferenceSup
       WS-AutorisationOK.
   IF WS-AutorisationOK NOT = "O"
      DISPLAY "Visa refusé : facture laissée en attente."
   ELSE
      PERFORM COMPTABILISER-CHARGE
      IF WS-EcritureFaite NOT = "O"
         DISPLAY "Charge non comptabilisée : facture laissée en "
             "attente."
      ELSE
         MOVE "A" TO StatutFactureFrn
         MOVE WS-DateJour TO DateApprobationFrn
         REWRITE FactureFrnRecord
         DISPLAY "Facture " NumFactureFrn " approuvée, réglée à "
             "l'échéance du " DateEcheanceFrn "."
      END-IF
   END-IF.

REJETER-FACTURE.
      *> Les réceptions couvertes redeviennent à facturer, pour
      *> l'avoir ou la facture corrigée du fournisseur.
   MOVE "R" TO StatutFactureFrn.
   REWRITE FactureFrnRecord.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBLignesFactureFrnFile.
   IF WS-LFAC-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBLignesFactureFrnFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumFactureLigneFrn = NumFactureFrn
               MOVE NumReceptionLigneFrn TO NumReception
               READ GCBReceptionsFile
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     IF NumFactureReception = NumFactureFrn
                        MOVE 0 TO NumFactureReception
                        REWRITE ReceptionRecord
                     END-IF
               END-READ
            END-IF
      END-READ
   END-PERFORM.
   IF WS-LFAC-STATUS NOT = "35"
      CLOSE GCBLignesFactureFrnFile
   END-IF.
   DISPLAY "Facture " NumFactureFrn " rejetée ; ses réceptions sont "
       "de nouveau à facturer.".

LISTER-FACTURES-EN-ECART.
   MOVE 0 TO WS-NbOuvertes.
   MOVE "N" TO WS-EOF.
   MOVE 0 TO NumFactureFrn.
   START GCBFacturesFrnFile KEY IS GREATER THAN OR EQUAL
       NumFactureFrn
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   DISPLAY "--- Factures en attente d'approbation ---".
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBFacturesFrnFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF StatutFactureFrn = "E"
               ADD 1 TO WS-NbOuvertes
               MOVE MontantFactureFrn TO WS-MontantAff
               MOVE MontantAttenduFrn TO WS-MontantAff2
               DISPLAY NumFactureFrn " " FournisseurFactureFrn " "
                   RefFactureFrn " " WS-MontantAff " attendu "
                   WS-MontantAff2 " P" EcartPrixFrn " Q"
                   EcartQuantiteFrn " T" EcartTotalFrn
            END-IF
      END-READ
   END-PERFORM.
   DISPLAY WS-NbOuvertes " facture(s) en attente.".
