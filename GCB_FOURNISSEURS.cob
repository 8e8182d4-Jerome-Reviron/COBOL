IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_FOURNISSEURS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBFournisseursFile
        FILE STATUS IS WS-FRN-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CodeFournisseur
        ASSIGN TO "GCBFournisseursFile.dat".

DATA DIVISION.
FILE SECTION.
   FD GCBFournisseursFile.
   COPY FOURNISSEUR.

WORKING-STORAGE SECTION.
   01 WS-FRN-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-DateJour PIC 9(8).
   01 WS-CodeSaisi PIC X(20).
   01 WS-FournisseurTrouve PIC X(1).
   01 WS-TexteSaisi PIC X(40).
   01 WS-DelaiSaisi PIC 9(3).
   01 WS-NbFournisseurs PIC 9(4) VALUE 0.

      *> Délai de paiement proposé à la création d'un fournisseur
      *> (paramètre d'exploitation DELAI-PAIEMENT-FRN).
   01 CleDelaiPaiement PIC X(20) VALUE "DELAI-PAIEMENT-FRN".
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
   01 WS-DelaiDefaut PIC 9(3) VALUE 30.

      *> Fichier des fournisseurs de la librairie, du magasin et de
      *> la cour : raison sociale, coordonnées bancaires pour le
      *> règlement des factures et délai de paiement. Un fournisseur
      *> suspendu ne reçoit plus de facture ni de règlement ; il
      *> n'est jamais supprimé, ses factures passées le citent.

PROCEDURE DIVISION.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   CALL 'GCB_PARAMETRE' USING CleDelaiPaiement WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-DelaiDefaut
   END-IF.
   OPEN I-O GCBFournisseursFile.
   IF WS-FRN-STATUS = "35"
      OPEN OUTPUT GCBFournisseursFile
      CLOSE GCBFournisseursFile
      OPEN I-O GCBFournisseursFile
   END-IF.
   IF WS-FRN-STATUS NOT = "00"
      DISPLAY "Erreur GCBFournisseursFile, statut " WS-FRN-STATUS
      STOP RUN
   END-IF.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== FOURNISSEURS ==="
      DISPLAY "1. Créer un fournisseur"
      DISPLAY "2. Modifier un fournisseur"
      DISPLAY "3. Suspendre / réactiver un fournisseur"
      DISPLAY "4. Liste des fournisseurs"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1 PERFORM CREER-FOURNISSEUR
         WHEN 2 PERFORM MODIFIER-FOURNISSEUR
         WHEN 3 PERFORM BASCULER-STATUT-FOURNISSEUR
         WHEN 4 PERFORM LISTER-FOURNISSEURS
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-PERFORM.
   CLOSE GCBFournisseursFile.
   STOP RUN.

LIRE-FOURNISSEUR-SAISI.
   MOVE "N" TO WS-FournisseurTrouve.
   DISPLAY "Code fournisseur (nom court des commandes) : ".
   ACCEPT WS-CodeSaisi.
   IF WS-CodeSaisi NOT = SPACES
      MOVE WS-CodeSaisi TO CodeFournisseur
      READ GCBFournisseursFile
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE "O" TO WS-FournisseurTrouve
      END-READ
   END-IF.

CREER-FOURNISSEUR.
   PERFORM LIRE-FOURNISSEUR-SAISI.
   IF WS-CodeSaisi = SPACES
      DISPLAY "Code obligatoire."
   ELSE
   IF WS-FournisseurTrouve = "O"
      DISPLAY "Fournisseur déjà présent : utiliser la modification."
   ELSE
      MOVE WS-CodeSaisi TO CodeFournisseur
      DISPLAY "Raison sociale : "
      ACCEPT RaisonSocialeFournisseur
      DISPLAY "Adresse : "
      ACCEPT AdresseFournisseur
      DISPLAY "Banque du compte de règlement (code) : "
      ACCEPT BanqueFournisseur
      DISPLAY "Référence du compte de règlement : "
      ACCEPT RefCompteFournisseur
      DISPLAY "Délai de paiement en jours (0 = " WS-DelaiDefaut
          ") : "
      ACCEPT WS-DelaiSaisi
      IF WS-DelaiSaisi = 0
         MOVE WS-DelaiDefaut TO DelaiPaiementFournisseur
      ELSE
         MOVE WS-DelaiSaisi TO DelaiPaiementFournisseur
      END-IF
      MOVE "A" TO StatutFournisseur
      MOVE WS-DateJour TO DateCreationFournisseur
      IF BanqueFournisseur = SPACES OR RefCompteFournisseur = SPACES
         DISPLAY "Attention : sans coordonnées bancaires, ses "
             "factures ne pourront pas être réglées."
      END-IF
      WRITE FournisseurRecord
         INVALID KEY
            DISPLAY "Fournisseur déjà présent."
         NOT INVALID KEY
            DISPLAY "Fournisseur " FUNCTION TRIM(CodeFournisseur)
                " créé, délai " DelaiPaiementFournisseur " jours."
      END-WRITE
   END-IF
   END-IF.

MODIFIER-FOURNISSEUR.
      *> Une réponse à blanc (ou zéro pour le délai) garde la valeur
      *> en place.
   PERFORM LIRE-FOURNISSEUR-SAISI.
   IF WS-FournisseurTrouve = "N"
      DISPLAY "Fournisseur inconnu."
   ELSE
      DISPLAY "Raison sociale [" RaisonSocialeFournisseur "] : "
      ACCEPT WS-TexteSaisi
      IF WS-TexteSaisi NOT = SPACES
         MOVE WS-TexteSaisi TO RaisonSocialeFournisseur
      END-IF
      DISPLAY "Adresse [" AdresseFournisseur "] : "
      ACCEPT WS-TexteSaisi
      IF WS-TexteSaisi NOT = SPACES
         MOVE WS-TexteSaisi TO AdresseFournisseur
      END-IF
      DISPLAY "Banque [" BanqueFournisseur "] : "
      ACCEPT WS-TexteSaisi
      IF WS-TexteSaisi NOT = SPACES
         MOVE WS-TexteSaisi TO BanqueFournisseur
      END-IF
      DISPLAY "Référence du compte [" RefCompteFournisseur "] : "
      ACCEPT WS-TexteSaisi
      IF WS-TexteSaisi NOT = SPACES
         MOVE WS-TexteSaisi TO RefCompteFournisseur
      END-IF
      DISPLAY "Délai de paiement [" DelaiPaiementFournisseur "] : "
      ACCEPT WS-DelaiSaisi
      IF WS-DelaiSaisi NOT = 0
         MOVE WS-DelaiSaisi TO DelaiPaiementFournisseur
      END-IF
      REWRITE FournisseurRecord
      DISPLAY "Fournisseur mis à jour. Les factures déjà saisies "
          "gardent leur échéance."
   END-IF.

BASCULER-STATUT-FOURNISSEUR.
   PERFORM LIRE-FOURNISSEUR-SAISI.
   IF WS-FournisseurTrouve = "N"
      DISPLAY "Fournisseur inconnu."
   ELSE
      IF StatutFournisseur = "S"
         MOVE "A" TO StatutFournisseur
         DISPLAY "Fournisseur réactivé."
      ELSE
         MOVE "S" TO StatutFournisseur
         DISPLAY "Fournisseur suspendu : ses factures approuvées "
             "ne seront pas réglées tant qu'il le reste."
      END-IF
      REWRITE FournisseurRecord
   END-IF.

LISTER-FOURNISSEURS.
   MOVE 0 TO WS-NbFournisseurs.
   MOVE "N" TO WS-EOF.
   MOVE LOW-VALUES TO CodeFournisseur.
   START GCBFournisseursFile KEY IS GREATER THAN OR EQUAL
       CodeFournisseur
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   DISPLAY "--- Fournisseurs ---".
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBFournisseursFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            ADD 1 TO WS-NbFournisseurs
            DISPLAY CodeFournisseur " " RaisonSocialeFournisseur
                " " DelaiPaiementFournisseur "j " StatutFournisseur
                " " BanqueFournisseur " " RefCompteFournisseur
      END-READ
   END-PERFORM.
   DISPLAY WS-NbFournisseurs " fournisseur(s).".
