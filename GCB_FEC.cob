IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_FEC.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBGrandLivreFile
        FILE STATUS IS WS-GL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBGrandLivreFile.txt".
    SELECT GCBPlanComptesFile
        FILE STATUS IS WS-PLAN-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBPlanComptesFile.txt".
    SELECT GCBHistoriqueFile
        FILE STATUS IS WS-HIST-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumSequenceHistorique
        ALTERNATE RECORD KEY IS NumeroCompte OF HistoriqueRecord
            WITH DUPLICATES
        ASSIGN TO "GCBHistoriqueFile.dat".
    SELECT GCBFecFile
        FILE STATUS IS WS-FEC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomFec.

DATA DIVISION.
FILE SECTION.
   FD GCBGrandLivreFile.
   COPY GRANDLIVRE.

   FD GCBPlanComptesFile.
   COPY PLANCOMPTES.

   FD GCBHistoriqueFile.
   COPY HISTORIQUE.

   FD GCBFecFile.
   01 LigneFec PIC X(250).

WORKING-STORAGE SECTION.
   01 WS-GL-STATUS PIC 99.
   01 WS-PLAN-STATUS PIC 99.
   01 WS-HIST-STATUS PIC 99.
   01 WS-FEC-STATUS PIC 99.
   01 WS-EOF-GL PIC X VALUE "N".
   01 WS-EOF-PLAN PIC X VALUE "N".
   01 WS-HistOuvert PIC X VALUE "N".

   01 WS-Siren PIC 9(9) VALUE 0.
   01 WS-DateDebut PIC 9(8) VALUE 0.
   01 WS-DateFin PIC 9(8) VALUE 0.
      *> Nom légal du fichier : SIREN + "FEC" + date de clôture de
      *> la période exportée.
   01 WS-NomFec PIC X(44).
   01 WS-NbLignesFec PIC 9(6) VALUE 0.
   01 WS-TypeRapportFec PIC X(12) VALUE "FEC".

      *> Preuve d'équilibre avant édition : totaux de la période et
      *> équilibre de chaque écriture (lignes d'un même
      *> NumSequenceOrigineGL).
   01 WS-NbLignesGL PIC 9(7) VALUE 0.
   01 WS-TotalDebits PIC 9(11)V99 VALUE 0.
   01 WS-TotalCredits PIC 9(11)V99 VALUE 0.
   01 WS-SequenceCourante PIC 9(8) VALUE 0.
   01 WS-DebitEcriture PIC 9(9)V99 VALUE 0.
   01 WS-CreditEcriture PIC 9(9)V99 VALUE 0.
   01 WS-NbEcrituresEcart PIC 9(5) VALUE 0.
   01 WS-TotalDebitsEdites PIC 9(11)V99 VALUE 0.
   01 WS-TotalCreditsEdites PIC 9(11)V99 VALUE 0.
   01 WS-TotalAff PIC ZZZZZZZZZZ9.99.
   01 WS-TotalAff2 PIC ZZZZZZZZZZ9.99.

      *> Libellés du plan de comptes, chargés une fois.
   01 WS-NbComptesPlan PIC 9(3) VALUE 0.
   01 IdxPlan PIC 9(3).
   01 TablePlan OCCURS 100 TIMES.
      05 CompteGeneralTable PIC X(4).
      05 LibelleCompteTable PIC X(30).
   01 WS-LibelleCompte PIC X(30).
   01 CompteGLClientele PIC X(4) VALUE "2511".

      *> Colonnes de la ligne FEC en cours.
   01 WS-CodeJournal PIC X(3).
   01 WS-LibelleJournal PIC X(25).
   01 WS-NumEcriture PIC X(11).
   01 WS-CompteAuxiliaire PIC X(6).
   01 WS-LibelleAuxiliaire PIC X(30).
   01 WS-DatePiece PIC 9(8).
   01 WS-MontantDebit PIC X(15).
   01 WS-MontantCredit PIC X(15).
   01 WS-MontantTexte PIC X(15).
   01 WS-MontantEntier PIC Z(10)9.
   01 WS-MontantCentimes PIC 99.
   01 WS-MontantTravail PIC 9(11)V99.
   01 WS-LigneTravail PIC X(250).

      *> Dernier compte client habillé : les deux lignes d'une
      *> écriture portent le même compte.
   01 WS-DernierCompteAux PIC 9(6) VALUE 0.
   01 WS-DernierNomAux PIC X(30) VALUE SPACES.
   01 WS-NumCompteAux PIC 9(6).
   01 WS-SoldeCompte PIC S9(5)V99.
   01 WS-StatutCompte PIC X(1).
   01 WS-PinCompte PIC 9(4).
   01 WS-DeviseCompte PIC X(3).
   01 WS-NomTitulaire PIC X(30).
   01 WS-CompteJoint PIC X(1).
   01 WS-NomCotitulaire PIC X(30).
   01 WS-Beneficiaire PIC X(30).

      *> Fichier des Écritures Comptables d'une période : chaque ligne
      *> de GCBGrandLivreFile datée dans la période sort avec les
      *> dix-huit colonnes réglementaires, séparées par "|". Le code
      *> journal se déduit du libellé du mouvement (caisse guichet,
      *> remises du magasin de GCB_REMISE_CAISSE, factures de
      *> chantier de GCB_CHANTIERS, opérations bancaires) ; le numéro
      *> d'écriture et la référence de pièce viennent de
      *> NumSequenceOrigineGL, le compte client (compte auxiliaire de
      *> la ligne 2511) du mouvement d'historique de même numéro. Le
      *> fichier n'est produit que si la période et chaque écriture
      *> tombent juste.

PROCEDURE DIVISION.
   DISPLAY "==============================================".
   DISPLAY "FICHIER DES ECRITURES COMPTABLES (FEC) - GCB2".
   DISPLAY "==============================================".
   DISPLAY "SIREN de l'établissement (9 chiffres) : ".
   ACCEPT WS-Siren.
   DISPLAY "Date de début de période (AAAAMMJJ) : ".
   ACCEPT WS-DateDebut.
   DISPLAY "Date de fin de période (AAAAMMJJ) : ".
   ACCEPT WS-DateFin.
   IF WS-DateDebut = 0 OR WS-DateFin < WS-DateDebut
      DISPLAY "Période invalide : aucun export."
   ELSE
      PERFORM CONTROLER-EQUILIBRE
      IF WS-NbLignesGL = 0
         DISPLAY "Aucune écriture au grand livre entre le "
             WS-DateDebut " et le " WS-DateFin "."
      ELSE
      IF WS-TotalDebits NOT = WS-TotalCredits
         OR WS-NbEcrituresEcart > 0
         MOVE WS-TotalDebits TO WS-TotalAff
         MOVE WS-TotalCredits TO WS-TotalAff2
         DISPLAY "*** GRAND LIVRE EN ECART SUR LA PERIODE : DEBITS "
             WS-TotalAff " CREDITS " WS-TotalAff2 ", "
             WS-NbEcrituresEcart " écriture(s) déséquilibrée(s) ***"
         DISPLAY "FEC non produit : corriger le grand livre avant "
             "export."
      ELSE
         PERFORM CHARGER-PLAN-COMPTES
         PERFORM EDITER-FEC
      END-IF
      END-IF
   END-IF.
   STOP RUN.

CONTROLER-EQUILIBRE.
   MOVE 0 TO WS-NbLignesGL.
   MOVE 0 TO WS-TotalDebits.
   MOVE 0 TO WS-TotalCredits.
   MOVE 0 TO WS-SequenceCourante.
   MOVE 0 TO WS-DebitEcriture.
   MOVE 0 TO WS-CreditEcriture.
   MOVE 0 TO WS-NbEcrituresEcart.
   MOVE "N" TO WS-EOF-GL.
   OPEN INPUT GCBGrandLivreFile.
   IF WS-GL-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-GL
   END-IF.
   PERFORM UNTIL WS-EOF-GL = "Y"
      READ GCBGrandLivreFile
         AT END MOVE "Y" TO WS-EOF-GL
         NOT AT END
            IF DateEcritureGL >= WS-DateDebut
               AND DateEcritureGL <= WS-DateFin
               PERFORM CONTROLER-UNE-LIGNE-GL
            END-IF
      END-READ
   END-PERFORM.
   IF WS-GL-STATUS NOT = "35"
      CLOSE GCBGrandLivreFile
   END-IF.
   PERFORM CLORE-ECRITURE-CONTROLEE.

CONTROLER-UNE-LIGNE-GL.
   IF NumSequenceOrigineGL NOT = WS-SequenceCourante
      PERFORM CLORE-ECRITURE-CONTROLEE
      MOVE NumSequenceOrigineGL TO WS-SequenceCourante
   END-IF.
   ADD 1 TO WS-NbLignesGL.
   IF SensGL = "D"
      ADD MontantGL TO WS-TotalDebits
      ADD MontantGL TO WS-DebitEcriture
   ELSE
      ADD MontantGL TO WS-TotalCredits
      ADD MontantGL TO WS-CreditEcriture
   END-IF.

CLORE-ECRITURE-CONTROLEE.
   IF WS-DebitEcriture NOT = WS-CreditEcriture
      ADD 1 TO WS-NbEcrituresEcart
      DISPLAY "Ecriture " WS-SequenceCourante " déséquilibrée."
   END-IF.
   MOVE 0 TO WS-DebitEcriture.
   MOVE 0 TO WS-CreditEcriture.

CHARGER-PLAN-COMPTES.
   MOVE 0 TO WS-NbComptesPlan.
   MOVE "N" TO WS-EOF-PLAN.
   OPEN INPUT GCBPlanComptesFile.
   IF WS-PLAN-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-PLAN
   END-IF.
   PERFORM UNTIL WS-EOF-PLAN = "Y"
      READ GCBPlanComptesFile
         AT END MOVE "Y" TO WS-EOF-PLAN
         NOT AT END
            IF WS-NbComptesPlan < 100
               ADD 1 TO WS-NbComptesPlan
               MOVE CompteGeneral TO CompteGeneralTable(WS-NbComptesPlan)
               MOVE LibelleCompteGeneral
                   TO LibelleCompteTable(WS-NbComptesPlan)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PLAN-STATUS NOT = "35"
      CLOSE GCBPlanComptesFile
   END-IF.

EDITER-FEC.
   MOVE SPACES TO WS-NomFec.
   STRING WS-Siren "FEC" WS-DateFin ".txt"
       DELIMITED BY SIZE INTO WS-NomFec.
   MOVE 0 TO WS-NbLignesFec.
   MOVE 0 TO WS-TotalDebitsEdites.
   MOVE 0 TO WS-TotalCreditsEdites.
   OPEN OUTPUT GCBFecFile.
   IF WS-FEC-STATUS NOT = "00"
      DISPLAY "Erreur " FUNCTION TRIM(WS-NomFec) ", statut "
          WS-FEC-STATUS
   ELSE
      MOVE "N" TO WS-HistOuvert
      OPEN INPUT GCBHistoriqueFile
      IF WS-HIST-STATUS = "00"
         MOVE "O" TO WS-HistOuvert
      END-IF
      MOVE SPACES TO WS-LigneTravail
      STRING "JournalCode|JournalLib|EcritureNum|EcritureDate|"
          "CompteNum|CompteLib|CompAuxNum|CompAuxLib|PieceRef|"
          "PieceDate|EcritureLib|Debit|Credit|EcritureLet|DateLet|"
          "ValidDate|Montantdevise|Idevise"
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-FEC
      MOVE "N" TO WS-EOF-GL
      OPEN INPUT GCBGrandLivreFile
      IF WS-GL-STATUS NOT = "00"
         MOVE "Y" TO WS-EOF-GL
      END-IF
      PERFORM UNTIL WS-EOF-GL = "Y"
         READ GCBGrandLivreFile
            AT END MOVE "Y" TO WS-EOF-GL
            NOT AT END
               IF DateEcritureGL >= WS-DateDebut
                  AND DateEcritureGL <= WS-DateFin
                  PERFORM EDITER-UNE-LIGNE-GL
               END-IF
         END-READ
      END-PERFORM
      IF WS-GL-STATUS NOT = "35"
         CLOSE GCBGrandLivreFile
      END-IF
      IF WS-HistOuvert = "O"
         CLOSE GCBHistoriqueFile
      END-IF
      CLOSE GCBFecFile
      CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportFec
          WS-DateFin WS-NbLignesFec WS-NomFec
      MOVE WS-TotalDebitsEdites TO WS-TotalAff
      MOVE WS-TotalCreditsEdites TO WS-TotalAff2
      DISPLAY "FEC écrit dans " FUNCTION TRIM(WS-NomFec) " : "
          WS-NbLignesGL " ligne(s), débits " WS-TotalAff
          " crédits " WS-TotalAff2
      IF WS-TotalDebitsEdites = WS-TotalCreditsEdites
         DISPLAY "PREUVE : le FEC est EQUILIBRE."
      ELSE
         DISPLAY "*** ATTENTION : FEC EN ECART, NE PAS TRANSMETTRE ***"
      END-IF
   END-IF.

EDITER-UNE-LIGNE-GL.
   PERFORM DETERMINER-JOURNAL.
   MOVE SPACES TO WS-NumEcriture.
   STRING WS-CodeJournal NumSequenceOrigineGL
       DELIMITED BY SPACE INTO WS-NumEcriture.
   PERFORM CHERCHER-LIBELLE-COMPTE.
   PERFORM CHERCHER-MOUVEMENT-ORIGINE.
   MOVE MontantGL TO WS-MontantTravail.
   PERFORM FORMATER-MONTANT.
   IF SensGL = "D"
      MOVE WS-MontantTexte TO WS-MontantDebit
      MOVE "0,00" TO WS-MontantCredit
      ADD MontantGL TO WS-TotalDebitsEdites
   ELSE
      MOVE "0,00" TO WS-MontantDebit
      MOVE WS-MontantTexte TO WS-MontantCredit
      ADD MontantGL TO WS-TotalCreditsEdites
   END-IF.
   MOVE SPACES TO WS-LigneTravail.
   STRING WS-CodeJournal DELIMITED BY SPACE
       "|" FUNCTION TRIM(WS-LibelleJournal) "|"
       FUNCTION TRIM(WS-NumEcriture) "|" DateEcritureGL "|"
       CompteGeneralGL "|" FUNCTION TRIM(WS-LibelleCompte) "|"
       FUNCTION TRIM(WS-CompteAuxiliaire) "|"
       FUNCTION TRIM(WS-LibelleAuxiliaire) "|"
       NumSequenceOrigineGL "|" WS-DatePiece "|"
       FUNCTION TRIM(LibelleGL) "|"
       FUNCTION TRIM(WS-MontantDebit) "|"
       FUNCTION TRIM(WS-MontantCredit) "|||"
       DateEcritureGL "||"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-FEC.

DETERMINER-JOURNAL.
   EVALUATE LibelleGL
      WHEN "DEPOT"
      WHEN "RETRAIT"
      WHEN "ANNUL-DEP"
      WHEN "ANNUL-RET"
      WHEN "OUVERTURE"
      WHEN "RACHAT-ET"
         MOVE "CAI" TO WS-CodeJournal
         MOVE "CAISSE GUICHET" TO WS-LibelleJournal
      WHEN "REMISE"
      WHEN "REMISE-CB"
      WHEN "TVA-VENTE"
         MOVE "REM" TO WS-CodeJournal
         MOVE "REMISES DU MAGASIN" TO WS-LibelleJournal
      WHEN "ENC-CHANT"
      WHEN "PAIE-CHANT"
      WHEN "TVA-CHANT"
         MOVE "CHA" TO WS-CodeJournal
         MOVE "FACTURES DE CHANTIER" TO WS-LibelleJournal
      WHEN "SALAIRE"
      WHEN "PAIE-COTIS"
         MOVE "PAI" TO WS-CodeJournal
         MOVE "PAIE DU PERSONNEL" TO WS-LibelleJournal
      WHEN "PROV-PRET"
         MOVE "OD" TO WS-CodeJournal
         MOVE "OPERATIONS DIVERSES" TO WS-LibelleJournal
      WHEN "CLOT-EXERC"
         MOVE "CLO" TO WS-CodeJournal
         MOVE "CLOTURE D'EXERCICE" TO WS-LibelleJournal
      WHEN "A-NOUVEAU"
         MOVE "AN" TO WS-CodeJournal
         MOVE "A-NOUVEAUX" TO WS-LibelleJournal
      WHEN OTHER
         MOVE "BQ" TO WS-CodeJournal
         MOVE "OPERATIONS BANCAIRES" TO WS-LibelleJournal
   END-EVALUATE.

CHERCHER-LIBELLE-COMPTE.
   MOVE SPACES TO WS-LibelleCompte.
   PERFORM VARYING IdxPlan FROM 1 BY 1
       UNTIL IdxPlan > WS-NbComptesPlan
      IF CompteGeneralTable(IdxPlan) = CompteGeneralGL
         MOVE LibelleCompteTable(IdxPlan) TO WS-LibelleCompte
      END-IF
   END-PERFORM.

CHERCHER-MOUVEMENT-ORIGINE.
      *> Le compte client n'est porté en auxiliaire que sur la ligne
      *> du compte collectif de la clientèle.
   MOVE SPACES TO WS-CompteAuxiliaire.
   MOVE SPACES TO WS-LibelleAuxiliaire.
   MOVE DateEcritureGL TO WS-DatePiece.
   IF WS-HistOuvert = "O"
      MOVE NumSequenceOrigineGL TO NumSequenceHistorique
      READ GCBHistoriqueFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            MOVE DateTraitement TO WS-DatePiece
            IF CompteGeneralGL = CompteGLClientele
               MOVE NumeroCompte OF HistoriqueRecord
                   TO WS-NumCompteAux
               MOVE WS-NumCompteAux TO WS-CompteAuxiliaire
               PERFORM HABILLER-COMPTE-AUXILIAIRE
            END-IF
      END-READ
   END-IF.

HABILLER-COMPTE-AUXILIAIRE.
   IF WS-NumCompteAux NOT = WS-DernierCompteAux
      MOVE SPACES TO WS-NomTitulaire
      CALL 'GCB_LECTURE' USING WS-NumCompteAux WS-SoldeCompte
          WS-StatutCompte WS-PinCompte WS-DeviseCompte
          WS-NomTitulaire WS-CompteJoint WS-NomCotitulaire
          WS-Beneficiaire
      MOVE WS-NumCompteAux TO WS-DernierCompteAux
      MOVE WS-NomTitulaire TO WS-DernierNomAux
   END-IF.
   MOVE WS-DernierNomAux TO WS-LibelleAuxiliaire.

FORMATER-MONTANT.
      *> Montant à virgule décimale, sans zéros de tête.
   MOVE WS-MontantTravail TO WS-MontantEntier.
   COMPUTE WS-MontantCentimes =
       (WS-MontantTravail - FUNCTION INTEGER-PART(WS-MontantTravail))
       * 100.
   MOVE SPACES TO WS-MontantTexte.
   STRING FUNCTION TRIM(WS-MontantEntier) "," WS-MontantCentimes
       DELIMITED BY SIZE INTO WS-MontantTexte.

ECRIRE-LIGNE-FEC.
   MOVE WS-LigneTravail TO LigneFec.
   WRITE LigneFec.
   ADD 1 TO WS-NbLignesFec.
