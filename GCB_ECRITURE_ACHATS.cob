IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_ECRITURE_ACHATS.
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
    SELECT GCBSequenceFile
        FILE STATUS IS WS-SEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBSequenceFile.txt".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBGrandLivreFile.
   COPY GRANDLIVRE.

   FD GCBPlanComptesFile.
   COPY PLANCOMPTES.

   FD GCBSequenceFile.
   01 SequenceRecord PIC 9(8).

   FD GCBJourFile.
   COPY JOUR.

WORKING-STORAGE SECTION.
   01 WS-GL-STATUS PIC 99.
   01 WS-PLAN-STATUS PIC 99.
   01 WS-SEQ-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-PeriodeVerrouillee PIC X(1).
   01 WS-DerniereSequence PIC 9(8) VALUE 0.
   01 WS-NouvelleSequence PIC 9(8) VALUE 0.
   01 WS-ComptePlanVoulu PIC X(4).
   01 WS-LibellePlanVoulu PIC X(30).
   01 WS-SensPlanVoulu PIC X(1).
   01 WS-ComptePlanPresent PIC X(1).

      *> Comptes des achats fournisseurs : une charge par activité,
      *> la dette fournisseurs, et le compte de la boutique vu de la
      *> maison, d'où partent les règlements.
   01 CompteGLAchatsLivres PIC X(4) VALUE "6065".
   01 CompteGLAchatsMarchandises PIC X(4) VALUE "6070".
   01 CompteGLAchatsMateriaux PIC X(4) VALUE "6020".
   01 CompteGLFournisseurs PIC X(4) VALUE "4010".
   01 CompteGLBanqueBoutique PIC X(4) VALUE "5120".

LINKAGE SECTION.
   01 CompteDebitDemande PIC X(4).
   01 CompteCreditDemande PIC X(4).
   01 MontantDemande PIC 9(5)V99.
   01 LibelleDemande PIC X(10).
   01 EcritureFaite PIC X(1).

      *> Passe au grand livre une paire équilibrée (débit, crédit)
      *> des achats fournisseurs sous un numéro d'origine de
      *> GCBSequenceFile, datée de la journée comptable : charge de
      *> l'activité contre dette fournisseurs à l'approbation d'une
      *> facture, dette contre compte de la boutique à son
      *> règlement. Refusée ("N") quand la journée tombe dans un
      *> mois clôturé, comme les cotisations de GCB_PAIE. Les comptes
      *> absents d'un plan déjà semé y sont ajoutés.

PROCEDURE DIVISION USING CompteDebitDemande CompteCreditDemande
    MontantDemande LibelleDemande EcritureFaite.
   MOVE "N" TO EcritureFaite.
   PERFORM LIRE-DATE-JOUR.
   CALL 'GCB_PERIODE' USING WS-DateJour WS-PeriodeVerrouillee.
   IF WS-PeriodeVerrouillee = "O"
      DISPLAY "La journée comptable " WS-DateJour " tombe dans un "
          "mois clôturé : écriture " LibelleDemande " refusée."
   ELSE
      PERFORM AJOUTER-COMPTES-ACHATS-AU-PLAN
      PERFORM OBTENIR-PROCHAINE-SEQUENCE
      OPEN EXTEND GCBGrandLivreFile
      IF WS-GL-STATUS = "35"
         OPEN OUTPUT GCBGrandLivreFile
      END-IF
      IF WS-GL-STATUS NOT = "00"
         DISPLAY "Erreur GCBGrandLivreFile, statut " WS-GL-STATUS
             " : écriture " LibelleDemande " non passée."
      ELSE
         MOVE WS-NouvelleSequence TO NumSequenceOrigineGL
         MOVE WS-DateJour TO DateEcritureGL
         MOVE LibelleDemande TO LibelleGL
         MOVE MontantDemande TO MontantGL
         MOVE CompteDebitDemande TO CompteGeneralGL
         MOVE "D" TO SensGL
         WRITE GrandLivreRecord
         MOVE CompteCreditDemande TO CompteGeneralGL
         MOVE "C" TO SensGL
         WRITE GrandLivreRecord
         CLOSE GCBGrandLivreFile
         MOVE "O" TO EcritureFaite
      END-IF
   END-IF.
   EXIT PROGRAM.

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

AJOUTER-COMPTES-ACHATS-AU-PLAN.
   MOVE CompteGLAchatsLivres TO WS-ComptePlanVoulu.
   MOVE "ACHATS DE LIVRES BIBLIOTHEQUE" TO WS-LibellePlanVoulu.
   MOVE "D" TO WS-SensPlanVoulu.
   PERFORM AJOUTER-COMPTE-PLAN-SI-ABSENT.
   MOVE CompteGLAchatsMarchandises TO WS-ComptePlanVoulu.
   MOVE "ACHATS DE MARCHANDISES MAGASIN" TO WS-LibellePlanVoulu.
   MOVE "D" TO WS-SensPlanVoulu.
   PERFORM AJOUTER-COMPTE-PLAN-SI-ABSENT.
   MOVE CompteGLAchatsMateriaux TO WS-ComptePlanVoulu.
   MOVE "ACHATS DE MATERIAUX CLOTURES" TO WS-LibellePlanVoulu.
   MOVE "D" TO WS-SensPlanVoulu.
   PERFORM AJOUTER-COMPTE-PLAN-SI-ABSENT.
   MOVE CompteGLFournisseurs TO WS-ComptePlanVoulu.
   MOVE "FOURNISSEURS" TO WS-LibellePlanVoulu.
   MOVE "C" TO WS-SensPlanVoulu.
   PERFORM AJOUTER-COMPTE-PLAN-SI-ABSENT.
   MOVE CompteGLBanqueBoutique TO WS-ComptePlanVoulu.
   MOVE "BANQUE - COMPTE DE LA BOUTIQUE" TO WS-LibellePlanVoulu.
   MOVE "D" TO WS-SensPlanVoulu.
   PERFORM AJOUTER-COMPTE-PLAN-SI-ABSENT.

AJOUTER-COMPTE-PLAN-SI-ABSENT.
      *> Même ajout au plan d'une installation antérieure que dans
      *> GCB_PAIE ; un plan absent sera semé complet par GCB_WRITE
      *> au premier mouvement.
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
            IF CompteGeneral = WS-ComptePlanVoulu
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
         MOVE WS-ComptePlanVoulu TO CompteGeneral
         MOVE WS-LibellePlanVoulu TO LibelleCompteGeneral
         MOVE WS-SensPlanVoulu TO SensNormalCompteGeneral
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
