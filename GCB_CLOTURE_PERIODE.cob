IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_CLOTURE_PERIODE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBPeriodesFile
        FILE STATUS IS WS-PER-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBPeriodesFile.txt".
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
    SELECT GCBOperateurSessionFile
        FILE STATUS IS WS-OPSES-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBOperateurSessionFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBPeriodesFile.
   COPY PERIODE.

   FD GCBGrandLivreFile.
   COPY GRANDLIVRE.

   FD GCBPlanComptesFile.
   COPY PLANCOMPTES.

   FD GCBSequenceFile.
      *> Même séquence monotone que GCB_WRITE : les écritures de
      *> clôture n'ont pas de mouvement d'historique mais gardent un
      *> numéro d'origine unique dans le grand livre.
   01 SequenceRecord PIC 9(8).

   FD GCBJourFile.
   COPY JOUR.

   FD GCBOperateurSessionFile.
   01 OperateurSessionRecord PIC 9(6).

WORKING-STORAGE SECTION.
   01 WS-PER-STATUS PIC 99.
   01 WS-GL-STATUS PIC 99.
   01 WS-PLAN-STATUS PIC 99.
   01 WS-SEQ-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-OPSES-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 0.
   01 WS-SignonOK PIC X(1) VALUE "N".
   01 WS-OperateurPoste PIC 9(6) VALUE 0.
   01 WS-DateJour PIC 9(8) VALUE 0.

   01 WS-PeriodeSaisie PIC 9(6) VALUE 0.
   01 WS-PeriodeSaisieR REDEFINES WS-PeriodeSaisie.
      05 WS-AnneePeriode PIC 9(4).
      05 WS-MoisPeriode PIC 9(2).
   01 WS-DatePeriode PIC 9(8).
   01 WS-PeriodeVerrouillee PIC X(1).
   01 WS-DernierEvenement PIC X(1).
   01 WS-EvenementAEcrire PIC X(1).
   01 WS-MotifSaisi PIC X(30).
   01 WS-CodeOperationSup PIC X(1).
   01 WS-ReferenceSup PIC X(12).
   01 WS-AutorisationOK PIC X(1).

      *> Preuve d'équilibre du mois avant verrouillage.
   01 WS-TotalDebitsMois PIC 9(11)V99 VALUE 0.
   01 WS-TotalCreditsMois PIC 9(11)V99 VALUE 0.
   01 WS-NbLignesMois PIC 9(7) VALUE 0.
   01 WS-TotalAff PIC ZZZZZZZZZZ9.99.
   01 WS-TotalAff2 PIC ZZZZZZZZZZ9.99.

      *> Clôture d'exercice : soldes des comptes de charges (classe
      *> 6) et de produits (classe 7) de l'année, débit positif.
   01 WS-AnneeSaisie PIC 9(4) VALUE 0.
   01 WS-AnneeSuivante PIC 9(4).
   01 WS-DateCloture PIC 9(8).
   01 WS-DateOuverture PIC 9(8).
   01 WS-MoisControle PIC 9(2).
   01 WS-MoisOuverts PIC 9(2) VALUE 0.
   01 WS-DejaCloture PIC X(1) VALUE "N".
   01 WS-NbComptesResultat PIC 9(3) VALUE 0.
   01 IdxResultat PIC 9(3).
   01 TableResultat OCCURS 50 TIMES.
      05 CompteResultatTable PIC X(4).
      05 SoldeResultatTable PIC S9(11)V99.
   01 WS-ResultatExercice PIC S9(11)V99 VALUE 0.
   01 WS-ResultatAff PIC -ZZZZZZZZZZ9.99.
   01 WS-MontantEcriture PIC 9(7)V99.
   01 WS-CompteDebit PIC X(4).
   01 WS-CompteCredit PIC X(4).
   01 WS-LibelleEcriture PIC X(10).
   01 WS-DateEcriture PIC 9(8).
   01 WS-DerniereSequence PIC 9(8).
   01 WS-NouvelleSequence PIC 9(8).
   01 CompteGLResultat PIC X(4) VALUE "1200".
   01 CompteGLReportANouveau PIC X(4) VALUE "1100".
   01 LibelleClotureExercice PIC X(10) VALUE "CLOT-EXERC".
   01 LibelleANouveau PIC X(10) VALUE "A-NOUVEAU".
   01 WS-ResultatPresent PIC X(1).
   01 WS-ReportPresent PIC X(1).

      *> Fin de mois et fin d'exercice du grand livre : le
      *> verrouillage d'un mois (après preuve que ses écritures
      *> tombent juste) interdit toute écriture datée dans ce mois
      *> (GCB_PERIODE, contrôlé par GCB_WRITE, GCB_ANOMALIES et
      *> l'annulation de GCB2) ; la réouverture exige un visa
      *> superviseur (code "K") et reste tracée dans
      *> GCBPeriodesFile. La clôture d'exercice, une fois les douze
      *> mois verrouillés, solde les comptes de charges et de
      *> produits dans le résultat de l'exercice (1200) au 31/12 et
      *> reporte ce résultat à nouveau (1100) au 01/01 suivant.

PROCEDURE DIVISION.
   CALL 'GCB_SIGNON' USING WS-SignonOK.
   IF WS-SignonOK NOT = "O"
      DISPLAY "Pas de session opérateur : clôture impossible."
      STOP RUN
   END-IF.
   PERFORM LIRE-OPERATEUR-POSTE.
   PERFORM LIRE-DATE-JOUR.
   DISPLAY "==============================================".
   DISPLAY "CLOTURE DES PERIODES COMPTABLES - GCB2".
   DISPLAY "==============================================".
   DISPLAY "1. Verrouiller un mois (fin de mois)".
   DISPLAY "2. Rouvrir un mois verrouillé".
   DISPLAY "3. Clôture de l'exercice".
   DISPLAY "4. Journal des périodes".
   DISPLAY "0. Quitter".
   ACCEPT ChoixUtilisateur.
   EVALUATE ChoixUtilisateur
      WHEN 1
         PERFORM VERROUILLER-MOIS
      WHEN 2
         PERFORM ROUVRIR-MOIS
      WHEN 3
         PERFORM CLOTURER-EXERCICE
      WHEN 4
         PERFORM LISTER-PERIODES
      WHEN OTHER
         DISPLAY "Aucune action effectuée."
   END-EVALUATE.
   STOP RUN.

LIRE-OPERATEUR-POSTE.
   MOVE 0 TO WS-OperateurPoste.
   OPEN INPUT GCBOperateurSessionFile.
   IF WS-OPSES-STATUS = "00"
      READ GCBOperateurSessionFile
         AT END CONTINUE
         NOT AT END
            IF OperateurSessionRecord IS NUMERIC
               MOVE OperateurSessionRecord TO WS-OperateurPoste
            END-IF
      END-READ
      CLOSE GCBOperateurSessionFile
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

VERROUILLER-MOIS.
      *> Seul un mois révolu se verrouille : le mois de la journée
      *> comptable en cours reste ouvert aux mouvements du jour.
   DISPLAY "Mois à verrouiller (AAAAMM) : ".
   ACCEPT WS-PeriodeSaisie.
   PERFORM LIRE-DERNIER-EVENEMENT.
   IF WS-MoisPeriode < 1 OR WS-MoisPeriode > 12
      DISPLAY "Mois invalide."
   ELSE
   IF WS-PeriodeSaisie NOT < WS-DateJour(1:6)
      DISPLAY "Le mois " WS-PeriodeSaisie " n'est pas révolu "
          "(journée comptable " WS-DateJour ")."
   ELSE
   IF WS-DernierEvenement = "V" OR WS-DernierEvenement = "C"
      DISPLAY "Le mois " WS-PeriodeSaisie " est déjà verrouillé."
   ELSE
      PERFORM CONTROLER-EQUILIBRE-MOIS
      MOVE WS-TotalDebitsMois TO WS-TotalAff
      MOVE WS-TotalCreditsMois TO WS-TotalAff2
      IF WS-TotalDebitsMois NOT = WS-TotalCreditsMois
         DISPLAY "*** GRAND LIVRE EN ECART SUR " WS-PeriodeSaisie
             " : DEBITS " WS-TotalAff " CREDITS " WS-TotalAff2
             " ***"
         DISPLAY "Mois non verrouillé : corriger le grand livre "
             "d'abord."
      ELSE
         MOVE "V" TO WS-EvenementAEcrire
         MOVE "CLOTURE MENSUELLE" TO WS-MotifSaisi
         PERFORM ECRIRE-EVENEMENT-PERIODE
         DISPLAY "Mois " WS-PeriodeSaisie " verrouillé ("
             WS-NbLignesMois " ligne(s) de grand livre, débits "
             WS-TotalAff " crédits " WS-TotalAff2 ")."
      END-IF
   END-IF
   END-IF
   END-IF.

CONTROLER-EQUILIBRE-MOIS.
   MOVE 0 TO WS-TotalDebitsMois.
   MOVE 0 TO WS-TotalCreditsMois.
   MOVE 0 TO WS-NbLignesMois.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBGrandLivreFile.
   IF WS-GL-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBGrandLivreFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF DateEcritureGL(1:6) = WS-PeriodeSaisie
               ADD 1 TO WS-NbLignesMois
               IF SensGL = "D"
                  ADD MontantGL TO WS-TotalDebitsMois
               ELSE
                  ADD MontantGL TO WS-TotalCreditsMois
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-GL-STATUS NOT = "35"
      CLOSE GCBGrandLivreFile
   END-IF.

ROUVRIR-MOIS.
      *> Un mois rouvert reçoit de nouveau des écritures jusqu'à son
      *> prochain verrouillage ; un exercice clôturé ne se rouvre
      *> pas, ses à-nouveaux sont déjà passés.
   DISPLAY "Mois à rouvrir (AAAAMM) : ".
   ACCEPT WS-PeriodeSaisie.
   PERFORM LIRE-DERNIER-EVENEMENT.
   MOVE WS-AnneePeriode TO WS-AnneeSaisie.
   PERFORM CHERCHER-CLOTURE-EXERCICE.
   IF WS-DernierEvenement NOT = "V" AND WS-DernierEvenement NOT = "C"
      DISPLAY "Le mois " WS-PeriodeSaisie " n'est pas verrouillé."
   ELSE
   IF WS-DejaCloture = "O"
      DISPLAY "Exercice " WS-AnneeSaisie " clôturé : le mois "
          WS-PeriodeSaisie " ne peut plus être rouvert."
   ELSE
      DISPLAY "Motif de la réouverture : "
      ACCEPT WS-MotifSaisi
      IF WS-MotifSaisi = SPACES
         DISPLAY "Motif obligatoire : réouverture abandonnée."
      ELSE
         MOVE "K" TO WS-CodeOperationSup
         MOVE SPACES TO WS-ReferenceSup
         STRING "PER " WS-PeriodeSaisie
             DELIMITED BY SIZE INTO WS-ReferenceSup
         CALL 'GCB_AUTORISATION' USING WS-CodeOperationSup
             WS-ReferenceSup WS-AutorisationOK
         IF WS-AutorisationOK NOT = "O"
            DISPLAY "Réouverture refusée sans visa superviseur."
         ELSE
            MOVE "R" TO WS-EvenementAEcrire
            PERFORM ECRIRE-EVENEMENT-PERIODE
            DISPLAY "Mois " WS-PeriodeSaisie " rouvert."
         END-IF
      END-IF
   END-IF
   END-IF.

CLOTURER-EXERCICE.
   DISPLAY "Exercice à clôturer (AAAA) : ".
   ACCEPT WS-AnneeSaisie.
   COMPUTE WS-AnneeSuivante = WS-AnneeSaisie + 1.
   COMPUTE WS-DateCloture = WS-AnneeSaisie * 10000 + 1231.
   COMPUTE WS-DateOuverture = WS-AnneeSuivante * 10000 + 0101.
   PERFORM CHERCHER-CLOTURE-EXERCICE.
   PERFORM COMPTER-MOIS-OUVERTS.
   CALL 'GCB_PERIODE' USING WS-DateOuverture WS-PeriodeVerrouillee.
   IF WS-DejaCloture = "O"
      DISPLAY "Exercice " WS-AnneeSaisie " déjà clôturé."
   ELSE
   IF WS-MoisOuverts > 0
      DISPLAY WS-MoisOuverts " mois de " WS-AnneeSaisie
          " encore ouvert(s) : verrouiller les douze mois avant la "
          "clôture d'exercice."
   ELSE
   IF WS-PeriodeVerrouillee = "O"
      DISPLAY "Janvier " WS-AnneeSuivante " est verrouillé : les "
          "à-nouveaux ne peuvent pas y être passés."
   ELSE
      PERFORM CUMULER-COMPTES-RESULTAT
      PERFORM SEMER-COMPTES-CLOTURE
      PERFORM ECRIRE-ECRITURES-CLOTURE
      PERFORM ECRIRE-A-NOUVEAU
      MOVE 12 TO WS-MoisPeriode
      MOVE WS-AnneeSaisie TO WS-AnneePeriode
      MOVE "C" TO WS-EvenementAEcrire
      MOVE "CLOTURE D'EXERCICE" TO WS-MotifSaisi
      PERFORM ECRIRE-EVENEMENT-PERIODE
      MOVE WS-ResultatExercice TO WS-ResultatAff
      DISPLAY "Exercice " WS-AnneeSaisie " clôturé : "
          WS-NbComptesResultat " compte(s) de gestion soldé(s), "
          "résultat (débit = perte) " WS-ResultatAff
          " reporté à nouveau au " WS-DateOuverture "."
   END-IF
   END-IF
   END-IF.

COMPTER-MOIS-OUVERTS.
   MOVE 0 TO WS-MoisOuverts.
   PERFORM VARYING WS-MoisControle FROM 1 BY 1
       UNTIL WS-MoisControle > 12
      COMPUTE WS-DatePeriode = WS-AnneeSaisie * 10000
          + WS-MoisControle * 100 + 1
      CALL 'GCB_PERIODE' USING WS-DatePeriode WS-PeriodeVerrouillee
      IF WS-PeriodeVerrouillee NOT = "O"
         ADD 1 TO WS-MoisOuverts
      END-IF
   END-PERFORM.

CHERCHER-CLOTURE-EXERCICE.
   MOVE "N" TO WS-DejaCloture.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBPeriodesFile.
   IF WS-PER-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBPeriodesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF PeriodeComptable(1:4) = WS-AnneeSaisie
               AND EvenementPeriode = "C"
               MOVE "O" TO WS-DejaCloture
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PER-STATUS NOT = "35"
      CLOSE GCBPeriodesFile
   END-IF.

CUMULER-COMPTES-RESULTAT.
   MOVE 0 TO WS-NbComptesResultat.
   MOVE 0 TO WS-ResultatExercice.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBGrandLivreFile.
   IF WS-GL-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBGrandLivreFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF DateEcritureGL(1:4) = WS-AnneeSaisie
               AND (CompteGeneralGL(1:1) = "6"
                    OR CompteGeneralGL(1:1) = "7")
               PERFORM CUMULER-UNE-LIGNE-RESULTAT
            END-IF
      END-READ
   END-PERFORM.
   IF WS-GL-STATUS NOT = "35"
      CLOSE GCBGrandLivreFile
   END-IF.

CUMULER-UNE-LIGNE-RESULTAT.
   PERFORM VARYING IdxResultat FROM 1 BY 1
       UNTIL IdxResultat > WS-NbComptesResultat
       OR CompteResultatTable(IdxResultat) = CompteGeneralGL
      CONTINUE
   END-PERFORM.
   IF IdxResultat > WS-NbComptesResultat AND WS-NbComptesResultat < 50
      ADD 1 TO WS-NbComptesResultat
      MOVE CompteGeneralGL TO CompteResultatTable(WS-NbComptesResultat)
      MOVE 0 TO SoldeResultatTable(WS-NbComptesResultat)
      MOVE WS-NbComptesResultat TO IdxResultat
   END-IF.
   IF IdxResultat <= WS-NbComptesResultat
      IF SensGL = "D"
         ADD MontantGL TO SoldeResultatTable(IdxResultat)
         ADD MontantGL TO WS-ResultatExercice
      ELSE
         SUBTRACT MontantGL FROM SoldeResultatTable(IdxResultat)
         SUBTRACT MontantGL FROM WS-ResultatExercice
      END-IF
   END-IF.

SEMER-COMPTES-CLOTURE.
      *> Résultat et report à nouveau ajoutés au plan de comptes à
      *> la première clôture, comme SEMER-PLAN-COMPTES-SI-ABSENT dans
      *> GCB_WRITE.
   MOVE "N" TO WS-ResultatPresent.
   MOVE "N" TO WS-ReportPresent.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBPlanComptesFile.
   IF WS-PLAN-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBPlanComptesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF CompteGeneral = CompteGLResultat
               MOVE "O" TO WS-ResultatPresent
            END-IF
            IF CompteGeneral = CompteGLReportANouveau
               MOVE "O" TO WS-ReportPresent
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PLAN-STATUS NOT = "35"
      CLOSE GCBPlanComptesFile
   END-IF.
   IF WS-ResultatPresent = "N" OR WS-ReportPresent = "N"
      OPEN EXTEND GCBPlanComptesFile
      IF WS-PLAN-STATUS = "35"
         OPEN OUTPUT GCBPlanComptesFile
      END-IF
      IF WS-ResultatPresent = "N"
         MOVE CompteGLResultat TO CompteGeneral
         MOVE "RESULTAT DE L'EXERCICE" TO LibelleCompteGeneral
         MOVE "C" TO SensNormalCompteGeneral
         WRITE PlanComptesRecord
      END-IF
      IF WS-ReportPresent = "N"
         MOVE CompteGLReportANouveau TO CompteGeneral
         MOVE "REPORT A NOUVEAU" TO LibelleCompteGeneral
         MOVE "C" TO SensNormalCompteGeneral
         WRITE PlanComptesRecord
      END-IF
      CLOSE GCBPlanComptesFile
   END-IF.

ECRIRE-ECRITURES-CLOTURE.
      *> Une écriture équilibrée par compte de gestion, datée du
      *> 31/12 : le solde débiteur d'une charge passe au débit du
      *> résultat, le solde créditeur d'un produit à son crédit.
   MOVE WS-DateCloture TO WS-DateEcriture.
   MOVE LibelleClotureExercice TO WS-LibelleEcriture.
   PERFORM VARYING IdxResultat FROM 1 BY 1
       UNTIL IdxResultat > WS-NbComptesResultat
      IF SoldeResultatTable(IdxResultat) > 0
         MOVE SoldeResultatTable(IdxResultat) TO WS-MontantEcriture
         MOVE CompteGLResultat TO WS-CompteDebit
         MOVE CompteResultatTable(IdxResultat) TO WS-CompteCredit
         PERFORM ECRIRE-ECRITURE-GL
      END-IF
      IF SoldeResultatTable(IdxResultat) < 0
         COMPUTE WS-MontantEcriture = 0
             - SoldeResultatTable(IdxResultat)
         MOVE CompteResultatTable(IdxResultat) TO WS-CompteDebit
         MOVE CompteGLResultat TO WS-CompteCredit
         PERFORM ECRIRE-ECRITURE-GL
      END-IF
   END-PERFORM.

ECRIRE-A-NOUVEAU.
      *> Le résultat de l'exercice est reporté à nouveau au premier
      *> jour de l'exercice suivant : bénéfice au crédit du 1100,
      *> perte à son débit.
   MOVE WS-DateOuverture TO WS-DateEcriture.
   MOVE LibelleANouveau TO WS-LibelleEcriture.
   IF WS-ResultatExercice < 0
      COMPUTE WS-MontantEcriture = 0 - WS-ResultatExercice
      MOVE CompteGLResultat TO WS-CompteDebit
      MOVE CompteGLReportANouveau TO WS-CompteCredit
      PERFORM ECRIRE-ECRITURE-GL
   END-IF.
   IF WS-ResultatExercice > 0
      MOVE WS-ResultatExercice TO WS-MontantEcriture
      MOVE CompteGLReportANouveau TO WS-CompteDebit
      MOVE CompteGLResultat TO WS-CompteCredit
      PERFORM ECRIRE-ECRITURE-GL
   END-IF.

ECRIRE-ECRITURE-GL.
   PERFORM OBTENIR-PROCHAINE-SEQUENCE.
   OPEN EXTEND GCBGrandLivreFile.
   IF WS-GL-STATUS = "35"
      OPEN OUTPUT GCBGrandLivreFile
   END-IF.
   IF WS-GL-STATUS NOT = "00"
      DISPLAY "Erreur GCBGrandLivreFile, statut " WS-GL-STATUS
   ELSE
      MOVE WS-NouvelleSequence TO NumSequenceOrigineGL
      MOVE WS-DateEcriture TO DateEcritureGL
      MOVE WS-MontantEcriture TO MontantGL
      MOVE WS-LibelleEcriture TO LibelleGL
      MOVE WS-CompteDebit TO CompteGeneralGL
      MOVE "D" TO SensGL
      WRITE GrandLivreRecord
      MOVE WS-CompteCredit TO CompteGeneralGL
      MOVE "C" TO SensGL
      WRITE GrandLivreRecord
      CLOSE GCBGrandLivreFile
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

LIRE-DERNIER-EVENEMENT.
   MOVE SPACES TO WS-DernierEvenement.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBPeriodesFile.
   IF WS-PER-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBPeriodesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF PeriodeComptable = WS-PeriodeSaisie
               MOVE EvenementPeriode TO WS-DernierEvenement
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PER-STATUS NOT = "35"
      CLOSE GCBPeriodesFile
   END-IF.

ECRIRE-EVENEMENT-PERIODE.
   OPEN EXTEND GCBPeriodesFile.
   IF WS-PER-STATUS = "35"
      OPEN OUTPUT GCBPeriodesFile
   END-IF.
   IF WS-PER-STATUS NOT = "00"
      DISPLAY "Erreur GCBPeriodesFile, statut " WS-PER-STATUS
   ELSE
      MOVE WS-PeriodeSaisie TO PeriodeComptable
      MOVE WS-EvenementAEcrire TO EvenementPeriode
      MOVE WS-DateJour TO DateEvenementPeriode
      MOVE WS-OperateurPoste TO OperateurPeriode
      MOVE WS-MotifSaisi TO MotifPeriode
      WRITE PeriodeRecord
      CLOSE GCBPeriodesFile
   END-IF.

LISTER-PERIODES.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBPeriodesFile.
   IF WS-PER-STATUS NOT = "00"
      DISPLAY "Aucune période verrouillée."
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBPeriodesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            DISPLAY PeriodeComptable " " EvenementPeriode " le "
                DateEvenementPeriode " opérateur " OperateurPeriode
                " " MotifPeriode
      END-READ
   END-PERFORM.
   IF WS-PER-STATUS NOT = "35"
      CLOSE GCBPeriodesFile
   END-IF.
