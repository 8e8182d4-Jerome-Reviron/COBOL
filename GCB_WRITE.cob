        FILE STATUS IS WS-OPSES-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBOperateurSessionFile.txt".
    SELECT GCBJournalRepriseFile
        FILE STATUS IS WS-JRNREP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJournalRepriseFile.txt".
    SELECT GCBJournalRepriseSeqFile
        FILE STATUS IS WS-JRNSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJournalRepriseSeqFile.txt".
    SELECT GCBCompteurMouvementsFile
        FILE STATUS IS WS-CPTMVT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCompteurMouvementsFile.txt".

DATA DIVISION.
FILE SECTION.
   01 TitulaireSessionRecord.
      05 CompteSessionTitulaire PIC 9(6).
      05 CodeSessionTitulaire PIC X(1).
         *> Numéro de procuration quand le détenteur connecté est un
         *> mandataire ("P"), zéro sinon.
      05 ProcurationSession PIC 9(6).

   FD GCBModeBatchFile.
      *> "O" = traitement batch en cours (posé par GCB_JOURNEE,
      *> comportement libre-service s'applique.
   01 OperateurSessionRecord PIC 9(6).

   FD GCBJournalRepriseFile.
   COPY JRNREPRISE.

   FD GCBJournalRepriseSeqFile.
   01 JournalRepriseSeqRecord PIC 9(8).

   FD GCBCompteurMouvementsFile.
   COPY CPTMVT.

WORKING-STORAGE SECTION.
   01 WS-FILE-STATUS PIC 99.
   01 WS-SEQ-STATUS PIC 99.
   01 CompteGLIntPrets PIC X(4) VALUE "7024".
   01 CompteGLEcartChange PIC X(4) VALUE "4760".
   01 CompteGLCommissions PIC X(4) VALUE "7061".
   01 CompteGLChequesBanque PIC X(4) VALUE "4672".
   01 CompteGLBilletsDevises PIC X(4) VALUE "5315".
   01 CompteGLChargesPersonnel PIC X(4) VALUE "6411".
   01 WS-CANAL-STATUS PIC 99.
   01 WS-CanalSession PIC X(1) VALUE "G".
   01 WS-MontantSigneBase PIC S9(7)V99.
   01 WS-SoldeBaseAttendu PIC S9(7)V99.
   01 WS-TITSES-STATUS PIC 99.
   01 WS-TitulaireSession PIC X(1) VALUE "T".
   01 WS-ProcurationSession PIC 9(6) VALUE 0.
   01 WS-OPSES-STATUS PIC 99.
   01 WS-OperateurSession PIC 9(6) VALUE 0.

   01 WS-CodeOperationSup PIC X(1).
   01 WS-ReferenceSup PIC X(12).
   01 WS-AutorisationOK PIC X(1).
   01 WS-PeriodeVerrouillee PIC X(1).

      *> Journal de reprise : image après de chaque écriture dans
      *> GCBComptesFile et GCBHistoriqueFile, numérotée sans trou.
      *> Un numéro consommé dont la ligne n'a pu être écrite laisse
      *> volontairement un trou, que GCB_REPRISE_JOURNAL signale.
   01 WS-JRNREP-STATUS PIC 99.
   01 WS-JRNSEQ-STATUS PIC 99.
   01 WS-DernierNumReprise PIC 9(8) VALUE 0.
   01 WS-NouveauNumReprise PIC 9(8) VALUE 0.
   01 WS-TypeImageReprise PIC X(1).
   01 WS-ImageReprise PIC X(200).

      *> Décompte des mouvements de la journée, contre lequel les
      *> états contrôlent l'extrait des mouvements du jour.
   01 WS-CPTMVT-STATUS PIC 99.
   01 WS-ChecksumReprise PIC 9(12).
   01 WS-IxOctetReprise PIC 9(3).

LINKAGE SECTION.
   01 NumCompte PIC 9(6).
   END-IF.

   IF WS-ABORT = "N"
      PERFORM OBTENIR-DATE-TRAITEMENT
      PERFORM CONTROLER-PERIODE
   END-IF.

   IF WS-ABORT = "N"
      PERFORM OBTENIR-PROCHAINE-SEQUENCE
      MOVE Montant TO MontantAffichage
      PERFORM CONTROLER-DOUBLON
   END-IF.
      MOVE WS-CanalSession TO CanalHistorique
      PERFORM LIRE-TITULAIRE-SESSION
      MOVE WS-TitulaireSession TO TitulaireHistorique
      MOVE WS-ProcurationSession TO ProcurationHistorique
      PERFORM CALCULER-CHECKSUM-HISTORIQUE
      WRITE HistoriqueRecord
      IF WS-FILE-STATUS NOT = "00"
         DISPLAY "GCB_WRITE: erreur d'écriture sur GCBHistoriqueFile, statut " WS-FILE-STATUS
         MOVE "Y" TO WS-ABORT
      ELSE
         MOVE SPACES TO WS-ImageReprise
         MOVE HistoriqueRecord TO WS-ImageReprise
         MOVE "H" TO WS-TypeImageReprise
         PERFORM JOURNALISER-IMAGE-REPRISE
         PERFORM COMPTER-MOUVEMENT-JOUR
      END-IF
   END-IF.

      IF WS-FILE-STATUS NOT = "00"
         DISPLAY "GCB_WRITE: erreur d'écriture sur GCBComptesFile, statut " WS-FILE-STATUS
         MOVE "Y" TO WS-ABORT
      ELSE
         MOVE SPACES TO WS-ImageReprise
         MOVE ComptesRecord TO WS-ImageReprise
         MOVE "C" TO WS-TypeImageReprise
         PERFORM JOURNALISER-IMAGE-REPRISE
      END-IF
   END-IF.

   WRITE SequenceRecord.
   CLOSE GCBSequenceFile.

JOURNALISER-IMAGE-REPRISE.
      *> Le tout premier segment, avant toute sauvegarde coupée par
      *> GCB_SAUVEGARDE, s'ouvre sur une entête à date d'instantané
      *> nulle.
   PERFORM OBTENIR-NUMERO-REPRISE.
   MOVE FUNCTION CURRENT-DATE TO WS-DateHeureSys.
   OPEN EXTEND GCBJournalRepriseFile.
   IF WS-JRNREP-STATUS = "35"
      OPEN OUTPUT GCBJournalRepriseFile
      IF WS-JRNREP-STATUS = "00"
         MOVE "E" TO TypeJrnReprise
         MOVE WS-NouveauNumReprise TO NumJrnReprise
         MOVE 0 TO DateJrnReprise
         MOVE WS-HeureSys TO HeureJrnReprise
         MOVE SPACES TO ImageJrnReprise
         PERFORM CALCULER-CHECKSUM-REPRISE
         WRITE JournalRepriseRecord
      END-IF
   END-IF.
   IF WS-JRNREP-STATUS NOT = "00"
      DISPLAY "GCB_WRITE: journal de reprise indisponible, statut "
          WS-JRNREP-STATUS " (image " WS-NouveauNumReprise
          " perdue)."
   ELSE
      MOVE WS-TypeImageReprise TO TypeJrnReprise
      MOVE WS-NouveauNumReprise TO NumJrnReprise
      MOVE WS-DateSys TO DateJrnReprise
      MOVE WS-HeureSys TO HeureJrnReprise
      MOVE WS-ImageReprise TO ImageJrnReprise
      PERFORM CALCULER-CHECKSUM-REPRISE
      WRITE JournalRepriseRecord
      CLOSE GCBJournalRepriseFile
   END-IF.

OBTENIR-NUMERO-REPRISE.
   MOVE 0 TO WS-DernierNumReprise.
   OPEN INPUT GCBJournalRepriseSeqFile.
   IF WS-JRNSEQ-STATUS = "00"
      READ GCBJournalRepriseSeqFile
         AT END CONTINUE
         NOT AT END MOVE JournalRepriseSeqRecord TO WS-DernierNumReprise
      END-READ
      CLOSE GCBJournalRepriseSeqFile
   END-IF.
   COMPUTE WS-NouveauNumReprise = WS-DernierNumReprise + 1.
   MOVE WS-NouveauNumReprise TO JournalRepriseSeqRecord.
   OPEN OUTPUT GCBJournalRepriseSeqFile.
   WRITE JournalRepriseSeqRecord.
   CLOSE GCBJournalRepriseSeqFile.

COMPTER-MOUVEMENT-JOUR.
   MOVE 0 TO DateCompteurMvt.
   OPEN INPUT GCBCompteurMouvementsFile.
   IF WS-CPTMVT-STATUS = "00"
      READ GCBCompteurMouvementsFile
         AT END MOVE 0 TO DateCompteurMvt
      END-READ
      CLOSE GCBCompteurMouvementsFile
   END-IF.
   IF DateCompteurMvt NOT = WS-DateTraitement
      MOVE WS-DateTraitement TO DateCompteurMvt
      MOVE 0 TO NbCompteurMvt
      MOVE WS-NouvelleSequence TO PremiereSeqCompteurMvt
   END-IF.
   ADD 1 TO NbCompteurMvt.
   MOVE WS-NouvelleSequence TO DerniereSeqCompteurMvt.
   OPEN OUTPUT GCBCompteurMouvementsFile.
   WRITE CompteurMouvementsRecord.
   CLOSE GCBCompteurMouvementsFile.

CALCULER-CHECKSUM-REPRISE.
      *> Même formule dans GCB_SAUVEGARDE (entête de coupure) et
      *> GCB_REPRISE_JOURNAL (contrôle).
   MOVE 0 TO WS-ChecksumReprise.
   PERFORM VARYING WS-IxOctetReprise FROM 1 BY 1
       UNTIL WS-IxOctetReprise > 200
      COMPUTE WS-ChecksumReprise = WS-ChecksumReprise
          + FUNCTION ORD(ImageJrnReprise(WS-IxOctetReprise:1))
          * WS-IxOctetReprise
   END-PERFORM.
   COMPUTE WS-ChecksumReprise = WS-ChecksumReprise
       + FUNCTION ORD(TypeJrnReprise) + NumJrnReprise
       + DateJrnReprise + HeureJrnReprise.
   MOVE WS-ChecksumReprise TO ChecksumJrnReprise.

LIRE-TITULAIRE-SESSION.
   MOVE "T" TO WS-TitulaireSession.
   MOVE 0 TO WS-ProcurationSession.
   OPEN INPUT GCBTitulaireSessionFile.
   IF WS-TITSES-STATUS = "00"
      READ GCBTitulaireSessionFile
               AND CodeSessionTitulaire = "C"
               MOVE "C" TO WS-TitulaireSession
            END-IF
               *> Un mandataire n'estampille que les mouvements du
               *> compte de sa procuration : la jambe VIR-RECU d'un
               *> virement qu'il émet reste au nom du bénéficiaire.
            IF CompteSessionTitulaire = NumCompte
               AND CodeSessionTitulaire = "P"
               AND ProcurationSession IS NUMERIC
               MOVE "P" TO WS-TitulaireSession
               MOVE ProcurationSession TO WS-ProcurationSession
            END-IF
      END-READ
      CLOSE GCBTitulaireSessionFile
   END-IF.
      CLOSE GCBJourFile
   END-IF.

CONTROLER-PERIODE.
      *> Aucune écriture ne peut être datée dans un mois verrouillé
      *> par la clôture de fin de mois (GCB_CLOTURE_PERIODE) : le
      *> mouvement est refusé avant de consommer une séquence.
   CALL 'GCB_PERIODE' USING WS-DateTraitement WS-PeriodeVerrouillee.
   IF WS-PeriodeVerrouillee = "O"
      DISPLAY "GCB_WRITE: la journée comptable " WS-DateTraitement
          " tombe dans un mois clôturé : " Action " refusé sur le "
          "compte " NumCompte "."
      MOVE "Y" TO WS-ABORT
   END-IF.

VERIFIER-SOLDE-BASE.
      *> Même découpage par Action que POSTER-GRAND-LIVRE : les
      *> actions à montant nul et les écritures neutres ne déplacent
      WHEN "CLOTURE"
      WHEN "ANNUL-DEP"
      WHEN "ANNUL-VDST"
      WHEN "ACHAT-CB"
      WHEN "PRELEVMT"
      WHEN "REJET-CHQ"
      WHEN "VIR-EXT"
      WHEN "AGIOS"
      WHEN "CHQ-EMIS"
      WHEN "COMM-CHG"
      WHEN "CHQ-BANQUE"
      WHEN "VTE-BILLET"
      WHEN "REPR-PROV"
         COMPUTE WS-MontantSigneBase = 0 - Montant
      WHEN "LEV-BLOC"
      WHEN "CHGT-PIN"
      WHEN "DORMANCE"
      WHEN "REACTIV"
      WHEN "SUCCESSION"
      WHEN "REEVAL-CR"
      WHEN "REEVAL-DB"
         MOVE 0 TO WS-MontantSigneBase
      WHEN "DEP-CHQ" MOVE 11 TO WS-ActionCode
      WHEN "REJET-CHQ" MOVE 12 TO WS-ActionCode
      WHEN "PRELEVMT" MOVE 21 TO WS-ActionCode
      WHEN "ACHAT-CB" MOVE 23 TO WS-ActionCode
      WHEN "BLOCAGE" MOVE 41 TO WS-ActionCode
      WHEN "DEBLOCAGE" MOVE 42 TO WS-ActionCode
      WHEN "CHGT-PIN" MOVE 43 TO WS-ActionCode
      WHEN "REMISE" MOVE 49 TO WS-ActionCode
      WHEN "DORMANCE" MOVE 51 TO WS-ActionCode
      WHEN "REACTIV" MOVE 52 TO WS-ActionCode
      WHEN "SUCCESSION" MOVE 73 TO WS-ActionCode
      WHEN "REPRISE" MOVE 81 TO WS-ActionCode
      WHEN "REPRISE-D" MOVE 82 TO WS-ActionCode
      WHEN "DECAISS-PR" MOVE 14 TO WS-ActionCode
      WHEN "REEVAL-CR" MOVE 67 TO WS-ActionCode
      WHEN "REEVAL-DB" MOVE 68 TO WS-ActionCode
      WHEN "COMM-CHG" MOVE 69 TO WS-ActionCode
      WHEN "CHQ-BANQUE" MOVE 25 TO WS-ActionCode
      WHEN "VTE-BILLET" MOVE 26 TO WS-ActionCode
      WHEN "ACH-BILLET" MOVE 27 TO WS-ActionCode
      WHEN "VIR-EXT-RJ" MOVE 37 TO WS-ActionCode
      WHEN "SALAIRE" MOVE 74 TO WS-ActionCode
      WHEN OTHER MOVE 99 TO WS-ActionCode
   END-EVALUATE.
   MOVE MontantFile TO WS-MontantChecksum.
      WHEN "CLOTURE"
      WHEN "ANNUL-DEP"
      WHEN "ANNUL-VDST"
      WHEN "ACHAT-CB"
      WHEN "PRELEVMT"
      WHEN "REJET-CHQ"
      WHEN "VIR-EXT"
      WHEN "AGIOS"
      WHEN "CHQ-EMIS"
      WHEN "COMM-CHG"
      WHEN "CHQ-BANQUE"
      WHEN "VTE-BILLET"
      WHEN "REPR-PROV"
      WHEN "REEVAL-DB"
         COMPUTE WS-MontantGLSigne = 0 - Montant
      WHEN "CHGT-PIN"
      WHEN "DORMANCE"
      WHEN "REACTIV"
      WHEN "SUCCESSION"
         MOVE 0 TO WS-MontantGLSigne
      WHEN OTHER
         CONTINUE
            MOVE CompteGLEcartChange TO WS-CompteContrepartie
         WHEN "COMM-CHG"
            MOVE CompteGLCommissions TO WS-CompteContrepartie
               *> Émission d'un chèque de banque (GCB_CHEQUES_BANQUE) :
               *> le client est débité au profit de la dette envers le
               *> porteur, soldée à la présentation du chèque.
         WHEN "CHQ-BANQUE"
            MOVE CompteGLChequesBanque TO WS-CompteContrepartie
               *> Billets étrangers vendus ou achetés au guichet
               *> (GCB_BILLETS_DEVISES) : la contrepartie est le stock
               *> de billets du coffre, valorisé au taux pivot ; la
               *> marge de l'écart billets part à part en COMM-CHG.
         WHEN "VTE-BILLET"
         WHEN "ACH-BILLET"
            MOVE CompteGLBilletsDevises TO WS-CompteContrepartie
               *> Salaire net du personnel viré par la paie mensuelle
               *> (GCB_PAIE) : charge de personnel de la maison ; les
               *> cotisations sont passées à part par GCB_PAIE.
         WHEN "SALAIRE"
            MOVE CompteGLChargesPersonnel TO WS-CompteContrepartie
         WHEN OTHER
            MOVE CompteGLSuspens TO WS-CompteContrepartie
      END-EVALUATE
      MOVE "COMMISSIONS DE CHANGE" TO LibelleCompteGeneral
      MOVE "C" TO SensNormalCompteGeneral
      WRITE PlanComptesRecord
      MOVE CompteGLChequesBanque TO CompteGeneral
      MOVE "CHEQUES DE BANQUE A PAYER" TO LibelleCompteGeneral
      MOVE "C" TO SensNormalCompteGeneral
      WRITE PlanComptesRecord
      MOVE CompteGLBilletsDevises TO CompteGeneral
      MOVE "CAISSE BILLETS ETRANGERS" TO LibelleCompteGeneral
      MOVE "D" TO SensNormalCompteGeneral
      WRITE PlanComptesRecord
      MOVE CompteGLChargesPersonnel TO CompteGeneral
      MOVE "REMUNERATIONS DU PERSONNEL" TO LibelleCompteGeneral
      MOVE "D" TO SensNormalCompteGeneral
      WRITE PlanComptesRecord
      CLOSE GCBPlanComptesFile
   END-IF.

