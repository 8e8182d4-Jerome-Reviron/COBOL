        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS IdMembre OF MembreRecord
        ASSIGN TO "GCBMembresFile.dat".
    SELECT GCBBlocagesFile
        FILE STATUS IS WS-BLOC-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NumBlocage
        ALTERNATE RECORD KEY IS NumeroCompteBlocage
            WITH DUPLICATES
        ASSIGN TO "GCBBlocagesFile.dat".
    SELECT GCBCartesFile
        FILE STATUS IS WS-CARTE-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NumCarte
        ALTERNATE RECORD KEY IS NumeroCompteCarte
            WITH DUPLICATES
        ASSIGN TO "GCBCartesFile.dat".
    SELECT GCBMandatsFile
        FILE STATUS IS WS-MANDAT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CleMandat
        ASSIGN TO "GCBMandatsFile.dat".
    SELECT GCBLitigesFile
        FILE STATUS IS WS-LIT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NumLitige
        ALTERNATE RECORD KEY IS NumeroCompteLitige
            WITH DUPLICATES
        ASSIGN TO "GCBLitigesFile.dat".
    SELECT GCBEnveloppesFile
        FILE STATUS IS WS-ENV-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CleEnveloppe
        ASSIGN TO "GCBEnveloppesFile.dat".
    SELECT GCBBeneficiairesFile
        FILE STATUS IS WS-BENEF-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CleBeneficiaire
        ASSIGN TO "GCBBeneficiairesFile.dat".
    SELECT GCBChequesFile
        FILE STATUS IS WS-CHQ-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NumCheque
        ALTERNATE RECORD KEY IS NumeroCompteCheque
            WITH DUPLICATES
        ASSIGN TO "GCBChequesFile.dat".
    SELECT SnapshotFile
        FILE STATUS IS WS-SNAP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBSauvegardesCatalogue.txt".
    SELECT GCBJournalRepriseFile
        FILE STATUS IS WS-JRNREP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJournalRepriseFile.txt".
    SELECT GCBJournalRepriseSeqFile
        FILE STATUS IS WS-JRNSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJournalRepriseSeqFile.txt".
    SELECT JournalExploitationFile
        FILE STATUS IS WS-EXPL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
   FD GCBMembresFile.
   COPY MEMBRE.

   FD GCBBlocagesFile.
   COPY BLOCAGE.

   FD GCBCartesFile.
   COPY CARTE.

   FD GCBMandatsFile.
   COPY MANDAT.

   FD GCBLitigesFile.
   COPY LITIGE.

   FD GCBEnveloppesFile.
   COPY ENVELOPPE.

   FD GCBBeneficiairesFile.
   COPY BENEF.

   FD GCBChequesFile.
   COPY CHEQUE.

   FD SnapshotFile.
      *> Une ligne "D" par enregistrement exporté (contenu brut), une
      *> ligne "T" finale portant compteur et total de contrôle.
      05 HashCatalogue PIC 9(12).
      05 NomSnapshotCatalogue PIC X(44).

   FD GCBJournalRepriseFile.
   COPY JRNREPRISE.

   FD GCBJournalRepriseSeqFile.
   01 JournalRepriseSeqRecord PIC 9(8).

   FD JournalExploitationFile.
   COPY EXPLOITATION.

   01 WS-LIV-STATUS PIC 99.
   01 WS-EMP-STATUS PIC 99.
   01 WS-MBR-STATUS PIC 99.
   01 WS-BLOC-STATUS PIC 99.
   01 WS-CARTE-STATUS PIC 99.
   01 WS-MANDAT-STATUS PIC 99.
   01 WS-LIT-STATUS PIC 99.
   01 WS-ENV-STATUS PIC 99.
   01 WS-BENEF-STATUS PIC 99.
   01 WS-CHQ-STATUS PIC 99.
   01 WS-SNAP-STATUS PIC 99.
   01 WS-CAT-STATUS PIC 99.
   01 WS-EXPL-STATUS PIC 99.
      05 WS-RestExplSys PIC X(7).
   01 WS-DateHeureDebutExpl PIC X(19).

      *> Coupure du journal de reprise de GCB_WRITE : quand comptes et
      *> historique viennent d'être sauvegardés ensemble, le segment
      *> courant est archivé sous un nom horodaté et un nouveau
      *> segment démarre, entête à la date de l'instantané. Une
      *> sauvegarde d'un seul des deux fichiers ne coupe pas : les
      *> deux fichiers se rejouent toujours ensemble.
   01 WS-JRNREP-STATUS PIC 99.
   01 WS-JRNSEQ-STATUS PIC 99.
   01 WS-ComptesSauves PIC X(1) VALUE "N".
   01 WS-HistoriqueSauve PIC X(1) VALUE "N".
   01 NomJournalReprise PIC X(44) VALUE "GCBJournalRepriseFile.txt".
   01 WS-NomArchiveJournal PIC X(44).
   01 WS-PremierNumSegment PIC 9(8) VALUE 0.
   01 WS-DateHeureCoupure.
      05 WS-DateCoupure PIC 9(8).
      05 WS-HeureCoupure PIC 9(6).
      05 WS-RestCoupure PIC X(7).
   01 WS-ChecksumReprise PIC 9(12).
   01 WS-IxOctetReprise PIC 9(3).

      *> Sauvegarde des fichiers indexés : chaque fichier est exporté
      *> vers un instantané séquentiel daté (lignes "D" + pied "T"
      *> avec compteur et total de contrôle), catalogué dans

PROCEDURE DIVISION.
   PERFORM CAPTURER-DEBUT-EXPLOITATION.
      *> Un registre encore à l'ancien fichier ligne séquentielle est
      *> converti avant d'être sauvegardé : sinon le cliché serait
      *> vide et sa restauration effacerait les données.
   CALL 'GCB_MIGRATION_BLOCAGES'.
   CALL 'GCB_MIGRATION_CARTES'.
   CALL 'GCB_MIGRATION_MANDATS'.
   CALL 'GCB_MIGRATION_LITIGES'.
   CALL 'GCB_MIGRATION_ENVELOPPES'.
   CALL 'GCB_MIGRATION_BENEFICIAIRES'.
   CALL 'GCB_MIGRATION_CHEQUES'.
   DISPLAY "==============================================".
   DISPLAY "SAUVEGARDE DES FICHIERS INDEXES".
   DISPLAY "==============================================".
   DISPLAY "1. GCBComptesFile      2. GCBHistoriqueFile".
   DISPLAY "3. GCBLivresFile       4. GCBEmpruntsFile".
   DISPLAY "5. GCBMembresFile      6. Tous les fichiers".
   DISPLAY "7. GCBComptesFile et GCBHistoriqueFile".
   DISPLAY "8. Registres bancaires (blocages, cartes, mandats, "
       "litiges, enveloppes, bénéficiaires, chèques)".
   DISPLAY "0. Quitter".
   ACCEPT ChoixUtilisateur.
   DISPLAY "Générations à conserver par fichier (0 = toutes) : ".
         PERFORM SAUVEGARDER-LIVRES
         PERFORM SAUVEGARDER-EMPRUNTS
         PERFORM SAUVEGARDER-MEMBRES
         PERFORM SAUVEGARDER-BLOCAGES
         PERFORM SAUVEGARDER-CARTES
         PERFORM SAUVEGARDER-MANDATS
         PERFORM SAUVEGARDER-LITIGES
         PERFORM SAUVEGARDER-ENVELOPPES
         PERFORM SAUVEGARDER-BENEF
         PERFORM SAUVEGARDER-CHEQUES
      WHEN 7
         PERFORM SAUVEGARDER-COMPTES
         PERFORM SAUVEGARDER-HISTORIQUE
      WHEN 8
         PERFORM SAUVEGARDER-BLOCAGES
         PERFORM SAUVEGARDER-CARTES
         PERFORM SAUVEGARDER-MANDATS
         PERFORM SAUVEGARDER-LITIGES
         PERFORM SAUVEGARDER-ENVELOPPES
         PERFORM SAUVEGARDER-BENEF
         PERFORM SAUVEGARDER-CHEQUES
      WHEN OTHER DISPLAY "Aucune action effectuée."
   END-EVALUATE.
   IF WS-ComptesSauves = "O" AND WS-HistoriqueSauve = "O"
      PERFORM COUPER-JOURNAL-REPRISE
   ELSE
      IF WS-ComptesSauves = "O" OR WS-HistoriqueSauve = "O"
         DISPLAY "Journal de reprise non coupé : sauvegarder comptes "
             "et historique ensemble (choix 6 ou 7)."
      END-IF
   END-IF.
   PERFORM JOURNALISER-EXPLOITATION.
   STOP RUN.

      END-PERFORM
      PERFORM TERMINER-SNAPSHOT
      CLOSE GCBComptesFile
      MOVE "O" TO WS-ComptesSauves
   END-IF.

SAUVEGARDER-HISTORIQUE.
      END-PERFORM
      PERFORM TERMINER-SNAPSHOT
      CLOSE GCBHistoriqueFile
      MOVE "O" TO WS-HistoriqueSauve
   END-IF.

SAUVEGARDER-LIVRES.
      CLOSE GCBMembresFile
   END-IF.

SAUVEGARDER-BLOCAGES.
   MOVE "Blocages" TO WS-NomCourt.
   OPEN INPUT GCBBlocagesFile.
   IF WS-BLOC-STATUS NOT = "00"
      DISPLAY "GCBBlocagesFile indisponible (statut "
          WS-BLOC-STATUS ")."
   ELSE
      PERFORM DEBUTER-SNAPSHOT
      MOVE "N" TO WS-EOF
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBBlocagesFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               MOVE SPACES TO WS-ZoneLigne
               MOVE BlocageRecord TO WS-ZoneLigne
               PERFORM ECRIRE-LIGNE-SNAPSHOT
         END-READ
      END-PERFORM
      PERFORM TERMINER-SNAPSHOT
      CLOSE GCBBlocagesFile
   END-IF.

SAUVEGARDER-CARTES.
   MOVE "Cartes" TO WS-NomCourt.
   OPEN INPUT GCBCartesFile.
   IF WS-CARTE-STATUS NOT = "00"
      DISPLAY "GCBCartesFile indisponible (statut "
          WS-CARTE-STATUS ")."
   ELSE
      PERFORM DEBUTER-SNAPSHOT
      MOVE "N" TO WS-EOF
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBCartesFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               MOVE SPACES TO WS-ZoneLigne
               MOVE CarteRecord TO WS-ZoneLigne
               PERFORM ECRIRE-LIGNE-SNAPSHOT
         END-READ
      END-PERFORM
      PERFORM TERMINER-SNAPSHOT
      CLOSE GCBCartesFile
   END-IF.

SAUVEGARDER-MANDATS.
   MOVE "Mandats" TO WS-NomCourt.
   OPEN INPUT GCBMandatsFile.
   IF WS-MANDAT-STATUS NOT = "00"
      DISPLAY "GCBMandatsFile indisponible (statut "
          WS-MANDAT-STATUS ")."
   ELSE
      PERFORM DEBUTER-SNAPSHOT
      MOVE "N" TO WS-EOF
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBMandatsFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               MOVE SPACES TO WS-ZoneLigne
               MOVE MandatRecord TO WS-ZoneLigne
               PERFORM ECRIRE-LIGNE-SNAPSHOT
         END-READ
      END-PERFORM
      PERFORM TERMINER-SNAPSHOT
      CLOSE GCBMandatsFile
   END-IF.

SAUVEGARDER-LITIGES.
   MOVE "Litiges" TO WS-NomCourt.
   OPEN INPUT GCBLitigesFile.
   IF WS-LIT-STATUS NOT = "00"
      DISPLAY "GCBLitigesFile indisponible (statut "
          WS-LIT-STATUS ")."
   ELSE
      PERFORM DEBUTER-SNAPSHOT
      MOVE "N" TO WS-EOF
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBLitigesFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               MOVE SPACES TO WS-ZoneLigne
               MOVE LitigeRecord TO WS-ZoneLigne
               PERFORM ECRIRE-LIGNE-SNAPSHOT
         END-READ
      END-PERFORM
      PERFORM TERMINER-SNAPSHOT
      CLOSE GCBLitigesFile
   END-IF.

SAUVEGARDER-ENVELOPPES.
   MOVE "Enveloppes" TO WS-NomCourt.
   OPEN INPUT GCBEnveloppesFile.
   IF WS-ENV-STATUS NOT = "00"
      DISPLAY "GCBEnveloppesFile indisponible (statut "
          WS-ENV-STATUS ")."
   ELSE
      PERFORM DEBUTER-SNAPSHOT
      MOVE "N" TO WS-EOF
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBEnveloppesFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               MOVE SPACES TO WS-ZoneLigne
               MOVE EnveloppeRecord TO WS-ZoneLigne
               PERFORM ECRIRE-LIGNE-SNAPSHOT
         END-READ
      END-PERFORM
      PERFORM TERMINER-SNAPSHOT
      CLOSE GCBEnveloppesFile
   END-IF.

SAUVEGARDER-BENEF.
   MOVE "Benef" TO WS-NomCourt.
   OPEN INPUT GCBBeneficiairesFile.
   IF WS-BENEF-STATUS NOT = "00"
      DISPLAY "GCBBeneficiairesFile indisponible (statut "
          WS-BENEF-STATUS ")."
   ELSE
      PERFORM DEBUTER-SNAPSHOT
      MOVE "N" TO WS-EOF
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBBeneficiairesFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               MOVE SPACES TO WS-ZoneLigne
               MOVE BeneficiaireEnregistreRecord TO WS-ZoneLigne
               PERFORM ECRIRE-LIGNE-SNAPSHOT
         END-READ
      END-PERFORM
      PERFORM TERMINER-SNAPSHOT
      CLOSE GCBBeneficiairesFile
   END-IF.

SAUVEGARDER-CHEQUES.
   MOVE "Cheques" TO WS-NomCourt.
   OPEN INPUT GCBChequesFile.
   IF WS-CHQ-STATUS NOT = "00"
      DISPLAY "GCBChequesFile indisponible (statut "
          WS-CHQ-STATUS ")."
   ELSE
      PERFORM DEBUTER-SNAPSHOT
      MOVE "N" TO WS-EOF
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBChequesFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               MOVE SPACES TO WS-ZoneLigne
               MOVE ChequeRecord TO WS-ZoneLigne
               PERFORM ECRIRE-LIGNE-SNAPSHOT
         END-READ
      END-PERFORM
      PERFORM TERMINER-SNAPSHOT
      CLOSE GCBChequesFile
   END-IF.

COUPER-JOURNAL-REPRISE.
      *> L'entête annonce le prochain numéro que GCB_WRITE
      *> attribuera : la reprise vérifie la continuité dès la
      *> première image du segment.
   MOVE 0 TO WS-PremierNumSegment.
   OPEN INPUT GCBJournalRepriseSeqFile.
   IF WS-JRNSEQ-STATUS = "00"
      READ GCBJournalRepriseSeqFile
         AT END CONTINUE
         NOT AT END
            MOVE JournalRepriseSeqRecord TO WS-PremierNumSegment
      END-READ
      CLOSE GCBJournalRepriseSeqFile
   END-IF.
   ADD 1 TO WS-PremierNumSegment.
   MOVE FUNCTION CURRENT-DATE TO WS-DateHeureCoupure.
   MOVE SPACES TO WS-NomArchiveJournal.
   STRING "GCBJournalReprise." WS-DateCoupure "." WS-HeureCoupure
       ".txt" DELIMITED BY SIZE INTO WS-NomArchiveJournal.
   CALL "CBL_RENAME_FILE" USING NomJournalReprise
       WS-NomArchiveJournal.
   IF RETURN-CODE = 0
      DISPLAY "Segment précédent du journal de reprise archivé dans "
          FUNCTION TRIM(WS-NomArchiveJournal) "."
   END-IF.
   OPEN OUTPUT GCBJournalRepriseFile.
   IF WS-JRNREP-STATUS NOT = "00"
      DISPLAY "Erreur GCBJournalRepriseFile, statut " WS-JRNREP-STATUS
   ELSE
      MOVE "E" TO TypeJrnReprise
      MOVE WS-PremierNumSegment TO NumJrnReprise
      MOVE WS-DateSauvegarde TO DateJrnReprise
      MOVE WS-HeureCoupure TO HeureJrnReprise
      MOVE SPACES TO ImageJrnReprise
      PERFORM CALCULER-CHECKSUM-REPRISE
      WRITE JournalRepriseRecord
      CLOSE GCBJournalRepriseFile
      DISPLAY "Journal de reprise coupé : nouveau segment sur "
          "l'instantané du " WS-DateSauvegarde ", à partir de "
          "l'image " WS-PremierNumSegment "."
   END-IF.

CALCULER-CHECKSUM-REPRISE.
      *> Même formule que GCB_WRITE.
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

CAPTURER-DEBUT-EXPLOITATION.
   MOVE FUNCTION CURRENT-DATE TO WS-DateHeureExplSys.
   STRING WS-DateExplSys(1:4) "-" WS-DateExplSys(5:2) "-"
