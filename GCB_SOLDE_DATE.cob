IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_SOLDE_DATE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBComptesFile
        FILE STATUS IS WS-CPT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NumeroCompte OF ComptesRecord
        ASSIGN TO "GCBComptesFile.dat".
    SELECT GCBHistoriqueFile
        FILE STATUS IS WS-HIST-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumSequenceHistorique
        ALTERNATE RECORD KEY IS NumeroCompte OF HistoriqueRecord
            WITH DUPLICATES
        ASSIGN TO "GCBHistoriqueFile.dat".
    SELECT GCBHistoriqueArchiveFile
        FILE STATUS IS WS-ARCH-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumSequenceArchive
        ALTERNATE RECORD KEY IS NumeroCompteArchive
            WITH DUPLICATES
        ASSIGN TO "GCBHistoriqueArchiveFile.dat".

DATA DIVISION.
FILE SECTION.
   FD GCBComptesFile.
   COPY COMPTES.

   FD GCBHistoriqueFile.
   COPY HISTORIQUE.

   FD GCBHistoriqueArchiveFile.
   COPY HISTARCH.

WORKING-STORAGE SECTION.
   01 WS-CPT-STATUS PIC 99.
   01 WS-HIST-STATUS PIC 99.
   01 WS-ARCH-STATUS PIC 99.
   01 WS-EOF-HIST PIC X VALUE "N".
   01 WS-SoldeTravail PIC S9(7)V99 VALUE 0.
   01 WS-MontantNum PIC S9(5)V99.
   01 WS-MontantSigne PIC S9(7)V99.
   01 WS-ActionCourante PIC X(10).

LINKAGE SECTION.
   01 NumCompteDemande PIC 9(6).
   01 DateArreteDemandee PIC 9(8).
   01 SoldeArrete PIC S9(5)V99.
   01 CompteTrouve PIC X(1).

      *> Solde d'un compte au soir d'une date passée : le solde
      *> courant de GCBComptesFile, duquel on retranche chaque
      *> mouvement signé daté APRES la date d'arrêté, qu'il soit
      *> encore dans l'historique vivant ou déjà purgé dans
      *> GCBHistoriqueArchiveFile. Le signe de chaque ActionFile
      *> suit SIGNER-MONTANT de GCB_RELEVE, pour que le solde rendu
      *> soit celui qu'aurait imprimé le relevé à cette date.
      *> Sert le certificat de soldes au décès de GCB_SUCCESSIONS et
      *> les attestations de solde de GCB_ATTESTATIONS.

PROCEDURE DIVISION USING NumCompteDemande DateArreteDemandee
    SoldeArrete CompteTrouve.
   MOVE "N" TO CompteTrouve.
   MOVE 0 TO SoldeArrete.
   MOVE 0 TO WS-SoldeTravail.
   OPEN INPUT GCBComptesFile.
   IF WS-CPT-STATUS = "00"
      MOVE NumCompteDemande TO NumeroCompte OF ComptesRecord
      READ GCBComptesFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            MOVE "O" TO CompteTrouve
            MOVE SoldeCompteFile TO WS-SoldeTravail
      END-READ
      CLOSE GCBComptesFile
   END-IF.
   IF CompteTrouve = "O"
      PERFORM REMONTER-HISTORIQUE
      PERFORM REMONTER-ARCHIVE
      MOVE WS-SoldeTravail TO SoldeArrete
   END-IF.
   EXIT PROGRAM.

REMONTER-HISTORIQUE.
   MOVE "N" TO WS-EOF-HIST.
   OPEN INPUT GCBHistoriqueFile.
   IF WS-HIST-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-HIST
   ELSE
      MOVE NumCompteDemande TO NumeroCompte OF HistoriqueRecord
      START GCBHistoriqueFile KEY IS EQUAL TO
          NumeroCompte OF HistoriqueRecord
         INVALID KEY MOVE "Y" TO WS-EOF-HIST
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF-HIST = "Y"
      READ GCBHistoriqueFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-HIST
         NOT AT END
            IF NumeroCompte OF HistoriqueRecord = NumCompteDemande
               IF DateTraitement > DateArreteDemandee
                  MOVE ActionFile TO WS-ActionCourante
                  MOVE MontantFile TO WS-MontantNum
                  PERFORM SIGNER-MONTANT
                  SUBTRACT WS-MontantSigne FROM WS-SoldeTravail
               END-IF
            ELSE
               MOVE "Y" TO WS-EOF-HIST
            END-IF
      END-READ
   END-PERFORM.
   IF WS-HIST-STATUS NOT = "35"
      CLOSE GCBHistoriqueFile
   END-IF.

REMONTER-ARCHIVE.
   MOVE "N" TO WS-EOF-HIST.
   OPEN INPUT GCBHistoriqueArchiveFile.
   IF WS-ARCH-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-HIST
   ELSE
      MOVE NumCompteDemande TO NumeroCompteArchive
      START GCBHistoriqueArchiveFile KEY IS EQUAL TO
          NumeroCompteArchive
         INVALID KEY MOVE "Y" TO WS-EOF-HIST
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF-HIST = "Y"
      READ GCBHistoriqueArchiveFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-HIST
         NOT AT END
            IF NumeroCompteArchive = NumCompteDemande
               IF DateTraitementArchive > DateArreteDemandee
                  MOVE ActionArchive TO WS-ActionCourante
                  MOVE MontantArchive TO WS-MontantNum
                  PERFORM SIGNER-MONTANT
                  SUBTRACT WS-MontantSigne FROM WS-SoldeTravail
               END-IF
            ELSE
               MOVE "Y" TO WS-EOF-HIST
            END-IF
      END-READ
   END-PERFORM.
   IF WS-ARCH-STATUS NOT = "35"
      CLOSE GCBHistoriqueArchiveFile
   END-IF.

SIGNER-MONTANT.
   EVALUATE WS-ActionCourante
      WHEN "RETRAIT"
      WHEN "VIREMENT"
      WHEN "CLOTURE"
      WHEN "ANNUL-DEP"
      WHEN "ANNUL-VDST"
      WHEN "REPRISE-D"
      WHEN "FRAIS"
      WHEN "AJUST-DB"
      WHEN "ACHAT-CB"
      WHEN "PRELEVMT"
      WHEN "ECH-PRET"
      WHEN "ECH-PRET-I"
      WHEN "ET-DENOU"
      WHEN "RACHAT-ET"
      WHEN "PENAL-ET"
      WHEN "AGIOS"
      WHEN "CHQ-EMIS"
      WHEN "COMM-CHG"
      WHEN "CHQ-BANQUE"
      WHEN "VTE-BILLET"
      WHEN "REPR-PROV"
      WHEN "REJET-CHQ"
      WHEN "VIR-EXT"
      WHEN "PAIE-AMEND"
      WHEN "PAIE-CHANT"
         COMPUTE WS-MontantSigne = 0 - WS-MontantNum
      WHEN "LEV-BLOC"
      WHEN "REEVAL-CR"
      WHEN "REEVAL-DB"
         MOVE 0 TO WS-MontantSigne
      WHEN OTHER
         MOVE WS-MontantNum TO WS-MontantSigne
   END-EVALUATE.
