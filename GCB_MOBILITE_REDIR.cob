IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_MOBILITE_REDIR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBMobilitesFile
        FILE STATUS IS WS-MOB-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBMobilitesFile.txt".
    SELECT GCBInterbancaireSortantFile
        FILE STATUS IS WS-SORT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBInterbancaireSortantFile.txt".
    SELECT GCBEmissionSeqFile
        FILE STATUS IS WS-EMISEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBEmissionSeqFile.txt".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBMobilitesFile.
   COPY MOBILITE.

   FD GCBInterbancaireSortantFile.
   COPY INTERSORT.

   FD GCBEmissionSeqFile.
   01 EmissionSeqRecord PIC 9(6).

   FD GCBJourFile.
   COPY JOUR.

WORKING-STORAGE SECTION.
   01 WS-MOB-STATUS PIC 99.
   01 WS-SORT-STATUS PIC 99.
   01 WS-EMISEQ-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-DerniereEmission PIC 9(6) VALUE 0.
   01 WS-NouvelleEmission PIC 9(6) VALUE 0.
   01 WS-BanqueNouvelle PIC X(11).
   01 WS-RefCompteNouveau PIC X(23).

LINKAGE SECTION.
   01 NumCompte PIC 9(6).
   01 Montant PIC 9(5)V99.
   01 Redirige PIC X(1).

      *> Réexpédition d'un paiement entrant reçu sur un compte parti
      *> chez une autre banque par mobilité bancaire : tant que la
      *> fin de redirection de la mobilité sortante basculée n'est
      *> pas dépassée, le montant repart vers le nouveau compte par
      *> GCBInterbancaireSortantFile et Redirige vaut "O" ; sinon
      *> "N" et l'appelant garde son traitement habituel.

PROCEDURE DIVISION USING NumCompte Montant Redirige.
   MOVE "N" TO Redirige.
   PERFORM LIRE-DATE-JOUR.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBMobilitesFile.
   IF WS-MOB-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBMobilitesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumeroCompteMobilite = NumCompte
               AND SensMobilite = "S" AND StatutMobilite = "B"
               AND DateFinRedirectionMobilite >= WS-DateJour
               MOVE BanqueAutreMobilite TO WS-BanqueNouvelle
               MOVE RefCompteAutreMobilite TO WS-RefCompteNouveau
               MOVE "O" TO Redirige
               MOVE "Y" TO WS-EOF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-MOB-STATUS NOT = "35"
      CLOSE GCBMobilitesFile
   END-IF.
   IF Redirige = "O"
      PERFORM METTRE-EN-FILE-SORTANT
   END-IF.
   EXIT PROGRAM.

METTRE-EN-FILE-SORTANT.
   OPEN EXTEND GCBInterbancaireSortantFile.
   IF WS-SORT-STATUS = "35"
      OPEN OUTPUT GCBInterbancaireSortantFile
   END-IF.
   IF WS-SORT-STATUS NOT = "00"
      DISPLAY "Erreur GCBInterbancaireSortantFile, statut "
          WS-SORT-STATUS
      MOVE "N" TO Redirige
   ELSE
      MOVE NumCompte TO NumeroCompteSortant
      MOVE WS-BanqueNouvelle TO BanqueDestSortant
      MOVE WS-RefCompteNouveau TO RefCompteDestSortant
      MOVE Montant TO MontantSortant
      MOVE "EUR" TO DeviseSortant
      MOVE WS-DateJour TO DateEmissionSortant
      PERFORM OBTENIR-NUMERO-EMISSION
      MOVE WS-NouvelleEmission TO NumEmissionSortant
      MOVE "E" TO StatutSortant
      WRITE InterbancaireSortantRecord
      CLOSE GCBInterbancaireSortantFile
   END-IF.

OBTENIR-NUMERO-EMISSION.
   MOVE 0 TO WS-DerniereEmission.
   OPEN INPUT GCBEmissionSeqFile.
   IF WS-EMISEQ-STATUS = "00"
      READ GCBEmissionSeqFile
         AT END CONTINUE
         NOT AT END MOVE EmissionSeqRecord TO WS-DerniereEmission
      END-READ
      CLOSE GCBEmissionSeqFile
   END-IF.
   COMPUTE WS-NouvelleEmission = WS-DerniereEmission + 1.
   MOVE WS-NouvelleEmission TO EmissionSeqRecord.
   OPEN OUTPUT GCBEmissionSeqFile.
   WRITE EmissionSeqRecord.
   CLOSE GCBEmissionSeqFile.

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
