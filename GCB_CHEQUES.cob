FILE-CONTROL.
    SELECT GCBChequesFile
        FILE STATUS IS WS-CHQ-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumCheque
        ALTERNATE RECORD KEY IS NumeroCompteCheque
            WITH DUPLICATES
        ASSIGN TO "GCBChequesFile.dat".
    SELECT GCBChequiersFile
        FILE STATUS IS WS-CHQR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
      05 MotifOppTable PIC X(30).
      05 StatutOppTable PIC X(1).

   01 WS-NbCheques PIC 9(6) VALUE 0.
   01 WS-NumCompteRejet PIC 9(6).

   01 WS-SoldeCompte PIC S9(5)V99.
   01 WS-StatutCompte PIC X(1).
      *> leur date se fait automatiquement à l'ouverture de journée.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_CHEQUES'.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== CHEQUES EN COMPENSATION ==="
   END-PERFORM.
   STOP RUN.

LISTER-CHEQUES.
   MOVE 0 TO WS-NbCheques.
   MOVE "N" TO WS-EOF-CHQ.
   OPEN INPUT GCBChequesFile.
      MOVE "Y" TO WS-EOF-CHQ
   END-IF.
   PERFORM UNTIL WS-EOF-CHQ = "Y"
      READ GCBChequesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-CHQ
         NOT AT END
            ADD 1 TO WS-NbCheques
            DISPLAY NumCheque " compte "
                NumeroCompteCheque " montant "
                MontantCheque " déposé "
                DateDepotCheque " compensation "
                DateClearingCheque " statut "
                StatutCheque
      END-READ
   END-PERFORM.
   IF WS-CHQ-STATUS NOT = "35"
      CLOSE GCBChequesFile
   END-IF.
   IF WS-NbCheques = 0
      DISPLAY "Aucun chèque enregistré."
   END-IF.

REJETER-CHEQUE.
      *> Lecture et réécriture du seul chèque visé, par sa clé.
   DISPLAY "Numéro du chèque à rejeter : ".
   ACCEPT WS-NumChequeSaisi.
   MOVE "N" TO WS-ChequeTrouve.
   OPEN I-O GCBChequesFile.
   IF WS-CHQ-STATUS = "00"
      MOVE WS-NumChequeSaisi TO NumCheque
      READ GCBChequesFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            IF StatutCheque NOT = "R"
               MOVE "O" TO WS-ChequeTrouve
            END-IF
      END-READ
   END-IF.
   IF WS-ChequeTrouve = "N"
      DISPLAY "Chèque introuvable ou déjà rejeté."
   ELSE
      MOVE NumeroCompteCheque TO WS-NumCompteRejet
      MOVE 0 TO WS-SoldeCompte
      CALL 'GCB_LECTURE' USING WS-NumCompteRejet
          WS-SoldeCompte WS-StatutCompte WS-PinCompte
          WS-DeviseCompte WS-NomTitulaire WS-CompteJoint
          WS-NomCotitulaire WS-Beneficiaire
      MOVE MontantCheque TO WS-MontantRejet
      COMPUTE WS-SoldeCompte = WS-SoldeCompte - WS-MontantRejet
      CALL 'GCB_WRITE' USING WS-NumCompteRejet ActionRejet
          WS-MontantRejet WS-SoldeCompte WS-PinCompte
          WS-DeviseCompte WS-NomTitulaire WS-CompteJoint
          WS-NomCotitulaire WS-Beneficiaire WS-StatutCompte
      MOVE "R" TO StatutCheque
      REWRITE ChequeRecord
      DISPLAY "Chèque " WS-NumChequeSaisi " rejeté, crédit "
          "contre-passé sur le compte " WS-NumCompteRejet "."
   END-IF.
   IF WS-CHQ-STATUS NOT = "35"
      CLOSE GCBChequesFile
   END-IF.

PRESENTER-CHEQUE-EMIS.
