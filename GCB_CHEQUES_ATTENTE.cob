FILE-CONTROL.
    SELECT GCBChequesFile
        FILE STATUS IS WS-CHQ-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumCheque
        ALTERNATE RECORD KEY IS NumeroCompteCheque
            WITH DUPLICATES
        ASSIGN TO "GCBChequesFile.dat".

DATA DIVISION.
FILE SECTION.
      *> GCB_BLOCAGE pour les blocages de fonds).

PROCEDURE DIVISION USING NumCompte TotalNonCompense.
   CALL 'GCB_MIGRATION_CHEQUES'.
   MOVE 0 TO TotalNonCompense.
   MOVE "N" TO WS-EOF-CHQ.
   MOVE "N" TO WS-ChqOuvert.
      MOVE "Y" TO WS-EOF-CHQ
   ELSE
      MOVE "O" TO WS-ChqOuvert
   END-IF.
      *> Lecture directe des seuls chèques du compte par la clé
      *> alternative, plus de balayage du registre entier.
   MOVE NumCompte TO NumeroCompteCheque.
   IF WS-EOF-CHQ = "N"
      START GCBChequesFile KEY IS EQUAL TO NumeroCompteCheque
         INVALID KEY MOVE "Y" TO WS-EOF-CHQ
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF-CHQ = "Y"
      READ GCBChequesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-CHQ
         NOT AT END
            IF NumeroCompteCheque NOT = NumCompte
               MOVE "Y" TO WS-EOF-CHQ
            ELSE
            IF StatutCheque = "P"
               ADD MontantCheque TO TotalNonCompense
            END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-ChqOuvert = "O"
