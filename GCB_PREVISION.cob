        ASSIGN TO "GCBPaiementsProgrammesFile.txt".
    SELECT GCBChequesFile
        FILE STATUS IS WS-CHQ-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumCheque
        ALTERNATE RECORD KEY IS NumeroCompteCheque
            WITH DUPLICATES
        ASSIGN TO "GCBChequesFile.dat".
    SELECT GCBBaremeFraisFile
        FILE STATUS IS WS-BAREME-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
   01 WS-TotalBlocages PIC S9(7)V99.
   01 WS-TotalChequesAttente PIC S9(7)V99.
   01 WS-TotalEnveloppes PIC S9(7)V99.
   01 WS-CompteMineur PIC X(1) VALUE "N".
   01 WS-NumTuteurCompte PIC 9(6) VALUE 0.
   01 WS-TotalFraisMensuels PIC 9(5)V99 VALUE 0.
   01 WS-PremierJourRouge PIC 9(8) VALUE 0.
   01 WS-MontantAff PIC -ZZZZZZ9.99.
   END-IF.
   CALL 'GCB_PRODUIT' USING WS-NumCompteDemande WS-CodeProduit
       WS-TauxProduit WS-DecouvertProduit WS-RetraitsLibres.
   CALL 'GCB_MINEUR' USING WS-NumCompteDemande WS-CompteMineur
       WS-NumTuteurCompte.
   MOVE 0 TO WS-PlancherCompte.
   IF WS-DecouvertProduit = "O" AND WS-CompteMineur NOT = "O"
      COMPUTE WS-PlancherCompte = 0 - MontantDecouvertMax
   END-IF.
   CALL 'GCB_BLOCAGE' USING WS-NumCompteDemande WS-TotalBlocages.
               MOVE WS-DateProjection(7:2) TO WS-JourDuMois
               IF WS-JourDuMois
                   = JourExecutionOrdre OF OrdrePermanentRecord
                  AND StatutOrdre OF OrdrePermanentRecord NOT = "S"
                  IF NumCompteSourceOrdre OF OrdrePermanentRecord
                      = WS-NumCompteDemande
                     SUBTRACT MontantOrdre OF OrdrePermanentRecord
      *> La compensation d'un chèque déposé ne change pas le solde :
      *> elle rend tirable la part déjà créditée.
   MOVE "N" TO WS-EOF-CHQ.
   CALL 'GCB_MIGRATION_CHEQUES'.
   OPEN INPUT GCBChequesFile.
   IF WS-CHQ-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-CHQ
   ELSE
      MOVE WS-NumCompteDemande TO NumeroCompteCheque
      START GCBChequesFile KEY IS EQUAL TO NumeroCompteCheque
         INVALID KEY MOVE "Y" TO WS-EOF-CHQ
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF-CHQ = "Y"
      READ GCBChequesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-CHQ
         NOT AT END
            IF NumeroCompteCheque NOT = WS-NumCompteDemande
               MOVE "Y" TO WS-EOF-CHQ
            ELSE
            IF StatutCheque = "P"
               PERFORM VARYING IdxJour FROM 1 BY 1
                   UNTIL IdxJour > HorizonPrevision
                  COMPUTE WS-EntierProjection
                  END-IF
               END-PERFORM
            END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CHQ-STATUS NOT = "35"
