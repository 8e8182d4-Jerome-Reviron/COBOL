FILE-CONTROL.
    SELECT GCBBlocagesFile
        FILE STATUS IS WS-BLOC-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumBlocage
        ALTERNATE RECORD KEY IS NumeroCompteBlocage
            WITH DUPLICATES
        ASSIGN TO "GCBBlocagesFile.dat".
    SELECT GCBAutorisationsCBFile
        FILE STATUS IS WS-AUTCB-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBAutorisationsCBFile.txt".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
   FD GCBBlocagesFile.
   COPY BLOCAGE.

   FD GCBAutorisationsCBFile.
   COPY AUTORCB.

   FD GCBJourFile.
   COPY JOUR.

WORKING-STORAGE SECTION.
   01 WS-BLOC-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-AUTCB-STATUS PIC 99.
   01 WS-EOF-BLOC PIC X VALUE "N".
   01 WS-BlocOuvert PIC X VALUE "N".
   01 WS-DateJour PIC 9(8) VALUE 0.
      *> date de la journée en cours : les fonds sous blocage restent
      *> au solde mais ne sont pas tirables (le plancher de RETRAIT et
      *> VIREMENT est relevé de ce total).
      *> Les autorisations d'achat par carte encore actives et non
      *> échues (GCBAutorisationsCBFile, posées par GCB_CB) retiennent
      *> les fonds de la même façon jusqu'à leur compensation.

PROCEDURE DIVISION USING NumCompte TotalBlocages.
   CALL 'GCB_MIGRATION_BLOCAGES'.
   MOVE 0 TO TotalBlocages.
   PERFORM LIRE-DATE-JOUR.
   MOVE "N" TO WS-EOF-BLOC.
      MOVE "Y" TO WS-EOF-BLOC
   ELSE
      MOVE "O" TO WS-BlocOuvert
   END-IF.
      *> Lecture directe des seuls blocages du compte par la clé
      *> alternative, plus de balayage du registre entier.
   MOVE NumCompte TO NumeroCompteBlocage.
   IF WS-EOF-BLOC = "N"
      START GCBBlocagesFile KEY IS EQUAL TO NumeroCompteBlocage
         INVALID KEY MOVE "Y" TO WS-EOF-BLOC
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF-BLOC = "Y"
      READ GCBBlocagesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-BLOC
         NOT AT END
            IF NumeroCompteBlocage NOT = NumCompte
               MOVE "Y" TO WS-EOF-BLOC
            ELSE
            IF StatutBlocage = "A"
               AND (DateExpirationBlocage = 0
                    OR DateExpirationBlocage >= WS-DateJour)
               ADD MontantBlocage TO TotalBlocages
            END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-BlocOuvert = "O"
      CLOSE GCBBlocagesFile
   END-IF.
   PERFORM CUMULER-AUTORISATIONS-CB.
   EXIT PROGRAM.

CUMULER-AUTORISATIONS-CB.
   MOVE "N" TO WS-EOF-BLOC.
   OPEN INPUT GCBAutorisationsCBFile.
   IF WS-AUTCB-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-BLOC
   END-IF.
   PERFORM UNTIL WS-EOF-BLOC = "Y"
      READ GCBAutorisationsCBFile
         AT END MOVE "Y" TO WS-EOF-BLOC
         NOT AT END
            IF NumeroCompteAutorisation = NumCompte
               AND StatutAutorisation = "A"
               AND DateExpirationAutorisation >= WS-DateJour
               ADD MontantAutorise TO TotalBlocages
            END-IF
      END-READ
   END-PERFORM.
   IF WS-AUTCB-STATUS NOT = "35"
      CLOSE GCBAutorisationsCBFile
   END-IF.

LIRE-DATE-JOUR.
      *> Même repli que OBTENIR-DATE-TRAITEMENT dans GCB_WRITE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
