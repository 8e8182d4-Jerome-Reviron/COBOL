        ALTERNATE RECORD KEY IS NumeroCompte OF HistoriqueRecord
            WITH DUPLICATES
        ASSIGN TO "GCBHistoriqueFile.dat".
    SELECT GCBMouvementsJourFile
        FILE STATUS IS WS-MVTJ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomExtraitJour.
    SELECT GCBDeclarationsFile
        FILE STATUS IS WS-DECL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
   FD GCBHistoriqueFile.
   COPY HISTORIQUE.

   FD GCBMouvementsJourFile.
   COPY MVTJOUR.

   FD GCBDeclarationsFile.
   01 LigneDeclaration PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-FILE-STATUS PIC 99.
      *> Extrait des mouvements du jour écrit par la clôture
      *> (GCB_EXTRAIT_JOUR), lu à la place de l'historique quand
      *> GCB_EXTRAIT_CONTROLE l'a reconnu fiable.
   01 WS-MVTJ-STATUS PIC 99.
   01 WS-NomExtraitJour PIC X(44).
   01 WS-ExtraitFiable PIC X(1) VALUE "N".
   01 WS-EOF-MVTJ PIC X VALUE "N".
   01 WS-DECL-STATUS PIC 99.
   01 WS-EOF-HIST PIC X VALUE "N".
   01 WS-DateDeclaree PIC 9(8).
   END-IF.
   DISPLAY "Nom du signataire : ".
   ACCEPT WS-Signataire.
   CALL 'GCB_EXTRAIT_CONTROLE' USING WS-DateDeclaree WS-ExtraitFiable.
   IF WS-ExtraitFiable = "O"
      PERFORM CUMULER-EXTRAIT-JOUR
      PERFORM ECRIRE-DECLARATIONS
   ELSE
      OPEN INPUT GCBHistoriqueFile
      IF WS-FILE-STATUS NOT = "00"
         DISPLAY "Aucun historique disponible (statut "
             WS-FILE-STATUS ")."
      ELSE
         PERFORM CUMULER-MOUVEMENTS-JOUR
         CLOSE GCBHistoriqueFile
         PERFORM ECRIRE-DECLARATIONS
      END-IF
   END-IF.
   STOP RUN.

CUMULER-EXTRAIT-JOUR.
   MOVE SPACES TO WS-NomExtraitJour.
   STRING "GCBMouvementsJour" WS-DateDeclaree ".txt"
       DELIMITED BY SIZE INTO WS-NomExtraitJour.
   MOVE "N" TO WS-EOF-MVTJ.
   OPEN INPUT GCBMouvementsJourFile.
   IF WS-MVTJ-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-MVTJ
   END-IF.
   PERFORM UNTIL WS-EOF-MVTJ = "Y"
      READ GCBMouvementsJourFile
         AT END MOVE "Y" TO WS-EOF-MVTJ
         NOT AT END
            MOVE ImageHistoMvtJour TO HistoriqueRecord
            IF TypeMvtJour = "D"
               AND (ActionFile = "DEPOT" OR ActionFile = "RETRAIT"
                    OR ActionFile = "VIREMENT")
               PERFORM CUMULER-UN-MOUVEMENT
            END-IF
      END-READ
   END-PERFORM.
   IF WS-MVTJ-STATUS NOT = "35"
      CLOSE GCBMouvementsJourFile
   END-IF.

CUMULER-MOUVEMENTS-JOUR.
   MOVE "N" TO WS-EOF-HIST.
   MOVE LOW-VALUES TO NumSequenceHistorique.
