        ALTERNATE RECORD KEY IS NumeroCompte OF HistoriqueRecord
            WITH DUPLICATES
        ASSIGN TO "GCBHistoriqueFile.dat".
    SELECT GCBMouvementsJourFile
        FILE STATUS IS WS-MVTJ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomExtraitJour.
    SELECT GCBSurveillanceFile
        FILE STATUS IS WS-SURV-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
   FD GCBHistoriqueFile.
   COPY HISTORIQUE.

   FD GCBMouvementsJourFile.
   COPY MVTJOUR.

   FD GCBSurveillanceFile.
   COPY SURVCAS.


WORKING-STORAGE SECTION.
   01 WS-HIST-STATUS PIC 99.
      *> Extrait des mouvements du jour écrit par la clôture
      *> (GCB_EXTRAIT_JOUR), lu à la place de l'historique quand
      *> GCB_EXTRAIT_CONTROLE l'a reconnu fiable.
   01 WS-MVTJ-STATUS PIC 99.
   01 WS-NomExtraitJour PIC X(44).
   01 WS-ExtraitFiable PIC X(1) VALUE "N".
   01 WS-EOF-MVTJ PIC X VALUE "N".
   01 WS-SURV-STATUS PIC 99.
   01 WS-SEQ-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
      05 StatutCasTable PIC X(1).
      05 DateDispoCasTable PIC 9(8).
      05 NoteCasTable PIC X(30).
      05 TypeObjetCasTable PIC X(1).
      05 EntreeListeCasTable PIC 9(6).
      05 NomFiltreCasTable PIC X(30).
   01 WS-NumCasSaisi PIC 9(6).
   01 WS-CasTrouve PIC X VALUE "N".
   01 WS-DispositionSaisie PIC X(1).

CUMULER-JOURNEE.
   MOVE 0 TO WS-NbComptes.
   CALL 'GCB_EXTRAIT_CONTROLE' USING WS-DateExaminee WS-ExtraitFiable.
   IF WS-ExtraitFiable = "O"
      PERFORM LIRE-EXTRAIT-JOUR
   ELSE
      PERFORM LIRE-HISTORIQUE-JOUR
   END-IF.

LIRE-EXTRAIT-JOUR.
   MOVE SPACES TO WS-NomExtraitJour.
   STRING "GCBMouvementsJour" WS-DateExaminee ".txt"
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
               AND MontantFile NOT = SPACES
               PERFORM CUMULER-MOUVEMENT-SURV
            END-IF
      END-READ
   END-PERFORM.
   IF WS-MVTJ-STATUS NOT = "35"
      CLOSE GCBMouvementsJourFile
   END-IF.

LIRE-HISTORIQUE-JOUR.
   MOVE "N" TO WS-EOF-HIST.
   OPEN INPUT GCBHistoriqueFile.
   IF WS-HIST-STATUS NOT = "00"
      MOVE "O" TO StatutCasSurveillance
      MOVE 0 TO DateDispositionSurveillance
      MOVE SPACES TO NoteDispositionSurveillance
      MOVE SPACE TO TypeObjetSurveillance
      MOVE 0 TO NumEntreeListeSurveillance
      MOVE SPACES TO NomFiltreSurveillance
      WRITE SurveillanceRecord
      CLOSE GCBSurveillanceFile
      ADD 1 TO WS-NbCasEcrits
             RegleCasTable(IdxCas) " valeur "
             ValeurCasTable(IdxCas) " sévérité "
             SeveriteCasTable(IdxCas)
         IF TypeObjetCasTable(IdxCas) = "T"
            DISPLAY "     écart de transit : "
                NomFiltreCasTable(IdxCas)
         ELSE
         IF TypeObjetCasTable(IdxCas) NOT = SPACE
            DISPLAY "     filtrage " TypeObjetCasTable(IdxCas)
                " : " NomFiltreCasTable(IdxCas) " / entrée "
                EntreeListeCasTable(IdxCas) " de la liste"
         END-IF
         END-IF
      END-IF
   END-PERFORM.
   IF WS-CasTrouve = "N"
                   TO DateDispoCasTable(WS-NbCas)
               MOVE NoteDispositionSurveillance
                   TO NoteCasTable(WS-NbCas)
               MOVE TypeObjetSurveillance
                   TO TypeObjetCasTable(WS-NbCas)
               IF NumEntreeListeSurveillance IS NUMERIC
                  MOVE NumEntreeListeSurveillance
                      TO EntreeListeCasTable(WS-NbCas)
               ELSE
                  MOVE 0 TO EntreeListeCasTable(WS-NbCas)
               END-IF
               MOVE NomFiltreSurveillance
                   TO NomFiltreCasTable(WS-NbCas)
            END-IF
      END-READ
   END-PERFORM.
      MOVE DateDispoCasTable(IdxCas)
          TO DateDispositionSurveillance
      MOVE NoteCasTable(IdxCas) TO NoteDispositionSurveillance
      MOVE TypeObjetCasTable(IdxCas) TO TypeObjetSurveillance
      MOVE EntreeListeCasTable(IdxCas) TO NumEntreeListeSurveillance
      MOVE NomFiltreCasTable(IdxCas) TO NomFiltreSurveillance
      WRITE SurveillanceRecord
   END-PERFORM.
   CLOSE GCBSurveillanceFile.
