      05 JourOrdreTable PIC 99.
      05 PinOrdreTable PIC 9(4).
      05 DateExecOrdreTable PIC 9(8).
      05 StatutOrdreTable PIC X(1).
   01 WS-NomSource PIC X(30).
   01 WS-JointSource PIC X(1).
   01 WS-CotitulaireSource PIC X(30).
             TO PinSourceOrdre OF OrdrePermanentRecord
         MOVE 0 TO DateDerniereExecutionOrdre OF OrdrePermanentRecord
         MOVE "O" TO PinOrdreHache OF OrdrePermanentRecord
         MOVE "A" TO StatutOrdre OF OrdrePermanentRecord
         WRITE OrdrePermanentRecord AFTER ADVANCING 1 LINE
         IF WS-FILE-STATUS NOT = "00"
            DISPLAY "GCB_ORDRES_PERMANENTS: erreur d'écriture, statut " WS-FILE-STATUS
      PERFORM VARYING IdxOrdre FROM 1 BY 1
          UNTIL IdxOrdre > WS-NbOrdres
         IF JourOrdreTable(IdxOrdre) = WS-DateExecution
            IF StatutOrdreTable(IdxOrdre) = "S"
               DISPLAY "Ordre suspendu (succession) : "
                   SourceOrdreTable(IdxOrdre) " -> "
                   DestOrdreTable(IdxOrdre)
            ELSE
            IF DateExecOrdreTable(IdxOrdre) = WS-DateJour
                  *> Déjà passé pour cette journée comptable, par
                  *> l'ouverture de journée ou un passage manuel
            ELSE
               PERFORM EXECUTER-UN-ORDRE
            END-IF
            END-IF
         END-IF
      END-PERFORM
      PERFORM REECRIRE-TABLE-ORDRES
                   TO JourOrdreTable(WS-NbOrdres)
               MOVE PinSourceOrdre OF OrdrePermanentRecord
                   TO PinOrdreTable(WS-NbOrdres)
               MOVE StatutOrdre OF OrdrePermanentRecord
                   TO StatutOrdreTable(WS-NbOrdres)
               IF DateDerniereExecutionOrdre
                   OF OrdrePermanentRecord IS NUMERIC
                  MOVE DateDerniereExecutionOrdre
          TO PinSourceOrdre OF OrdrePermanentRecord
      MOVE DateExecOrdreTable(JdxOrdre)
          TO DateDerniereExecutionOrdre OF OrdrePermanentRecord
      MOVE StatutOrdreTable(JdxOrdre)
          TO StatutOrdre OF OrdrePermanentRecord
      WRITE OrdrePermanentRecord AFTER ADVANCING 1 LINE
   END-PERFORM.
   CLOSE GCBOrdresPermanentsFile.
