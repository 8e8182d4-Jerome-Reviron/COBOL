      05 PinOrdreTable PIC 9(4).
      05 DateExecOrdreTable PIC 9(8).
      05 PinHacheOrdreTable PIC X(1).
      05 StatutOrdreTable PIC X(1).

      *> Migration des PIN en clair vers leur condensat GCB_PIN_HASH,
      *> lancée à chaque démarrage de GCB2 : les enregistrements déjà
                   TO JourOrdreTable(WS-NbOrdres)
               MOVE PinSourceOrdre OF OrdrePermanentRecord
                   TO PinOrdreTable(WS-NbOrdres)
               MOVE StatutOrdre OF OrdrePermanentRecord
                   TO StatutOrdreTable(WS-NbOrdres)
               IF DateDerniereExecutionOrdre
                   OF OrdrePermanentRecord IS NUMERIC
                  MOVE DateDerniereExecutionOrdre
             TO DateDerniereExecutionOrdre OF OrdrePermanentRecord
         MOVE PinHacheOrdreTable(IdxOrdre)
             TO PinOrdreHache OF OrdrePermanentRecord
         MOVE StatutOrdreTable(IdxOrdre)
             TO StatutOrdre OF OrdrePermanentRecord
         WRITE OrdrePermanentRecord AFTER ADVANCING 1 LINE
      END-PERFORM
      CLOSE GCBOrdresPermanentsFile
