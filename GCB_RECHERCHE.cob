      05 NbActionCumul PIC 9(5).
      05 TotalActionCumul PIC 9(8)V99.

      *> Chaque compte dont un mouvement est affiché est tracé une
      *> fois dans le journal des consultations (GCB_CONSULTATION) ;
      *> au-delà de la table, le compte est tracé à chaque ligne
      *> plutôt que pas du tout.
   01 WS-ProgrammeConsult PIC X(12) VALUE "GCB_RECHERCH".
   01 WS-NatureConsult PIC X(12) VALUE "RECHERCHE".
   01 WS-CompteConsulte PIC 9(6).
   01 WS-NbComptesConsultes PIC 9(3) VALUE 0.
   01 IdxConsulte PIC 9(3).
   01 TableComptesConsultes.
      05 CompteConsulteTable PIC 9(6) OCCURS 500 TIMES.

      *> Recherche multi-critères dans GCBHistoriqueFile : plage de
      *> comptes, plage de DateTraitement, valeur d'ActionFile et
      *> montant minimum. Quand la plage de comptes se réduit à un
          MontantArchive " canal " CanalArchive
          " (séquence " NumSequenceArchive ") ARCHIVE"
          WS-MarqueChecksum
      MOVE NumeroCompteArchive TO WS-CompteConsulte
      PERFORM NOTER-COMPTE-CONSULTE
      IF TitulaireArchive = "P"
         DISPLAY "      posté par le mandataire de la procuration "
             ProcurationArchive
      END-IF
      MOVE ActionArchive TO ActionFile
      PERFORM CUMULER-PAR-ACTION
   END-IF.
      WHEN "DEP-CHQ" MOVE 11 TO WS-ActionCode
      WHEN "REJET-CHQ" MOVE 12 TO WS-ActionCode
      WHEN "PRELEVMT" MOVE 21 TO WS-ActionCode
      WHEN "ACHAT-CB" MOVE 23 TO WS-ActionCode
      WHEN "BLOCAGE" MOVE 41 TO WS-ActionCode
      WHEN "DEBLOCAGE" MOVE 42 TO WS-ActionCode
      WHEN "CHGT-PIN" MOVE 43 TO WS-ActionCode
      WHEN "REMISE" MOVE 49 TO WS-ActionCode
      WHEN "DORMANCE" MOVE 51 TO WS-ActionCode
      WHEN "REACTIV" MOVE 52 TO WS-ActionCode
      WHEN "SUCCESSION" MOVE 73 TO WS-ActionCode
      WHEN "REPRISE" MOVE 81 TO WS-ActionCode
      WHEN "REPRISE-D" MOVE 82 TO WS-ActionCode
      WHEN "DECAISS-PR" MOVE 14 TO WS-ActionCode
      WHEN "REEVAL-CR" MOVE 67 TO WS-ActionCode
      WHEN "REEVAL-DB" MOVE 68 TO WS-ActionCode
      WHEN "COMM-CHG" MOVE 69 TO WS-ActionCode
      WHEN "CHQ-BANQUE" MOVE 25 TO WS-ActionCode
      WHEN "VTE-BILLET" MOVE 26 TO WS-ActionCode
      WHEN "ACH-BILLET" MOVE 27 TO WS-ActionCode
      WHEN "VIR-EXT-RJ" MOVE 37 TO WS-ActionCode
      WHEN "SALAIRE" MOVE 74 TO WS-ActionCode
      WHEN OTHER MOVE 99 TO WS-ActionCode
   END-EVALUATE.
   MOVE MontantArchive TO WS-MontantChecksum.
          NumeroCompte OF HistoriqueRecord " " ActionFile " "
          MontantFile " canal " CanalHistorique
          " (séquence " NumSequenceHistorique ") VIVANT"
      MOVE NumeroCompte OF HistoriqueRecord TO WS-CompteConsulte
      PERFORM NOTER-COMPTE-CONSULTE
      IF TitulaireHistorique = "P"
         DISPLAY "      posté par le mandataire de la procuration "
             ProcurationHistorique
      END-IF
      PERFORM CUMULER-PAR-ACTION
   END-IF.

NOTER-COMPTE-CONSULTE.
   PERFORM VARYING IdxConsulte FROM 1 BY 1
       UNTIL IdxConsulte > WS-NbComptesConsultes
       OR CompteConsulteTable(IdxConsulte) = WS-CompteConsulte
      CONTINUE
   END-PERFORM.
   IF IdxConsulte > WS-NbComptesConsultes
      CALL 'GCB_CONSULTATION' USING WS-CompteConsulte
          WS-ProgrammeConsult WS-NatureConsult
      IF WS-NbComptesConsultes < 500
         ADD 1 TO WS-NbComptesConsultes
         MOVE WS-CompteConsulte
             TO CompteConsulteTable(WS-NbComptesConsultes)
      END-IF
   END-IF.

CUMULER-PAR-ACTION.
   PERFORM VARYING IdxAction FROM 1 BY 1
       UNTIL IdxAction > WS-NbActions
