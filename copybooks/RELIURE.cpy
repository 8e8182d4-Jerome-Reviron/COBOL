      *> Lots de reliure et de réparation - GCBReliuresFile (INDEXE
      *> sur CleReliure : numéro de lot, rang de la copie dans le
      *> lot). Une ligne par copie abîmée ou en réparation confiée à
      *> un relieur, avec la date de retour convenue et le devis ; la
      *> rentrée note l'état réparé et le coût réel, imputé au budget
      *> d'acquisitions de GCB_COMMANDES. Pendant l'envoi la copie
      *> porte le statut "B". Tenu par GCB_RELIURE.
       01 ReliureRecord.
          05 CleReliure.
             10 NumLotReliure PIC 9(6).
             10 RangReliure PIC 9(3).
          05 TitreReliure PIC X(30).
          05 NumExemplaireReliure PIC 9(3).
          05 RelieurReliure PIC X(20).
          05 DateEnvoiReliure PIC 9(8).
          05 DateRetourPrevueReliure PIC 9(8).
          05 CoutDevisReliure PIC 9(5)V99.
          05 EtatAvantReliure PIC X(10).
          05 StatutAvantReliure PIC X(1).
          05 DateRetourReliure PIC 9(8).
          05 EtatApresReliure PIC X(10).
          05 CoutReelReliure PIC 9(5)V99.
          05 StatutReliure PIC X(1).
             *> "A" = chez le relieur, "R" = rentrée.
