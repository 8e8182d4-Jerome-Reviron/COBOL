      *> Registre des paies - GCBPaieFile.
      *> Une ligne par salarié et par mois payé, écrite par GCB_PAIE
      *> au passage de la paie. La présence d'un mois dans le registre
      *> interdit de le repasser : seuls les virements refusés
      *> (StatutPaie "R") peuvent être représentés, et passent alors
      *> en "V" (viré).
       01 PaieRecord.
          05 MoisPaie PIC 9(6).
          05 NumEmployePaie PIC 9(6).
          05 UnitePaie PIC X(8).
          05 HeuresPaie PIC 9(3)V99.
          05 BrutPaie PIC 9(5)V99.
          05 CommissionPaie PIC 9(5)V99.
          05 CotisSalPaie PIC 9(5)V99.
          05 CotisPatPaie PIC 9(5)V99.
          05 NetPaie PIC 9(5)V99.
          05 ComptePaie PIC 9(6).
          05 StatutPaie PIC X(1).
          05 DateVirementPaie PIC 9(8).
