      *> Feuilles d'heures des équipes de pose - GCBPointagesFile.
      *> Une ligne par salarié, chantier et journée travaillée,
      *> saisie dans GCB_CHANTIERS ; la paie mensuelle (GCB_PAIE)
      *> cumule les heures du mois des salariés payés à l'heure.
       01 PointageRecord.
          05 NumEmployePointage PIC 9(6).
          05 NumChantierPointage PIC 9(6).
          05 DatePointage PIC 9(8).
          05 HeuresPointage PIC 9(2)V99.
