      *> Journal des périodes comptables - GCBPeriodesFile. Une ligne
      *> par événement, jamais réécrite : c'est à la fois le registre
      *> des mois verrouillés et la trace de qui les a fermés ou
      *> rouverts. Le dernier événement d'un mois donne son état ;
      *> "V" ou "C" = mois verrouillé, aucune écriture ne peut plus
      *> y être datée (GCB_PERIODE, appelé par GCB_WRITE). Tenu par
      *> GCB_CLOTURE_PERIODE.
       01 PeriodeRecord.
          05 PeriodeComptable PIC 9(6).
             *> AAAAMM.
          05 EvenementPeriode PIC X(1).
             *> "V" = verrouillage de fin de mois, "R" = réouverture
             *> sous visa superviseur, "C" = clôture d'exercice
             *> (posée sur le mois 12, verrouille définitivement).
          05 DateEvenementPeriode PIC 9(8).
          05 OperateurPeriode PIC 9(6).
          05 MotifPeriode PIC X(30).
