   01 WS-NbAChasser PIC 9(3) VALUE 0.

      *> Lignes sortantes chargées en table bornée pour l'appariement
      *> et la réécriture complète du fichier.
   01 WS-NbSortants PIC 9(3) VALUE 0.
   01 IdxSortant PIC 9(3).
   01 TableSortants OCCURS 200 TIMES.
