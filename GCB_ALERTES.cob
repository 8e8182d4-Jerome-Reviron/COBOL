   01 WS-SeuilSaisi PIC 9(7)V99.
   01 WS-RegleTrouvee PIC X VALUE "N".
      *> Règles chargées en table bornée pour la désactivation et la
      *> réécriture complète du fichier.
   01 WS-NbRegles PIC 9(3) VALUE 0.
   01 IdxRegle PIC 9(3).
   01 TableRegles OCCURS 200 TIMES.
