      *> Notice au format d'échange du catalogue collectif des
      *> bibliothèques partenaires du prêt entre bibliothèques.
      *> Enregistrement fixe, dans les deux sens : GCB_EXPORT_CATALOGUE
      *> y écrit nos fonds (mouvement "C" création ou modification,
      *> "S" suppression d'un titre retiré), GCB_IMPORT_NOTICES y lit
      *> les notices bibliographiques reçues pour préremplir le
      *> catalogue. Les compteurs d'exemplaires ne sont pas lus à
      *> l'import : les copies entrent par la livraison.
       01 NoticeEchangeRecord.
          05 MouvementEchange PIC X(1).
          05 BibliothequeEchange PIC X(4).
          05 DateEchange PIC 9(8).
          05 ISBNEchange PIC X(13).
          05 TitreEchange PIC X(30).
          05 AuteurEchange PIC X(30).
          05 AnneeEchange PIC 9(4).
          05 GenreEchange PIC X(20).
          05 NbExemplairesEchange PIC 9(3).
          05 NbDisponiblesEchange PIC 9(3).
