      *> Dernier état envoyé au catalogue collectif, par ISBN -
      *> GCBCatalogueExporteFile (INDEXE sur ISBNExporte). Tenu par
      *> GCB_EXPORT_CATALOGUE : une notice n'est renvoyée que si l'un
      *> de ces champs a changé depuis le dernier envoi, et une
      *> entrée que l'extraction ne revoit plus (titre retiré, plus
      *> aucun exemplaire au fonds) part en suppression puis
      *> disparaît du fichier.
       01 CatalogueExporteRecord.
          05 ISBNExporte PIC X(13).
          05 ValeursExportees.
             10 TitreExporte PIC X(30).
             10 AuteurExporte PIC X(30).
             10 AnneeExporte PIC 9(4).
             10 GenreExporte PIC X(20).
             10 NbExemplairesExporte PIC 9(3).
             10 NbDisponiblesExporte PIC 9(3).
          05 DateEnvoiExporte PIC 9(8).
          05 DateVuExporte PIC 9(8).
