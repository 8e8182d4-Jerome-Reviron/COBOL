      *> Registre des fichiers d'échange déjà ingérés -
      *> GCBFichiersTraitesFile. Une ligne par fichier accepté
      *> (intake interbancaire "INT", collectes créancier "PRE" ou
      *> journal d'un distributeur "GAB", émetteur = le GAB,
      *> compensation carte "CBC", émetteur = le réseau, remise de
      *> virements d'entreprise "VRM", émetteur = compte débité et
      *> numéro de remise) : un fichier
      *> qui se représente avec la même date et le même émetteur est
      *> refusé en bloc au lieu d'être reposté deux fois. Alimenté
      *> par GCB_INTERBANCAIRE, GCB_PRELEVEMENTS, GCB_GAB, GCB_CB et
      *> GCB_REMISES_VIREMENTS une fois le fichier intégralement
      *> traité.
       01 FichierTraiteRecord.
          05 TypeFichierTraite PIC X(3).
          05 DateFichierTraite PIC 9(8).
