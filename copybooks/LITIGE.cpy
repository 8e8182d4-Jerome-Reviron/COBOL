      *> le rend définitif ou le reprend (REPR-PROV), chaque issue
      *> étant tracée dans GCBHistoriqueFile. Entretenu dans
      *> GCB_LITIGES.
      *> Fichier INDEXE (GCBLitigesFile.dat) sur NumLitige, avec la
      *> clé alternative NumeroCompteLitige (doublons admis) ;
      *> l'ancien fichier ligne séquentielle est converti une fois par
      *> GCB_MIGRATION_LITIGES.
       01 LitigeRecord.
          05 NumLitige PIC 9(6).
          05 NumeroCompteLitige PIC 9(6).
