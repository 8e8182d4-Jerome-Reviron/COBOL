      *> Liste de surveillance sanctions et PPE -
      *> GCBListeSurveillanceFile. Chargée par la conformité depuis
      *> la liste officielle (GCB_LISTES_SURV) ; chaque entrée porte
      *> le nom, jusqu'à trois alias, la date de naissance quand elle
      *> est connue et la source. GCB_FILTRAGE y compare par
      *> ressemblance les noms des clients, des bénéficiaires et des
      *> destinataires de virements externes.
       01 ListeSurveillanceRecord.
          05 NumEntreeListe PIC 9(6).
          05 CategorieListe PIC X(1).
             *> "S" = sanctions (gel des avoirs), "P" = personne
             *> politiquement exposée.
          05 SourceListe PIC X(10).
             *> ONU, UE, OFAC, DGT (registre national), PPE...
          05 NomListe PIC X(30).
          05 AliasListe PIC X(30) OCCURS 3 TIMES.
          05 DateNaissanceListe PIC 9(8).
             *> 0 = inconnue.
