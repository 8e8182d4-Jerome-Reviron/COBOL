      *> Lot de prêt de groupe - GCBPretsGroupesFile (indexé sur
      *> NumPretGroupe). Une institution (membre de catégorie "I")
      *> sort en une fois plusieurs copies d'un titre sous la
      *> responsabilité d'un membre adulte nommé ; chaque copie est un
      *> EmpruntRecord ordinaire au compte de l'institution, portant
      *> le numéro du lot dans NumPretGroupeEmprunt. Les compteurs de
      *> rendues et de perdues sont recalculés depuis ces emprunts par
      *> GCB_PRETS_GROUPES : un lot est "O" ouvert tant qu'une copie
      *> reste dehors, "C" clos ensuite.
       01 PretGroupeRecord.
          05 NumPretGroupe PIC 9(6).
          05 IdInstitutionGroupe PIC 9(6).
          05 IdResponsableGroupe PIC 9(6).
          05 TitrePretGroupe PIC X(30).
          05 DatePretGroupe PIC 9(8).
          05 DateRetourPrevueGroupe PIC 9(8).
          05 NbCopiesSortiesGroupe PIC 9(3).
          05 NbCopiesRenduesGroupe PIC 9(3).
          05 NbCopiesPerduesGroupe PIC 9(3).
          05 StatutPretGroupe PIC X(1).
          05 SitePretGroupe PIC X(3).
