      *> Classement des prêts par qualité - GCBClassementPretsFile.
      *> Réécrit en entier à chaque fin de mois par
      *> GCB_PROVISIONS_PRETS : une ligne par prêt en cours, avec sa
      *> classe selon l'âge de la plus ancienne échéance impayée
      *> (GCBEcheancierFile) et la provision constituée. Le classement
      *> du mois précédent sert à repérer les migrations entre
      *> classes et à calculer la variation de provision à passer au
      *> grand livre.
      *>  - ClassePret : "S" sain, "V" sous surveillance (impayé de
      *>    moins de JOURS-DOUTEUX-PRET jours), "D" douteux, "L"
      *>    contentieux (impayé de JOURS-LITIGE-PRET jours et plus) ;
      *>  - EncoursClasse : capital restant dû du prêt ;
      *>  - ProvisionClasse : encours x taux PROV-TAUX-xxx de la
      *>    classe (GCBParametresFile).
       01 ClassementPretRecord.
          05 NumPretClasse PIC 9(6).
          05 DateClassement PIC 9(8).
          05 ClassePret PIC X(1).
          05 JoursRetardClasse PIC 9(5).
          05 EncoursClasse PIC 9(7)V99.
          05 TauxProvisionClasse PIC 9(3)V99.
          05 ProvisionClasse PIC 9(7)V99.
