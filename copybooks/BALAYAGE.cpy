      *> Conventions de balayage de solde - GCBBalayagesFile.
      *> Une ligne par couple compte courant / compte d'épargne "EP"
      *> d'un même client : à la clôture de journée, tout disponible
      *> du compte courant au-dessus du solde cible part sur
      *> l'épargne, et l'épargne remonte le courant jusqu'à la cible
      *> quand son disponible passe sous le plancher. Un virement
      *> inférieur au minimum n'est pas passé. Entretenu dans
      *> GCB_BALAYAGES, exécuté par GCB_BALAYAGE.
       01 BalayageRecord.
          05 NumBalayage PIC 9(6).
          05 CompteCourantBalayage PIC 9(6).
          05 CompteEpargneBalayage PIC 9(6).
          05 SoldeCibleBalayage PIC 9(7)V99.
          05 PlancherBalayage PIC 9(7)V99.
          05 MinimumVirementBalayage PIC 9(5)V99.
          05 StatutBalayage PIC X(1).
             *> "A" convention active, "R" résiliée (conservée pour
             *> l'historique, jamais exécutée).
          05 DateCreationBalayage PIC 9(8).
          05 OperateurBalayage PIC 9(6).
             *> Date comptable du dernier passage : une clôture
             *> rejouée le même jour ne balaie pas deux fois.
          05 DateDernierBalayage PIC 9(8).
