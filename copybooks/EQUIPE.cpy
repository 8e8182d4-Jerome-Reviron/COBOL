      *> Registre des équipes de pose de clôture - GCBEquipesFile.
      *> Le code est celui porté par EquipeChantier. Le rythme de
      *> travail donne, du lundi au dimanche, "O" pour un jour
      *> travaillé ; les jours fériés de GCBCalendrierFile restent
      *> chômés. Une équipe suspendue ("S") ne reçoit plus de
      *> chantier. Tenu par GCB_CHANTIERS, lu par
      *> GCB_PLANNING_EQUIPE. Le relevé qualité compte les appels
      *> de service sous garantie sur les chantiers qu'elle a posés
      *> (GCB_INTERVENTIONS) ; zéro pour une équipe de l'ancien
      *> dessin.
       01 EquipeRecord.
          05 CodeEquipe PIC X(10).
          05 NomEquipe PIC X(30).
          05 EffectifEquipe PIC 9(2).
          05 RythmeEquipe PIC X(7).
          05 StatutEquipe PIC X(1).
          05 NbRetoursGarantieEquipe PIC 9(4).
