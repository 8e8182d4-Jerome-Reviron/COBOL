      *> Fichier du personnel - GCBEmployesFile.
      *> Une ligne par salarié des quatre activités, entretenue dans
      *> GCB_EMPLOYES et relue par la paie mensuelle (GCB_PAIE) et
      *> le pointage des heures des équipes de pose (GCB_CHANTIERS).
      *>  - UniteEmploye : "BANQUE", "BIBLIO", "MAGASIN", "CLOTURES" ;
      *>  - BaseRemuEmploye : "M" mensuel (SalaireMensuelEmploye),
      *>    "H" horaire (heures pointées du mois x TauxHoraireEmploye) ;
      *>  - taux de cotisations salariale et patronale en pourcentage
      *>    du brut ;
      *>  - TauxCommissionEmploye : pourcentage des ventes nettes du
      *>    magasin du mois (ReductionsFile), zéro = pas de commission ;
      *>  - CompteSalaireEmploye : compte GCBComptesFile crédité du net ;
      *>  - StatutEmploye : "A" actif, "S" sorti (plus payé).
       01 EmployeRecord.
          05 NumEmploye PIC 9(6).
          05 NomEmploye PIC X(30).
          05 UniteEmploye PIC X(8).
          05 BaseRemuEmploye PIC X(1).
          05 SalaireMensuelEmploye PIC 9(5)V99.
          05 TauxHoraireEmploye PIC 9(3)V99.
          05 TauxCotisSalEmploye PIC 9(2)V99.
          05 TauxCotisPatEmploye PIC 9(2)V99.
          05 TauxCommissionEmploye PIC 9(2)V99.
          05 CompteSalaireEmploye PIC 9(6).
          05 DateEntreeEmploye PIC 9(8).
          05 StatutEmploye PIC X(1).
