      *> Compteur des mouvements de la journée - GCBCompteurMouvementsFile
      *> et registre GCBControleMouvementsFile. Le compteur (un seul
      *> enregistrement) est tenu par GCB_WRITE à chaque
      *> HistoriqueRecord écrit et repart à un quand la date de
      *> traitement change ; la clôture (GCB_EXTRAIT_JOUR) en recopie
      *> l'état du jour au registre, une ligne par journée clôturée.
      *> C'est contre ce décompte, indépendant de l'extrait, que
      *> GCB_EXTRAIT_CONTROLE vérifie l'enregistrement de fin de
      *> l'extrait des mouvements du jour avant que les états ne s'y
      *> fient.
      *>  - PremiereSeqCompteurMvt / DerniereSeqCompteurMvt : premier
      *>    et dernier NumSequenceHistorique de la journée, pour que
      *>    l'extraction reparte directement du premier mouvement du
      *>    jour au lieu de balayer tout l'historique.
       01 CompteurMouvementsRecord.
          05 DateCompteurMvt PIC 9(8).
          05 NbCompteurMvt PIC 9(8).
          05 PremiereSeqCompteurMvt PIC 9(8).
          05 DerniereSeqCompteurMvt PIC 9(8).
