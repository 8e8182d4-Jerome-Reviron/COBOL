          05 CanalHistorique PIC X(1) VALUE "G".
             *> Identité du détenteur connecté quand le mouvement
             *> vient d'une session GCB2 sur un compte joint : "T" =
             *> titulaire, "C" = cotitulaire, "P" = mandataire sous
             *> procuration. Estampillé par GCB_WRITE depuis
             *> GCBTitulaireSessionFile (fichier de session posé au
             *> LOGIN, comme GCBLangueFile) ; "T" par défaut.
          05 TitulaireHistorique PIC X(1) VALUE "T".
             *> Mouvement posté par un mandataire (TitulaireHistorique
             *> "P") : numéro de la procuration de GCBProcurationsFile
             *> sous laquelle il a opéré, pour que le relevé et
             *> GCB_RECHERCHE disent qui a réellement agi. Zéro pour
             *> tout autre mouvement.
          05 ProcurationHistorique PIC 9(6) VALUE 0.
