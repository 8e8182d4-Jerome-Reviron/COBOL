      *> soient plus re-saisis (et mal saisis) à chaque fois. Le champ
      *> BeneficiaireFile de ComptesRecord, une simple étiquette
      *> d'affichage, reste inchangé.
      *> Fichier INDEXE (GCBBeneficiairesFile.dat) sur la clé composée
      *> CleBeneficiaire (compte, libellé) : la liste d'un compte se
      *> lit par START sur le compte en tête de clé. L'ancien fichier
      *> ligne séquentielle est converti une fois par
      *> GCB_MIGRATION_BENEFICIAIRES.
       01 BeneficiaireEnregistreRecord.
          05 CleBeneficiaire.
             10 NumeroCompteProprietaire PIC 9(6).
             10 LibelleBeneficiaire PIC X(30).
          05 TypeBeneficiaire PIC X(1).
             *> "I" = compte interne, "E" = compte externe.
          05 CompteInterneBeneficiaire PIC 9(6).
