      *> Registre des saisies sur comptes - GCBSaisiesFile. Une ligne
      *> par saisie-attribution (huissier) ou avis à tiers détenteur
      *> (Trésor) signifié à la banque. À la signification, GCB_SAISIES
      *> gèle le disponible de tous les comptes du client jusqu'au
      *> montant réclamé, hors solde bancaire insaisissable (clé
      *> SOLDE-INSAISISSABLE de GCB_PARAMETRE) : chaque gel est un
      *> blocage de GCBBlocagesFile, que GCB_BLOCAGE additionne au
      *> plancher de RETRAIT et VIREMENT comme tout autre blocage.
      *> Passé le délai de contestation, le gelé est versé au
      *> créancier par GCBInterbancaireSortantFile.
       01 SaisieRecord.
          05 NumSaisie PIC 9(6).
          05 TypeSaisie PIC X(1).
             *> "H" = saisie-attribution (commissaire de justice),
             *> "T" = avis à tiers détenteur (administration fiscale).
          05 NumClientSaisie PIC 9(6).
          05 CreancierSaisie PIC X(30).
          05 BanqueCreancierSaisie PIC X(11).
          05 RefCompteCreancierSaisie PIC X(23).
          05 MontantReclameSaisie PIC 9(7)V99.
          05 DateSignificationSaisie PIC 9(8).
          05 DateFinContestationSaisie PIC 9(8).
             *> Dernier jour du délai de contestation (un mois après
             *> la signification pour "H", deux mois pour "T").
             *> Montants gelé et versé en EUR, contre-valeur GCB_CHANGE
             *> pour un compte tenu en devise.
          05 MontantGeleSaisie PIC 9(7)V99.
          05 MontantVerseSaisie PIC 9(7)V99.
          05 DateVersementSaisie PIC 9(8).
             *> Date du versement, ou de la mainlevée pour "L".
          05 StatutSaisie PIC X(1).
             *> "A" = signifiée, fonds gelés, "V" = versée au
             *> créancier, "L" = levée (mainlevée, contestation
             *> admise), "I" = infructueuse (rien de saisissable).
          05 ComptesSaisis OCCURS 5 TIMES.
             10 CompteSaisi PIC 9(6).
             10 MontantGeleCompte PIC 9(5)V99.
                *> En devise du compte.
             10 NumBlocageSaisi PIC 9(6).
