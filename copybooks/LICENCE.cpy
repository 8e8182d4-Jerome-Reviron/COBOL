      *> Licence de prêt d'un titre numérique - GCBLicencesFile
      *> (indexé sur TitreLicence). Le titre est au catalogue avec le
      *> genre "NUMERIQUE" et sans exemplaire physique ; chaque prêt
      *> est un EmpruntRecord de canal "N" sans copie. La licence
      *> borne les prêts simultanés et, le cas échéant, le nombre
      *> total de prêts et la date de fin d'usage. Un rachat
      *> (GCB_PRETS_NUMERIQUES) repose les limites et remet le
      *> cumul à zéro.
       01 LicenceRecord.
          05 TitreLicence PIC X(30).
          05 FournisseurLicence PIC X(20).
          05 DateAchatLicence PIC 9(8).
          05 PrixLicence PIC 9(5)V99.
          05 MaxPretsSimultanes PIC 9(3).
          05 MaxPretsTotal PIC 9(5).
             *> Zéro = nombre de prêts illimité.
          05 DateExpirationLicence PIC 9(8).
             *> Zéro = licence sans date de fin.
          05 NbPretsCumules PIC 9(5).
             *> Prêts consentis depuis l'achat ou le dernier rachat.
