      *> toute collecte sans mandat actif ou au-delà du plafond :
      *> l'opposition (GCBOppositionsFile) redevient l'exception, plus
      *> la seule défense. Entretenu dans GCB_MANDATS.
      *> Fichier INDEXE (GCBMandatsFile.dat) sur la clé composée
      *> CleMandat (compte, créancier) : un seul mandat par créancier
      *> sur un compte, et les mandats d'un compte se lisent par START
      *> sur le compte en tête de clé, sans clé alternative. L'ancien
      *> fichier ligne séquentielle est converti une fois par
      *> GCB_MIGRATION_MANDATS.
       01 MandatRecord.
          05 CleMandat.
             10 NumeroCompteMandat PIC 9(6).
             10 CreancierMandat PIC X(12).
          05 DateSignatureMandat PIC 9(8).
          05 PlafondMandat PIC 9(5)V99.
             *> 0 = pas de plafond par collecte.
