      *> (total servi par GCB_ENVELOPPES). Dépenser l'argent d'une
      *> enveloppe exige de la libérer d'abord. Entretenues dans le
      *> menu enveloppes de GCB2.
      *> Fichier INDEXE (GCBEnveloppesFile.dat) sur la clé composée
      *> CleEnveloppe (compte, libellé) : les enveloppes d'un compte
      *> se lisent par START sur le compte en tête de clé. L'ancien
      *> fichier ligne séquentielle est converti une fois par
      *> GCB_MIGRATION_ENVELOPPES.
       01 EnveloppeRecord.
          05 CleEnveloppe.
             10 NumeroCompteEnveloppe PIC 9(6).
             10 LibelleEnveloppe PIC X(20).
          05 MontantEnveloppe PIC 9(5)V99.
          05 ObjectifEnveloppe PIC 9(5)V99.
             *> 0 = pas d'objectif chiffré.
