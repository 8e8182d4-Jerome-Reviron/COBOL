      *> Journal de reprise - GCBJournalRepriseFile. Image APRES de
      *> chaque enregistrement que GCB_WRITE écrit ou réécrit dans
      *> GCBComptesFile ("C") et GCBHistoriqueFile ("H"), dans l'ordre
      *> des écritures. Le journal est coupé à chaque sauvegarde
      *> conjointe des deux fichiers par GCB_SAUVEGARDE : le segment
      *> courant est archivé et le nouveau segment s'ouvre sur une
      *> ligne d'entête "E" portant la date de l'instantané et le
      *> premier numéro attendu. GCB_REPRISE_JOURNAL rejoue un
      *> segment sur l'instantané restauré par GCB_RESTAURATION.
      *>  - NumJrnReprise : numéro continu (GCBJournalRepriseSeqFile),
      *>    jamais remis à zéro d'un segment à l'autre ; sur l'entête,
      *>    premier numéro du segment ;
      *>  - DateJrnReprise / HeureJrnReprise : horodatage système de
      *>    l'écriture ; sur l'entête, date de l'instantané et heure de
      *>    la coupure ;
      *>  - ChecksumJrnReprise : total de contrôle de la ligne (octets
      *>    de l'image pondérés par leur rang, plus type, numéro et
      *>    horodatage), recalculé à la reprise.
       01 JournalRepriseRecord.
          05 TypeJrnReprise PIC X(1).
          05 NumJrnReprise PIC 9(8).
          05 DateJrnReprise PIC 9(8).
          05 HeureJrnReprise PIC 9(6).
          05 ChecksumJrnReprise PIC 9(12).
          05 ImageJrnReprise PIC X(200).
