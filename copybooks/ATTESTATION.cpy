      *> Registre des attestations de solde - GCBAttestationsFile.
      *> Une ligne par attestation délivrée par GCB_ATTESTATIONS aux
      *> commissaires aux comptes ou aux notaires : le numéro est
      *> imprimé sur l'attestation et repris à l'identique sur toute
      *> réédition (marquée DUPLICATA), pour qu'un exemplaire
      *> réimprimé soit toujours reconnu.
       01 AttestationRecord.
          05 NumAttestation PIC 9(6).
          05 NumClientAttestation PIC 9(6).
          05 DateArreteAttestation PIC 9(8).
          05 DateEditionAttestation PIC 9(8).
          05 DestinataireAttestation PIC X(30).
          05 SignataireAttestation PIC X(30).
             *> Signataire de la banque ; l'édition est visée par un
             *> superviseur (code "E" de GCB_AUTORISATION).
          05 NbReeditionsAttestation PIC 9(3).
