IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_ATTESTATIONS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBAttestationsFile
        FILE STATUS IS WS-ATT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBAttestationsFile.txt".
    SELECT GCBAttestationSeqFile
        FILE STATUS IS WS-ASEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBAttestationSeqFile.txt".
    SELECT GCBClientsFile
        FILE STATUS IS WS-CLI-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumClient OF ClientRecord
        ASSIGN TO "GCBClientsFile.dat".
    SELECT GCBComptesFile
        FILE STATUS IS WS-CPT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumeroCompte OF ComptesRecord
        ASSIGN TO "GCBComptesFile.dat".
    SELECT GCBPretsFile
        FILE STATUS IS WS-PRET-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBPretsFile.txt".
    SELECT GCBEcheancierFile
        FILE STATUS IS WS-ECH-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBEcheancierFile.txt".
    SELECT GCBTermesFile
        FILE STATUS IS WS-TERME-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBTermesFile.txt".
    SELECT GCBCartesFile
        FILE STATUS IS WS-CARTE-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumCarte
        ALTERNATE RECORD KEY IS NumeroCompteCarte
            WITH DUPLICATES
        ASSIGN TO "GCBCartesFile.dat".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".
    SELECT AttestationSoldeFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomAttestation.

DATA DIVISION.
FILE SECTION.
   FD GCBAttestationsFile.
   COPY ATTESTATION.

   FD GCBAttestationSeqFile.
   01 AttestationSeqRecord PIC 9(6).

   FD GCBClientsFile.
   COPY CLIENT.

   FD GCBComptesFile.
   COPY COMPTES.

   FD GCBPretsFile.
   COPY PRET.

   FD GCBEcheancierFile.
   COPY ECHEANCIER.

   FD GCBTermesFile.
   COPY TERME.

   FD GCBCartesFile.
   COPY CARTE.

   FD GCBJourFile.
   COPY JOUR.

   FD AttestationSoldeFile.
   01 LigneAttestation PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-ATT-STATUS PIC 99.
   01 WS-ASEQ-STATUS PIC 99.
   01 WS-CLI-STATUS PIC 99.
   01 WS-CPT-STATUS PIC 99.
   01 WS-PRET-STATUS PIC 99.
   01 WS-ECH-STATUS PIC 99.
   01 WS-TERME-STATUS PIC 99.
   01 WS-CARTE-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-EOF-ECH PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-DerniereSeq PIC 9(6) VALUE 0.
   01 WS-NouvelleSeq PIC 9(6) VALUE 0.
   01 WS-Autorise PIC X.
   01 WS-CodeOperation PIC X VALUE "E".
   01 WS-ReferenceOperation PIC X(12).

      *> Attestation en cours d'édition (nouvelle ou réédition).
   01 WS-NumAttestation PIC 9(6).
   01 WS-NumClientDemande PIC 9(6).
   01 WS-NomClientDemande PIC X(30).
   01 WS-AdresseClient PIC X(40).
   01 WS-ClientTrouve PIC X VALUE "N".
   01 WS-DateArrete PIC 9(8).
   01 WS-DateEditionOrigine PIC 9(8).
   01 WS-Destinataire PIC X(30).
   01 WS-Signataire PIC X(30).
   01 WS-Duplicata PIC X VALUE "N".
   01 WS-NbReeditions PIC 9(3) VALUE 0.
   01 WS-NumAttestationSaisi PIC 9(6).
   01 WS-AttestationTrouvee PIC X VALUE "N".

      *> Comptes du client, collectés d'un balayage de
      *> GCBComptesFile comme dans GCB_SUCCESSIONS.
   01 WS-NbComptesClient PIC 9(2) VALUE 0.
   01 IdxCompte PIC 9(2).
   01 JdxCompte PIC 9(2).
   01 TableComptesClient OCCURS 50 TIMES.
      05 NumCompteClient PIC 9(6).
      05 StatutCompteClient PIC X(1).
      05 DeviseCompteClient PIC X(3).
      05 ProduitCompteClient PIC X(2).
   01 WS-CompteCherche PIC 9(6).
   01 WS-CompteDuClient PIC X VALUE "N".

   01 WS-SoldeArrete PIC S9(5)V99.
   01 WS-CompteTrouve PIC X(1).
   01 WS-CapitalArrete PIC S9(7)V99.
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-NbComptesAtteste PIC 9(2) VALUE 0.
   01 WS-NbPretsAtteste PIC 9(3) VALUE 0.
   01 WS-NbTermesAtteste PIC 9(3) VALUE 0.
   01 WS-NbCartesAtteste PIC 9(3) VALUE 0.
   01 WS-SoldeAff PIC -ZZZZ9.99.
   01 WS-CapitalAff PIC Z(6)9.99.
   01 WS-TauxAff PIC 9.9999.

      *> Édition datée enregistrée au catalogue des rapports.
   01 WS-NomAttestation PIC X(44).
   01 WS-LigneTravail PIC X(80).
   01 WS-TypeRapportAttestation PIC X(12) VALUE "ATTESTATION".

      *> Registre rechargé en table bornée pour compter les
      *> rééditions.
   01 WS-NbAttestations PIC 9(3) VALUE 0.
   01 IdxAttestation PIC 9(3).
   01 WS-TableSaturee PIC X VALUE "N".
   01 TableAttestations OCCURS 500 TIMES.
      05 LigneRegistre PIC X(91).

      *> Attestations de solde pour les commissaires aux comptes et
      *> les notaires : pour un client et une date d'arrêté, le solde
      *> de chaque compte reconstitué à cette date par GCB_SOLDE_DATE
      *> (historique vivant puis archive), le capital restant dû des
      *> prêts à la même date d'après l'échéancier, les dépôts à
      *> terme et les cartes actives. L'attestation est numérotée,
      *> visée par un superviseur (code "E" de GCB_AUTORISATION),
      *> écrite dans un fichier daté et enregistrée au catalogue ;
      *> une réédition reprend le même numéro, marquée DUPLICATA.

PROCEDURE DIVISION.
   PERFORM LIRE-DATE-JOUR.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== ATTESTATIONS DE SOLDE ==="
      DISPLAY "1. Établir une attestation"
      DISPLAY "2. Rééditer une attestation (duplicata)"
      DISPLAY "3. Lister le registre des attestations"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1 PERFORM ETABLIR-ATTESTATION
         WHEN 2 PERFORM REEDITER-ATTESTATION
         WHEN 3 PERFORM LISTER-ATTESTATIONS
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-PERFORM.
   STOP RUN.

LIRE-DATE-JOUR.
      *> Même repli que OBTENIR-DATE-TRAITEMENT dans GCB_WRITE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   OPEN INPUT GCBJourFile.
   IF WS-JOUR-STATUS = "00"
      READ GCBJourFile
         AT END CONTINUE
         NOT AT END MOVE DateJourFile TO WS-DateJour
      END-READ
      CLOSE GCBJourFile
   END-IF.

OBTENIR-NUMERO-ATTESTATION.
      *> Même mécanisme de séquence monotone que GCBSequenceFile dans
      *> GCB_WRITE.
   MOVE 0 TO WS-DerniereSeq.
   OPEN INPUT GCBAttestationSeqFile.
   IF WS-ASEQ-STATUS = "00"
      READ GCBAttestationSeqFile
         AT END CONTINUE
         NOT AT END MOVE AttestationSeqRecord TO WS-DerniereSeq
      END-READ
      CLOSE GCBAttestationSeqFile
   END-IF.
   COMPUTE WS-NouvelleSeq = WS-DerniereSeq + 1.
   MOVE WS-NouvelleSeq TO AttestationSeqRecord.
   OPEN OUTPUT GCBAttestationSeqFile.
   WRITE AttestationSeqRecord.
   CLOSE GCBAttestationSeqFile.

LIRE-CLIENT.
   MOVE "N" TO WS-ClientTrouve.
   OPEN INPUT GCBClientsFile.
   IF WS-CLI-STATUS NOT = "00"
      DISPLAY "GCBClientsFile indisponible (statut "
          WS-CLI-STATUS ")."
   ELSE
      MOVE WS-NumClientDemande TO NumClient OF ClientRecord
      READ GCBClientsFile
         INVALID KEY
            DISPLAY "Client " WS-NumClientDemande " inconnu."
         NOT INVALID KEY
            MOVE "O" TO WS-ClientTrouve
            MOVE NomClient TO WS-NomClientDemande
            MOVE AdresseClient TO WS-AdresseClient
      END-READ
      CLOSE GCBClientsFile
   END-IF.

COLLECTER-COMPTES-CLIENT.
   MOVE 0 TO WS-NbComptesClient.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBComptesFile.
   IF WS-CPT-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBComptesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumClientFile = WS-NumClientDemande
               AND WS-NbComptesClient < 50
               ADD 1 TO WS-NbComptesClient
               MOVE NumeroCompte OF ComptesRecord
                   TO NumCompteClient(WS-NbComptesClient)
               MOVE StatutCompteFile
                   TO StatutCompteClient(WS-NbComptesClient)
               MOVE DeviseCompteFile
                   TO DeviseCompteClient(WS-NbComptesClient)
               MOVE CodeProduitFile
                   TO ProduitCompteClient(WS-NbComptesClient)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CPT-STATUS NOT = "35"
      CLOSE GCBComptesFile
   END-IF.

CHERCHER-COMPTE-CLIENT.
   MOVE "N" TO WS-CompteDuClient.
   PERFORM VARYING JdxCompte FROM 1 BY 1
       UNTIL JdxCompte > WS-NbComptesClient
      IF NumCompteClient(JdxCompte) = WS-CompteCherche
         MOVE "O" TO WS-CompteDuClient
      END-IF
   END-PERFORM.

ETABLIR-ATTESTATION.
   DISPLAY "Numéro de client : ".
   ACCEPT WS-NumClientDemande.
   PERFORM LIRE-CLIENT.
   IF WS-ClientTrouve NOT = "O"
      DISPLAY "Attestation abandonnée."
   ELSE
      DISPLAY "Client " WS-NumClientDemande " : " WS-NomClientDemande
      DISPLAY "Date d'arrêté des soldes (AAAAMMJJ) : "
      ACCEPT WS-DateArrete
      DISPLAY "Destinataire (commissaire aux comptes, notaire...) : "
      ACCEPT WS-Destinataire
      DISPLAY "Signataire pour la banque (nom et qualité) : "
      ACCEPT WS-Signataire
      IF WS-DateArrete = 0 OR WS-DateArrete > WS-DateJour
         DISPLAY "Date d'arrêté invalide (postérieure à la journée "
             WS-DateJour ")."
      ELSE
      IF WS-Signataire = SPACES
         DISPLAY "Signataire obligatoire : attestation non établie."
      ELSE
         MOVE SPACES TO WS-ReferenceOperation
         STRING "CLI" WS-NumClientDemande
             DELIMITED BY SIZE INTO WS-ReferenceOperation
         CALL 'GCB_AUTORISATION' USING WS-CodeOperation
             WS-ReferenceOperation WS-Autorise
         IF WS-Autorise NOT = "O"
            DISPLAY "Visa superviseur refusé : attestation non "
                "établie."
         ELSE
            PERFORM OBTENIR-NUMERO-ATTESTATION
            MOVE WS-NouvelleSeq TO WS-NumAttestation
            MOVE WS-DateJour TO WS-DateEditionOrigine
            MOVE "N" TO WS-Duplicata
            PERFORM ENREGISTRER-ATTESTATION
            PERFORM EDITER-ATTESTATION
         END-IF
      END-IF
      END-IF
   END-IF.

ENREGISTRER-ATTESTATION.
   OPEN EXTEND GCBAttestationsFile.
   IF WS-ATT-STATUS = "35"
      OPEN OUTPUT GCBAttestationsFile
   END-IF.
   IF WS-ATT-STATUS NOT = "00"
      DISPLAY "GCB_ATTESTATIONS: erreur ouverture, statut "
          WS-ATT-STATUS
   ELSE
      MOVE WS-NumAttestation TO NumAttestation
      MOVE WS-NumClientDemande TO NumClientAttestation
      MOVE WS-DateArrete TO DateArreteAttestation
      MOVE WS-DateEditionOrigine TO DateEditionAttestation
      MOVE WS-Destinataire TO DestinataireAttestation
      MOVE WS-Signataire TO SignataireAttestation
      MOVE 0 TO NbReeditionsAttestation
      WRITE AttestationRecord
      CLOSE GCBAttestationsFile
   END-IF.

CHARGER-TABLE-ATTESTATIONS.
   MOVE 0 TO WS-NbAttestations.
   MOVE "N" TO WS-TableSaturee.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBAttestationsFile.
   IF WS-ATT-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBAttestationsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbAttestations < 500
               ADD 1 TO WS-NbAttestations
               MOVE AttestationRecord
                   TO LigneRegistre(WS-NbAttestations)
            ELSE
               MOVE "O" TO WS-TableSaturee
            END-IF
      END-READ
   END-PERFORM.
   IF WS-ATT-STATUS NOT = "35"
      CLOSE GCBAttestationsFile
   END-IF.

REEDITER-ATTESTATION.
      *> Le duplicata reprend le client, la date d'arrêté, le
      *> destinataire et le signataire du registre : les soldes à une
      *> date passée ne bougent plus, le contenu est le même que
      *> l'original.
   DISPLAY "Numéro de l'attestation : ".
   ACCEPT WS-NumAttestationSaisi.
   PERFORM CHARGER-TABLE-ATTESTATIONS.
   MOVE "N" TO WS-AttestationTrouvee.
   PERFORM VARYING IdxAttestation FROM 1 BY 1
       UNTIL IdxAttestation > WS-NbAttestations
          OR WS-AttestationTrouvee = "O"
      MOVE LigneRegistre(IdxAttestation) TO AttestationRecord
      IF NumAttestation = WS-NumAttestationSaisi
         MOVE "O" TO WS-AttestationTrouvee
      END-IF
   END-PERFORM.
   IF WS-AttestationTrouvee = "N"
      DISPLAY "Attestation " WS-NumAttestationSaisi " introuvable."
   ELSE
      SUBTRACT 1 FROM IdxAttestation
      MOVE NumAttestation TO WS-NumAttestation
      MOVE NumClientAttestation TO WS-NumClientDemande
      MOVE DateArreteAttestation TO WS-DateArrete
      MOVE DateEditionAttestation TO WS-DateEditionOrigine
      MOVE DestinataireAttestation TO WS-Destinataire
      MOVE SignataireAttestation TO WS-Signataire
      ADD 1 TO NbReeditionsAttestation
      MOVE NbReeditionsAttestation TO WS-NbReeditions
      MOVE AttestationRecord TO LigneRegistre(IdxAttestation)
      PERFORM LIRE-CLIENT
      IF WS-ClientTrouve NOT = "O"
         DISPLAY "Réédition abandonnée."
      ELSE
         IF WS-TableSaturee = "N"
            OPEN OUTPUT GCBAttestationsFile
            PERFORM VARYING IdxAttestation FROM 1 BY 1
                UNTIL IdxAttestation > WS-NbAttestations
               MOVE LigneRegistre(IdxAttestation)
                   TO AttestationRecord
               WRITE AttestationRecord
            END-PERFORM
            CLOSE GCBAttestationsFile
         END-IF
         MOVE "O" TO WS-Duplicata
         PERFORM EDITER-ATTESTATION
      END-IF
   END-IF.

LISTER-ATTESTATIONS.
   PERFORM CHARGER-TABLE-ATTESTATIONS.
   IF WS-NbAttestations = 0
      DISPLAY "Aucune attestation délivrée."
   ELSE
      PERFORM VARYING IdxAttestation FROM 1 BY 1
          UNTIL IdxAttestation > WS-NbAttestations
         MOVE LigneRegistre(IdxAttestation) TO AttestationRecord
         DISPLAY NumAttestation " client " NumClientAttestation
             " arrêté " DateArreteAttestation " édité "
             DateEditionAttestation " pour "
             FUNCTION TRIM(DestinataireAttestation) " ("
             NbReeditionsAttestation " réédition(s))"
      END-PERFORM
   END-IF.

EDITER-ATTESTATION.
   MOVE SPACES TO WS-NomAttestation.
   STRING "GCBAttestation" WS-NumAttestation "_" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomAttestation.
   MOVE 0 TO WS-NbLignesEditees.
   PERFORM COLLECTER-COMPTES-CLIENT.
   OPEN OUTPUT AttestationSoldeFile.
   IF WS-Duplicata = "O"
      MOVE SPACES TO WS-LigneTravail
      STRING "DUPLICATA - réédition " WS-NbReeditions " du "
          WS-DateJour DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-ATTESTATION
   END-IF.
   MOVE SPACES TO WS-LigneTravail.
   STRING "ATTESTATION DE SOLDES N° " WS-NumAttestation
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ATTESTATION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Établie le " WS-DateEditionOrigine " à l'attention de "
       WS-Destinataire DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ATTESTATION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Client " WS-NumClientDemande " : " WS-NomClientDemande
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ATTESTATION.
   MOVE WS-AdresseClient TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ATTESTATION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Situation arrêtée au " WS-DateArrete " au soir."
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ATTESTATION.
   PERFORM ATTESTER-COMPTES.
   PERFORM ATTESTER-PRETS.
   PERFORM ATTESTER-TERMES.
   PERFORM ATTESTER-CARTES.
   MOVE SPACES TO WS-LigneTravail.
   STRING WS-NbComptesAtteste " compte(s), " WS-NbPretsAtteste
       " prêt(s), " WS-NbTermesAtteste " dépôt(s) à terme, "
       WS-NbCartesAtteste " carte(s)."
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ATTESTATION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Certifié exact. Le signataire : " WS-Signataire
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ATTESTATION.
   CLOSE AttestationSoldeFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportAttestation
       WS-DateJour WS-NbLignesEditees WS-NomAttestation.
   DISPLAY "Attestation " WS-NumAttestation " écrite dans "
       FUNCTION TRIM(WS-NomAttestation) ".".

ATTESTER-COMPTES.
   MOVE 0 TO WS-NbComptesAtteste.
   MOVE "COMPTES - solde à la date d'arrêté" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ATTESTATION.
   PERFORM VARYING IdxCompte FROM 1 BY 1
       UNTIL IdxCompte > WS-NbComptesClient
      CALL 'GCB_SOLDE_DATE' USING NumCompteClient(IdxCompte)
          WS-DateArrete WS-SoldeArrete WS-CompteTrouve
         *> Un compte clôturé à zéro à la date d'arrêté n'est pas
         *> attesté.
      IF WS-CompteTrouve = "O"
         AND NOT (StatutCompteClient(IdxCompte) = "I"
                  AND WS-SoldeArrete = 0)
         MOVE WS-SoldeArrete TO WS-SoldeAff
         MOVE SPACES TO WS-LigneTravail
         STRING "  Compte " NumCompteClient(IdxCompte)
             " produit " ProduitCompteClient(IdxCompte)
             " solde " WS-SoldeAff " " DeviseCompteClient(IdxCompte)
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-ATTESTATION
         ADD 1 TO WS-NbComptesAtteste
      END-IF
   END-PERFORM.

ATTESTER-PRETS.
      *> Capital restant dû à la date d'arrêté : montant prêté moins
      *> la part capital des échéances payées échues à cette date.
      *> Un prêt décaissé après l'arrêté n'est pas attesté, pas plus
      *> qu'un financement de chantier accordé non encore décaissé.
   MOVE 0 TO WS-NbPretsAtteste.
   MOVE "PRÊTS - capital restant dû" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ATTESTATION.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBPretsFile.
   IF WS-PRET-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBPretsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            MOVE NumeroComptePret TO WS-CompteCherche
            PERFORM CHERCHER-COMPTE-CLIENT
            IF WS-CompteDuClient = "O"
               AND StatutPret NOT = "D"
               AND DateDebutPret <= WS-DateArrete
               PERFORM CALCULER-CAPITAL-ARRETE
               IF WS-CapitalArrete > 0
                  MOVE WS-CapitalArrete TO WS-CapitalAff
                  MOVE SPACES TO WS-LigneTravail
                  STRING "  Prêt " NumPret " sur compte "
                      NumeroComptePret " capital restant dû "
                      WS-CapitalAff
                      DELIMITED BY SIZE INTO WS-LigneTravail
                  PERFORM ECRIRE-LIGNE-ATTESTATION
                  ADD 1 TO WS-NbPretsAtteste
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PRET-STATUS NOT = "35"
      CLOSE GCBPretsFile
   END-IF.

CALCULER-CAPITAL-ARRETE.
   MOVE MontantPret TO WS-CapitalArrete.
   MOVE "N" TO WS-EOF-ECH.
   OPEN INPUT GCBEcheancierFile.
   IF WS-ECH-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-ECH
   END-IF.
   PERFORM UNTIL WS-EOF-ECH = "Y"
      READ GCBEcheancierFile
         AT END MOVE "Y" TO WS-EOF-ECH
         NOT AT END
            IF NumPretEcheance = NumPret
               AND (StatutEcheance = "X" OR StatutEcheance = "A")
               AND DateEcheance <= WS-DateArrete
               SUBTRACT PartCapitalEcheance FROM WS-CapitalArrete
            END-IF
      END-READ
   END-PERFORM.
   IF WS-ECH-STATUS NOT = "35"
      CLOSE GCBEcheancierFile
   END-IF.

ATTESTER-TERMES.
      *> Le capital placé est le solde du compte "ET" déjà attesté
      *> ci-dessus ; on en précise les conditions. Un terme dénoué
      *> avant l'arrêté n'est plus cité.
   MOVE 0 TO WS-NbTermesAtteste.
   MOVE "DÉPÔTS À TERME" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ATTESTATION.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBTermesFile.
   IF WS-TERME-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBTermesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            MOVE NumeroCompteTerme TO WS-CompteCherche
            PERFORM CHERCHER-COMPTE-CLIENT
            IF WS-CompteDuClient = "O"
               AND (StatutTerme = "A"
                    OR DateEcheanceTerme > WS-DateArrete)
               MOVE TauxSouscritTerme TO WS-TauxAff
               MOVE SPACES TO WS-LigneTravail
               STRING "  Compte à terme " NumeroCompteTerme
                   " échéance " DateEcheanceTerme " taux "
                   WS-TauxAff " instruction " InstructionTerme
                   DELIMITED BY SIZE INTO WS-LigneTravail
               PERFORM ECRIRE-LIGNE-ATTESTATION
               ADD 1 TO WS-NbTermesAtteste
            END-IF
      END-READ
   END-PERFORM.
   IF WS-TERME-STATUS NOT = "35"
      CLOSE GCBTermesFile
   END-IF.

ATTESTER-CARTES.
   MOVE 0 TO WS-NbCartesAtteste.
   MOVE "CARTES ACTIVES" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ATTESTATION.
      *> Les cartes sont lues compte par compte du client, par la
      *> clé alternative NumeroCompteCarte.
   CALL 'GCB_MIGRATION_CARTES'.
   OPEN INPUT GCBCartesFile.
   IF WS-CARTE-STATUS = "00"
      PERFORM VARYING IdxCompte FROM 1 BY 1
          UNTIL IdxCompte > WS-NbComptesClient
         PERFORM ATTESTER-CARTES-COMPTE
      END-PERFORM
      CLOSE GCBCartesFile
   END-IF.

ATTESTER-CARTES-COMPTE.
   MOVE "N" TO WS-EOF.
   MOVE NumCompteClient(IdxCompte) TO NumeroCompteCarte.
   START GCBCartesFile KEY IS EQUAL TO NumeroCompteCarte
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBCartesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumeroCompteCarte NOT = NumCompteClient(IdxCompte)
               MOVE "Y" TO WS-EOF
            ELSE
            IF StatutCarte = "A"
               AND DateExpirationCarte >= WS-DateArrete
               MOVE SPACES TO WS-LigneTravail
               STRING "  Carte " NumCarte " sur compte "
                   NumeroCompteCarte " expire " DateExpirationCarte
                   DELIMITED BY SIZE INTO WS-LigneTravail
               PERFORM ECRIRE-LIGNE-ATTESTATION
               ADD 1 TO WS-NbCartesAtteste
            END-IF
            END-IF
      END-READ
   END-PERFORM.

ECRIRE-LIGNE-ATTESTATION.
   MOVE WS-LigneTravail TO LigneAttestation.
   WRITE LigneAttestation.
   ADD 1 TO WS-NbLignesEditees.
