IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_SUCCESSIONS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
    SELECT GCBCartesFile
        FILE STATUS IS WS-CARTE-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumCarte
        ALTERNATE RECORD KEY IS NumeroCompteCarte
            WITH DUPLICATES
        ASSIGN TO "GCBCartesFile.dat".
    SELECT GCBOrdresPermanentsFile
        FILE STATUS IS WS-ORD-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBOrdresPermanentsFile.txt".
    SELECT GCBPaiementsProgrammesFile
        FILE STATUS IS WS-PAIE-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBPaiementsProgrammesFile.txt".
    SELECT GCBTermesFile
        FILE STATUS IS WS-TERME-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBTermesFile.txt".
    SELECT GCBMandatsFile
        FILE STATUS IS WS-MANDAT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleMandat
        ASSIGN TO "GCBMandatsFile.dat".
    SELECT GCBEnveloppesFile
        FILE STATUS IS WS-ENV-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleEnveloppe
        ASSIGN TO "GCBEnveloppesFile.dat".
    SELECT GCBInterbancaireSortantFile
        FILE STATUS IS WS-SORT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBInterbancaireSortantFile.txt".
    SELECT GCBEmissionSeqFile
        FILE STATUS IS WS-EMISEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBEmissionSeqFile.txt".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".
    SELECT CertificatSuccessionFile
        FILE STATUS IS WS-CERT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomCertificat.

DATA DIVISION.
FILE SECTION.
   FD GCBClientsFile.
   COPY CLIENT.

   FD GCBComptesFile.
   COPY COMPTES.

   FD GCBCartesFile.
   COPY CARTE.

   FD GCBOrdresPermanentsFile.
   COPY ORDRES.

   FD GCBPaiementsProgrammesFile.
   COPY PAIEMENT.

   FD GCBTermesFile.
   COPY TERME.

   FD GCBMandatsFile.
   COPY MANDAT.

   FD GCBEnveloppesFile.
   COPY ENVELOPPE.

   FD GCBInterbancaireSortantFile.
   COPY INTERSORT.

   FD GCBEmissionSeqFile.
   01 EmissionSeqRecord PIC 9(6).

   FD GCBJourFile.
   COPY JOUR.

   FD CertificatSuccessionFile.
   01 LigneCertificat PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-CLI-STATUS PIC 99.
   01 WS-CPT-STATUS PIC 99.
   01 WS-CARTE-STATUS PIC 99.
   01 WS-ORD-STATUS PIC 99.
   01 WS-PAIE-STATUS PIC 99.
   01 WS-TERME-STATUS PIC 99.
   01 WS-MANDAT-STATUS PIC 99.
   01 WS-ENV-STATUS PIC 99.
   01 WS-SORT-STATUS PIC 99.
   01 WS-EMISEQ-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-CERT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-NumClientDemande PIC 9(6).
   01 WS-NomClientDemande PIC X(30).
   01 WS-DateDecesSaisie PIC 9(8).
   01 WS-NotaireSaisi PIC X(30).
   01 WS-DateDecesDossier PIC 9(8).
   01 WS-NotaireDossier PIC X(30).
   01 WS-Autorise PIC X.
   01 WS-CodeOperation PIC X VALUE "S".
   01 WS-ReferenceOperation PIC X(12).

   01 ActionSuccession PIC X(10) VALUE "SUCCESSION".
   01 ActionVirement PIC X(10) VALUE "VIREMENT".
   01 ActionVirRecu PIC X(10) VALUE "VIR-RECU".
   01 ActionVirExterne PIC X(10) VALUE "VIR-EXT".
   01 ActionCloture PIC X(10) VALUE "CLOTURE".
   01 WS-MontantZero PIC S9(5)V99 VALUE 0.

      *> Comptes du client, collectés d'un balayage de
      *> GCBComptesFile comme dans GCB_RGPD.
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

      *> Compte lu par GCB_LECTURE avant chaque écriture GCB_WRITE.
   01 WS-SoldeCompte PIC S9(5)V99.
   01 WS-StatutCompte PIC X(1).
   01 WS-PinCompte PIC 9(4).
   01 WS-DeviseCompte PIC X(3).
   01 WS-NomTitulaire PIC X(30).
   01 WS-CompteJoint PIC X(1).
   01 WS-NomCotitulaire PIC X(30).
   01 WS-Beneficiaire PIC X(30).
   01 WS-SoldeZero PIC S9(5)V99 VALUE 0.

      *> Compte d'un héritier crédité à la clôture du dossier.
   01 WS-CompteHeritier PIC 9(6).
   01 WS-SoldeHeritier PIC S9(5)V99.
   01 WS-StatutHeritier PIC X(1).
   01 WS-PinHeritier PIC 9(4).
   01 WS-DeviseHeritier PIC X(3).
   01 WS-NomHeritier PIC X(30).
   01 WS-JointHeritier PIC X(1).
   01 WS-CotitulaireHeritier PIC X(30).
   01 WS-BeneficiaireHeritier PIC X(30).
   01 WS-MontantConverti PIC S9(5)V99.

   01 WS-TypeVersement PIC 9 VALUE 0.
   01 WS-MontantPart PIC S9(5)V99.
   01 WS-AbandonCompte PIC X VALUE "N".
   01 WS-ToutCloture PIC X VALUE "O".
   01 WS-BanqueDest PIC X(11).
   01 WS-RefCompteDest PIC X(23).
   01 WS-DerniereEmission PIC 9(6) VALUE 0.
   01 WS-NouvelleEmission PIC 9(6) VALUE 0.

      *> Fichiers ligne séquentielle des produits rattachés (ordres,
      *> paiements, termes) : chacun est rechargé tel quel dans cette
      *> table puis réécrit avec les seuls statuts des comptes du
      *> défunt modifiés ; un fichier plus long que la table n'est
      *> pas réécrit du tout plutôt que tronqué. Les cartes, mandats
      *> et enveloppes, en fichiers indexés, sont lus compte par
      *> compte et réécrits un à un.
   01 WS-NbLignes PIC 9(3) VALUE 0.
   01 IdxLigne PIC 9(3).
   01 WS-TableSaturee PIC X VALUE "N".
   01 TableLignes OCCURS 500 TIMES.
      05 LigneBrute PIC X(60).
   01 WS-NbCartesBloquees PIC 9(3) VALUE 0.
   01 WS-NbOrdresSuspendus PIC 9(3) VALUE 0.
   01 WS-NbPaiementsSuspendus PIC 9(3) VALUE 0.
   01 WS-NbProduitsSoldes PIC 9(3) VALUE 0.
   01 WS-NbModifies PIC 9(3) VALUE 0.

      *> Certificat de soldes au décès remis au notaire.
   01 WS-NomCertificat PIC X(44).
   01 WS-LigneTravail PIC X(80).
   01 WS-NbLignesCertificat PIC 9(6) VALUE 0.
   01 WS-TypeRapportCertificat PIC X(12) VALUE "SUCCESSION".
   01 WS-SoldeAuDeces PIC S9(5)V99.
   01 WS-CompteTrouve PIC X(1).
   01 WS-SoldeAff PIC -ZZZZ9.99.
   01 WS-NbComptesCertifies PIC 9(2) VALUE 0.

      *> Dossier de succession d'un client décédé. Remplace la
      *> tournée de GCB_CARTES, GCB_ORDRES_PERMANENTS, GCB_MANDATS,
      *> GCB_PRELEVEMENTS, GCB_ENVELOPPES et GCB_TERMES où un produit
      *> finissait toujours par être oublié :
      *>  - ouverture (visa superviseur, code "S" de
      *>    GCB_AUTORISATION) : chaque compte du client passe en
      *>    statut "S" par GCB_WRITE (GCB2 n'y poste plus rien et
      *>    GCB_PRELEVEMENTS rejette les collectes au motif DECEDE),
      *>    les cartes sont bloquées, les ordres permanents et les
      *>    paiements programmés suspendus, puis le certificat des
      *>    soldes à la date du décès part au notaire ;
      *>  - clôture : l'avoir de chaque compte est versé aux
      *>    héritiers, sur leurs comptes chez nous (VIREMENT /
      *>    VIR-RECU) ou sur un compte d'une autre banque (notaire,
      *>    héritier) par VIR-EXT et GCBInterbancaireSortantFile comme
      *>    le VIREMENT-EXTERNE de GCB2 ; chaque compte soldé est
      *>    clôturé, puis mandats, enveloppes et termes sont soldés.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_CARTES'.
   CALL 'GCB_MIGRATION_MANDATS'.
   CALL 'GCB_MIGRATION_ENVELOPPES'.
   PERFORM LIRE-DATE-JOUR.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== DOSSIERS DE SUCCESSION ==="
      DISPLAY "1. Ouvrir un dossier (déclaration de décès)"
      DISPLAY "2. Rééditer le certificat de soldes au décès"
      DISPLAY "3. Clôturer le dossier (versement aux héritiers)"
      DISPLAY "4. Consulter un dossier"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1 PERFORM OUVRIR-DOSSIER
         WHEN 2 PERFORM REEDITER-CERTIFICAT
         WHEN 3 PERFORM CLOTURER-DOSSIER
         WHEN 4 PERFORM CONSULTER-DOSSIER
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

LIRE-CLIENT-DEMANDE.
   DISPLAY "Numéro de client : ".
   ACCEPT WS-NumClientDemande.
   OPEN INPUT GCBClientsFile.
   IF WS-CLI-STATUS NOT = "00"
      DISPLAY "GCBClientsFile indisponible (statut "
          WS-CLI-STATUS ")."
      MOVE 0 TO WS-NumClientDemande
   ELSE
      MOVE WS-NumClientDemande TO NumClient OF ClientRecord
      READ GCBClientsFile
         INVALID KEY
            DISPLAY "Client " WS-NumClientDemande " inconnu."
            MOVE 0 TO WS-NumClientDemande
         NOT INVALID KEY
            MOVE NomClient TO WS-NomClientDemande
            MOVE DateDecesClient TO WS-DateDecesDossier
            MOVE NotaireSuccessionClient TO WS-NotaireDossier
      END-READ
      CLOSE GCBClientsFile
   END-IF.

DEMANDER-VISA.
   MOVE SPACES TO WS-ReferenceOperation.
   STRING "CLI" WS-NumClientDemande
       DELIMITED BY SIZE INTO WS-ReferenceOperation.
   CALL 'GCB_AUTORISATION' USING WS-CodeOperation
       WS-ReferenceOperation WS-Autorise.

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

OUVRIR-DOSSIER.
   PERFORM LIRE-CLIENT-DEMANDE.
   IF WS-NumClientDemande = 0
      DISPLAY "Ouverture abandonnée."
   ELSE
   IF StatutSuccessionClient = "O" OR StatutSuccessionClient = "C"
      DISPLAY "Un dossier de succession existe déjà pour ce client "
          "(statut " StatutSuccessionClient ")."
   ELSE
      DISPLAY "Client " WS-NumClientDemande " : " WS-NomClientDemande
      DISPLAY "Date du décès (AAAAMMJJ) : "
      ACCEPT WS-DateDecesSaisie
      IF WS-DateDecesSaisie = 0 OR WS-DateDecesSaisie > WS-DateJour
         DISPLAY "Date du décès invalide (postérieure à la journée "
             WS-DateJour ")."
      ELSE
         DISPLAY "Notaire chargé de la succession : "
         ACCEPT WS-NotaireSaisi
         PERFORM DEMANDER-VISA
         IF WS-Autorise NOT = "O"
            DISPLAY "Visa superviseur refusé : dossier non ouvert."
         ELSE
            PERFORM COLLECTER-COMPTES-CLIENT
            PERFORM GELER-COMPTES
            PERFORM BLOQUER-CARTES
            PERFORM SUSPENDRE-ORDRES
            PERFORM SUSPENDRE-PAIEMENTS
            PERFORM MARQUER-CLIENT-DECEDE
            MOVE WS-DateDecesSaisie TO WS-DateDecesDossier
            MOVE WS-NotaireSaisi TO WS-NotaireDossier
            PERFORM EDITER-CERTIFICAT
            DISPLAY "Dossier ouvert : " WS-NbComptesClient
                " compte(s) gelé(s), " WS-NbCartesBloquees
                " carte(s) bloquée(s), " WS-NbOrdresSuspendus
                " ordre(s) et " WS-NbPaiementsSuspendus
                " paiement(s) programmé(s) suspendu(s)."
         END-IF
      END-IF
   END-IF
   END-IF.

GELER-COMPTES.
      *> Passage en "S" par GCB_WRITE (mouvement neutre SUCCESSION),
      *> comme GCB_DORMANCE pose le "D" : le gel est tracé dans
      *> l'historique. Les comptes déjà clôturés restent "I".
   PERFORM VARYING IdxCompte FROM 1 BY 1
       UNTIL IdxCompte > WS-NbComptesClient
      IF StatutCompteClient(IdxCompte) NOT = "I"
         MOVE 0 TO WS-SoldeCompte
         CALL 'GCB_LECTURE' USING NumCompteClient(IdxCompte)
             WS-SoldeCompte WS-StatutCompte WS-PinCompte
             WS-DeviseCompte WS-NomTitulaire WS-CompteJoint
             WS-NomCotitulaire WS-Beneficiaire
         IF WS-StatutCompte NOT = "N"
            CALL 'GCB_WRITE' USING NumCompteClient(IdxCompte)
                ActionSuccession WS-MontantZero WS-SoldeCompte
                WS-PinCompte WS-DeviseCompte WS-NomTitulaire
                WS-CompteJoint WS-NomCotitulaire WS-Beneficiaire "S"
            MOVE "S" TO StatutCompteClient(IdxCompte)
         END-IF
      END-IF
   END-PERFORM.

BLOQUER-CARTES.
   MOVE 0 TO WS-NbCartesBloquees.
   OPEN I-O GCBCartesFile.
   IF WS-CARTE-STATUS = "00"
      PERFORM VARYING IdxCompte FROM 1 BY 1
          UNTIL IdxCompte > WS-NbComptesClient
         PERFORM BLOQUER-CARTES-COMPTE
      END-PERFORM
      CLOSE GCBCartesFile
   END-IF.

BLOQUER-CARTES-COMPTE.
      *> Cartes du compte par la clé alternative NumeroCompteCarte.
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
               MOVE "B" TO StatutCarte
               REWRITE CarteRecord
               ADD 1 TO WS-NbCartesBloquees
            END-IF
            END-IF
      END-READ
   END-PERFORM.

SUSPENDRE-ORDRES.
      *> Un ordre est suspendu dès qu'un de ses deux comptes est au
      *> défunt : ni débit du compte gelé, ni crédit qui n'y serait
      *> de toute façon plus posté.
   MOVE 0 TO WS-NbOrdresSuspendus.
   MOVE 0 TO WS-NbLignes.
   MOVE "N" TO WS-TableSaturee.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBOrdresPermanentsFile.
   IF WS-ORD-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBOrdresPermanentsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbLignes < 500
               MOVE NumCompteSourceOrdre TO WS-CompteCherche
               PERFORM CHERCHER-COMPTE-CLIENT
               IF WS-CompteDuClient = "N"
                  MOVE NumCompteDestOrdre TO WS-CompteCherche
                  PERFORM CHERCHER-COMPTE-CLIENT
               END-IF
               IF WS-CompteDuClient = "O" AND StatutOrdre NOT = "S"
                  MOVE "S" TO StatutOrdre
                  ADD 1 TO WS-NbOrdresSuspendus
               END-IF
               ADD 1 TO WS-NbLignes
               MOVE OrdrePermanentRecord TO LigneBrute(WS-NbLignes)
            ELSE
               MOVE "O" TO WS-TableSaturee
            END-IF
      END-READ
   END-PERFORM.
   IF WS-ORD-STATUS NOT = "35"
      CLOSE GCBOrdresPermanentsFile
   END-IF.
   IF WS-TableSaturee = "O"
      DISPLAY "GCBOrdresPermanentsFile trop volumineux : ordres non "
          "suspendus."
      MOVE 0 TO WS-NbOrdresSuspendus
   ELSE
   IF WS-NbOrdresSuspendus > 0
      OPEN OUTPUT GCBOrdresPermanentsFile
      PERFORM VARYING IdxLigne FROM 1 BY 1
          UNTIL IdxLigne > WS-NbLignes
         MOVE LigneBrute(IdxLigne) TO OrdrePermanentRecord
         WRITE OrdrePermanentRecord AFTER ADVANCING 1 LINE
      END-PERFORM
      CLOSE GCBOrdresPermanentsFile
   END-IF
   END-IF.

SUSPENDRE-PAIEMENTS.
   MOVE 0 TO WS-NbPaiementsSuspendus.
   MOVE 0 TO WS-NbLignes.
   MOVE "N" TO WS-TableSaturee.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBPaiementsProgrammesFile.
   IF WS-PAIE-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBPaiementsProgrammesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbLignes < 500
               MOVE CompteSourcePaiement TO WS-CompteCherche
               PERFORM CHERCHER-COMPTE-CLIENT
               IF WS-CompteDuClient = "N"
                  MOVE CompteDestPaiement TO WS-CompteCherche
                  PERFORM CHERCHER-COMPTE-CLIENT
               END-IF
               IF WS-CompteDuClient = "O" AND StatutPaiement = "P"
                  MOVE "S" TO StatutPaiement
                  ADD 1 TO WS-NbPaiementsSuspendus
               END-IF
               ADD 1 TO WS-NbLignes
               MOVE PaiementProgrammeRecord TO LigneBrute(WS-NbLignes)
            ELSE
               MOVE "O" TO WS-TableSaturee
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PAIE-STATUS NOT = "35"
      CLOSE GCBPaiementsProgrammesFile
   END-IF.
   IF WS-TableSaturee = "O"
      DISPLAY "GCBPaiementsProgrammesFile trop volumineux : "
          "paiements non suspendus."
      MOVE 0 TO WS-NbPaiementsSuspendus
   ELSE
   IF WS-NbPaiementsSuspendus > 0
      OPEN OUTPUT GCBPaiementsProgrammesFile
      PERFORM VARYING IdxLigne FROM 1 BY 1
          UNTIL IdxLigne > WS-NbLignes
         MOVE LigneBrute(IdxLigne) TO PaiementProgrammeRecord
         WRITE PaiementProgrammeRecord
      END-PERFORM
      CLOSE GCBPaiementsProgrammesFile
   END-IF
   END-IF.

MARQUER-CLIENT-DECEDE.
   OPEN I-O GCBClientsFile.
   MOVE WS-NumClientDemande TO NumClient OF ClientRecord.
   READ GCBClientsFile
      INVALID KEY CONTINUE
      NOT INVALID KEY
         MOVE WS-DateDecesSaisie TO DateDecesClient
         MOVE WS-NotaireSaisi TO NotaireSuccessionClient
         MOVE "O" TO StatutSuccessionClient
         REWRITE ClientRecord
   END-READ.
   CLOSE GCBClientsFile.

REEDITER-CERTIFICAT.
   PERFORM LIRE-CLIENT-DEMANDE.
   IF WS-NumClientDemande = 0
      DISPLAY "Édition abandonnée."
   ELSE
   IF StatutSuccessionClient NOT = "O"
      AND StatutSuccessionClient NOT = "C"
      DISPLAY "Aucun dossier de succession pour ce client."
   ELSE
      MOVE 0 TO WS-NbCartesBloquees
      MOVE 0 TO WS-NbOrdresSuspendus
      MOVE 0 TO WS-NbPaiementsSuspendus
      PERFORM COLLECTER-COMPTES-CLIENT
      PERFORM EDITER-CERTIFICAT
   END-IF
   END-IF.

EDITER-CERTIFICAT.
      *> Fichier daté du jour d'édition, solde de chaque compte
      *> reconstitué au soir du décès par GCB_SOLDE_DATE, puis
      *> enregistré au catalogue des rapports.
   MOVE SPACES TO WS-NomCertificat.
   STRING "GCBCertificatSucc" WS-NumClientDemande "_" WS-DateJour
       ".txt" DELIMITED BY SIZE INTO WS-NomCertificat.
   MOVE 0 TO WS-NbLignesCertificat.
   MOVE 0 TO WS-NbComptesCertifies.
   OPEN OUTPUT CertificatSuccessionFile.
   MOVE "CERTIFICAT DE SOLDES - SUCCESSION" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-CERTIFICAT.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Client " WS-NumClientDemande " : " WS-NomClientDemande
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-CERTIFICAT.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Soldes au " WS-DateDecesDossier ", date du décès.  "
       "Établi le " WS-DateJour
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-CERTIFICAT.
   MOVE SPACES TO WS-LigneTravail.
   STRING "À l'attention de " WS-NotaireDossier
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-CERTIFICAT.
   PERFORM VARYING IdxCompte FROM 1 BY 1
       UNTIL IdxCompte > WS-NbComptesClient
      CALL 'GCB_SOLDE_DATE' USING NumCompteClient(IdxCompte)
          WS-DateDecesDossier WS-SoldeAuDeces WS-CompteTrouve
         *> Un compte clôturé avant le décès, à zéro ce jour-là, ne
         *> fait pas partie de la succession.
      IF WS-CompteTrouve = "O"
         AND NOT (StatutCompteClient(IdxCompte) = "I"
                  AND WS-SoldeAuDeces = 0)
         MOVE WS-SoldeAuDeces TO WS-SoldeAff
         MOVE SPACES TO WS-LigneTravail
         STRING "COMPTE " NumCompteClient(IdxCompte)
             " produit " ProduitCompteClient(IdxCompte)
             " devise " DeviseCompteClient(IdxCompte)
             " solde au décès " WS-SoldeAff
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-CERTIFICAT
         ADD 1 TO WS-NbComptesCertifies
      END-IF
   END-PERFORM.
   MOVE SPACES TO WS-LigneTravail.
   STRING WS-NbComptesCertifies " compte(s) certifié(s)."
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-CERTIFICAT.
   IF WS-NbCartesBloquees > 0 OR WS-NbOrdresSuspendus > 0
      OR WS-NbPaiementsSuspendus > 0
      MOVE SPACES TO WS-LigneTravail
      STRING "Gel : " WS-NbCartesBloquees " carte(s) bloquée(s), "
          WS-NbOrdresSuspendus " ordre(s) permanent(s) et "
          WS-NbPaiementsSuspendus " paiement(s) suspendu(s)."
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-CERTIFICAT
   END-IF.
   CLOSE CertificatSuccessionFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportCertificat
       WS-DateJour WS-NbLignesCertificat WS-NomCertificat.
   DISPLAY "Certificat écrit dans " FUNCTION TRIM(WS-NomCertificat)
       " (" WS-NbComptesCertifies " compte(s)).".

ECRIRE-LIGNE-CERTIFICAT.
   MOVE WS-LigneTravail TO LigneCertificat.
   WRITE LigneCertificat.
   ADD 1 TO WS-NbLignesCertificat.

CONSULTER-DOSSIER.
   PERFORM LIRE-CLIENT-DEMANDE.
   IF WS-NumClientDemande NOT = 0
      IF StatutSuccessionClient NOT = "O"
         AND StatutSuccessionClient NOT = "C"
         DISPLAY "Aucun dossier de succession pour ce client."
      ELSE
         DISPLAY "Client " WS-NumClientDemande " : "
             WS-NomClientDemande
         DISPLAY "Décédé le " WS-DateDecesDossier ", notaire "
             WS-NotaireDossier
         IF StatutSuccessionClient = "O"
            DISPLAY "Dossier OUVERT : produits gelés."
         ELSE
            DISPLAY "Dossier CLOS : succession réglée."
         END-IF
         PERFORM COLLECTER-COMPTES-CLIENT
         PERFORM VARYING IdxCompte FROM 1 BY 1
             UNTIL IdxCompte > WS-NbComptesClient
            MOVE 0 TO WS-SoldeCompte
            CALL 'GCB_LECTURE' USING NumCompteClient(IdxCompte)
                WS-SoldeCompte WS-StatutCompte WS-PinCompte
                WS-DeviseCompte WS-NomTitulaire WS-CompteJoint
                WS-NomCotitulaire WS-Beneficiaire
            MOVE WS-SoldeCompte TO WS-SoldeAff
            DISPLAY "  Compte " NumCompteClient(IdxCompte)
                " statut " WS-StatutCompte " solde " WS-SoldeAff
                " " WS-DeviseCompte
         END-PERFORM
      END-IF
   END-IF.

CLOTURER-DOSSIER.
   PERFORM LIRE-CLIENT-DEMANDE.
   IF WS-NumClientDemande = 0
      DISPLAY "Clôture abandonnée."
   ELSE
   IF StatutSuccessionClient NOT = "O"
      DISPLAY "Aucun dossier de succession ouvert pour ce client."
   ELSE
      PERFORM DEMANDER-VISA
      IF WS-Autorise NOT = "O"
         DISPLAY "Visa superviseur refusé : dossier non clôturé."
      ELSE
         PERFORM COLLECTER-COMPTES-CLIENT
         MOVE "O" TO WS-ToutCloture
         PERFORM VARYING IdxCompte FROM 1 BY 1
             UNTIL IdxCompte > WS-NbComptesClient
            PERFORM REGLER-UN-COMPTE
         END-PERFORM
         IF WS-ToutCloture = "N"
            DISPLAY "Dossier laissé ouvert : au moins un compte reste "
                "à régler. Les versements déjà faits sont acquis."
         ELSE
            PERFORM SOLDER-PRODUITS-ANNEXES
            PERFORM MARQUER-DOSSIER-CLOS
            DISPLAY "Dossier de succession du client "
                WS-NumClientDemande " clos, " WS-NbProduitsSoldes
                " mandat(s), enveloppe(s) ou terme(s) soldé(s)."
         END-IF
      END-IF
   END-IF
   END-IF.

REGLER-UN-COMPTE.
   MOVE 0 TO WS-SoldeCompte.
   CALL 'GCB_LECTURE' USING NumCompteClient(IdxCompte)
       WS-SoldeCompte WS-StatutCompte WS-PinCompte WS-DeviseCompte
       WS-NomTitulaire WS-CompteJoint WS-NomCotitulaire
       WS-Beneficiaire.
   IF WS-StatutCompte = "I" OR WS-StatutCompte = "N"
      CONTINUE
   ELSE
   IF WS-StatutCompte NOT = "S"
      DISPLAY "Compte " NumCompteClient(IdxCompte) " hors succession "
          "(statut " WS-StatutCompte ") : à geler avant règlement."
      MOVE "N" TO WS-ToutCloture
   ELSE
   IF WS-SoldeCompte < 0
      MOVE WS-SoldeCompte TO WS-SoldeAff
      DISPLAY "Compte " NumCompteClient(IdxCompte) " débiteur ("
          WS-SoldeAff ") : dette de la succession à régulariser "
          "avant clôture."
      MOVE "N" TO WS-ToutCloture
   ELSE
      MOVE "N" TO WS-AbandonCompte
      PERFORM VERSER-UNE-PART
          UNTIL WS-SoldeCompte = 0 OR WS-AbandonCompte = "O"
      IF WS-SoldeCompte = 0
         CALL 'GCB_WRITE' USING NumCompteClient(IdxCompte)
             ActionCloture WS-MontantZero WS-SoldeZero WS-PinCompte
             WS-DeviseCompte WS-NomTitulaire WS-CompteJoint
             WS-NomCotitulaire WS-Beneficiaire "I"
         MOVE "I" TO StatutCompteClient(IdxCompte)
         DISPLAY "Compte " NumCompteClient(IdxCompte) " clôturé."
      ELSE
         MOVE "N" TO WS-ToutCloture
      END-IF
   END-IF
   END-IF
   END-IF.

VERSER-UNE-PART.
   MOVE WS-SoldeCompte TO WS-SoldeAff.
   DISPLAY "Compte " NumCompteClient(IdxCompte) " : reste à verser "
       WS-SoldeAff " " WS-DeviseCompte.
   DISPLAY "1. Compte d'un héritier chez nous".
   DISPLAY "2. Compte du notaire ou d'un héritier dans une autre "
       "banque".
   DISPLAY "0. Interrompre le règlement de ce compte".
   ACCEPT WS-TypeVersement.
   IF WS-TypeVersement NOT = 1 AND WS-TypeVersement NOT = 2
      MOVE "O" TO WS-AbandonCompte
   ELSE
      DISPLAY "Montant à verser (0 = tout le reste) : "
      ACCEPT WS-MontantPart
      IF WS-MontantPart <= 0 OR WS-MontantPart > WS-SoldeCompte
         MOVE WS-SoldeCompte TO WS-MontantPart
      END-IF
      IF WS-TypeVersement = 1
         PERFORM VERSER-HERITIER-INTERNE
      ELSE
         PERFORM VERSER-EXTERNE
      END-IF
   END-IF.

VERSER-HERITIER-INTERNE.
   DISPLAY "Numéro du compte de l'héritier : ".
   ACCEPT WS-CompteHeritier.
   MOVE WS-CompteHeritier TO WS-CompteCherche.
   PERFORM CHERCHER-COMPTE-CLIENT.
   MOVE 0 TO WS-SoldeHeritier.
   MOVE 0 TO WS-PinHeritier.
   CALL 'GCB_LECTURE' USING WS-CompteHeritier WS-SoldeHeritier
       WS-StatutHeritier WS-PinHeritier WS-DeviseHeritier
       WS-NomHeritier WS-JointHeritier WS-CotitulaireHeritier
       WS-BeneficiaireHeritier.
   IF WS-CompteDuClient = "O"
      DISPLAY "Ce compte appartient au défunt : versement refusé."
   ELSE
   IF WS-StatutHeritier NOT = "A"
      DISPLAY "Compte " WS-CompteHeritier " indisponible (statut "
          WS-StatutHeritier ") : versement refusé."
   ELSE
      CALL 'GCB_CHANGE' USING WS-DeviseCompte WS-DeviseHeritier
          WS-MontantPart WS-MontantConverti
      IF WS-MontantConverti = 0 AND WS-MontantPart > 0
         DISPLAY "Conversion " WS-DeviseCompte " -> "
             WS-DeviseHeritier " impossible : versement refusé."
      ELSE
         COMPUTE WS-SoldeCompte = WS-SoldeCompte - WS-MontantPart
         CALL 'GCB_WRITE' USING NumCompteClient(IdxCompte)
             ActionVirement WS-MontantPart WS-SoldeCompte
             WS-PinCompte WS-DeviseCompte WS-NomTitulaire
             WS-CompteJoint WS-NomCotitulaire WS-Beneficiaire "S"
         COMPUTE WS-SoldeHeritier
             = WS-SoldeHeritier + WS-MontantConverti
         CALL 'GCB_WRITE' USING WS-CompteHeritier ActionVirRecu
             WS-MontantConverti WS-SoldeHeritier WS-PinHeritier
             WS-DeviseHeritier WS-NomHeritier WS-JointHeritier
             WS-CotitulaireHeritier WS-BeneficiaireHeritier
             WS-StatutHeritier
         DISPLAY "Versé au compte " WS-CompteHeritier " ("
             FUNCTION TRIM(WS-NomHeritier) ")."
      END-IF
   END-IF
   END-IF.

VERSER-EXTERNE.
   DISPLAY "Banque destinataire (code) : ".
   ACCEPT WS-BanqueDest.
   DISPLAY "Référence du compte destinataire : ".
   ACCEPT WS-RefCompteDest.
   IF WS-BanqueDest = SPACES OR WS-RefCompteDest = SPACES
      DISPLAY "Banque ou compte destinataire manquant : versement "
          "refusé."
   ELSE
      COMPUTE WS-SoldeCompte = WS-SoldeCompte - WS-MontantPart
      CALL 'GCB_WRITE' USING NumCompteClient(IdxCompte)
          ActionVirExterne WS-MontantPart WS-SoldeCompte
          WS-PinCompte WS-DeviseCompte WS-NomTitulaire
          WS-CompteJoint WS-NomCotitulaire WS-Beneficiaire "S"
      PERFORM METTRE-EN-FILE-SORTANT
   END-IF.

METTRE-EN-FILE-SORTANT.
      *> Même écriture que METTRE-EN-FILE-SORTANT de GCB2 : le débit
      *> VIR-EXT est passé, la ligne part à l'échange interbancaire.
   OPEN EXTEND GCBInterbancaireSortantFile.
   IF WS-SORT-STATUS = "35"
      OPEN OUTPUT GCBInterbancaireSortantFile
   END-IF.
   IF WS-SORT-STATUS NOT = "00"
      DISPLAY "Erreur GCBInterbancaireSortantFile, statut "
          WS-SORT-STATUS
   ELSE
      MOVE NumCompteClient(IdxCompte) TO NumeroCompteSortant
      MOVE WS-BanqueDest TO BanqueDestSortant
      MOVE WS-RefCompteDest TO RefCompteDestSortant
      MOVE WS-MontantPart TO MontantSortant
      MOVE WS-DeviseCompte TO DeviseSortant
      MOVE WS-DateJour TO DateEmissionSortant
      PERFORM OBTENIR-NUMERO-EMISSION
      MOVE WS-NouvelleEmission TO NumEmissionSortant
      MOVE "E" TO StatutSortant
      WRITE InterbancaireSortantRecord
      CLOSE GCBInterbancaireSortantFile
      DISPLAY "Virement externe " WS-NouvelleEmission
          " mis en file vers " FUNCTION TRIM(WS-BanqueDest) "."
   END-IF.

OBTENIR-NUMERO-EMISSION.
   MOVE 0 TO WS-DerniereEmission.
   OPEN INPUT GCBEmissionSeqFile.
   IF WS-EMISEQ-STATUS = "00"
      READ GCBEmissionSeqFile
         AT END CONTINUE
         NOT AT END MOVE EmissionSeqRecord TO WS-DerniereEmission
      END-READ
      CLOSE GCBEmissionSeqFile
   END-IF.
   COMPUTE WS-NouvelleEmission = WS-DerniereEmission + 1.
   MOVE WS-NouvelleEmission TO EmissionSeqRecord.
   OPEN OUTPUT GCBEmissionSeqFile.
   WRITE EmissionSeqRecord.
   CLOSE GCBEmissionSeqFile.

SOLDER-PRODUITS-ANNEXES.
      *> Tous les comptes sont clôturés : les mandats de prélèvement
      *> sont révoqués, les enveloppes libérées et les termes marqués
      *> dénoués, pour que ni GCB_PRELEVEMENTS ni GCB_TERME_ECHEANCE
      *> ne les représentent indéfiniment.
   MOVE 0 TO WS-NbProduitsSoldes.
   PERFORM REVOQUER-MANDATS.
   PERFORM LIBERER-ENVELOPPES.
   PERFORM DENOUER-TERMES.

REVOQUER-MANDATS.
   MOVE 0 TO WS-NbModifies.
   OPEN I-O GCBMandatsFile.
   IF WS-MANDAT-STATUS = "00"
      PERFORM VARYING IdxCompte FROM 1 BY 1
          UNTIL IdxCompte > WS-NbComptesClient
         PERFORM REVOQUER-MANDATS-COMPTE
      END-PERFORM
      CLOSE GCBMandatsFile
      ADD WS-NbModifies TO WS-NbProduitsSoldes
   END-IF.

REVOQUER-MANDATS-COMPTE.
      *> Mandats du compte par START sur le compte en tête de clé.
   MOVE "N" TO WS-EOF.
   MOVE NumCompteClient(IdxCompte) TO NumeroCompteMandat.
   MOVE LOW-VALUES TO CreancierMandat.
   START GCBMandatsFile KEY IS GREATER THAN OR EQUAL CleMandat
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBMandatsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumeroCompteMandat NOT = NumCompteClient(IdxCompte)
               MOVE "Y" TO WS-EOF
            ELSE
            IF StatutMandat = "A"
               MOVE "R" TO StatutMandat
               REWRITE MandatRecord
               ADD 1 TO WS-NbModifies
            END-IF
            END-IF
      END-READ
   END-PERFORM.

LIBERER-ENVELOPPES.
   MOVE 0 TO WS-NbModifies.
   OPEN I-O GCBEnveloppesFile.
   IF WS-ENV-STATUS = "00"
      PERFORM VARYING IdxCompte FROM 1 BY 1
          UNTIL IdxCompte > WS-NbComptesClient
         PERFORM LIBERER-ENVELOPPES-COMPTE
      END-PERFORM
      CLOSE GCBEnveloppesFile
      ADD WS-NbModifies TO WS-NbProduitsSoldes
   END-IF.

LIBERER-ENVELOPPES-COMPTE.
   MOVE "N" TO WS-EOF.
   MOVE NumCompteClient(IdxCompte) TO NumeroCompteEnveloppe.
   MOVE LOW-VALUES TO LibelleEnveloppe.
   START GCBEnveloppesFile KEY IS GREATER THAN OR EQUAL CleEnveloppe
      INVALID KEY MOVE "Y" TO WS-EOF
   END-START.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBEnveloppesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumeroCompteEnveloppe NOT = NumCompteClient(IdxCompte)
               MOVE "Y" TO WS-EOF
            ELSE
            IF StatutEnveloppe = "A"
               MOVE "L" TO StatutEnveloppe
               REWRITE EnveloppeRecord
               ADD 1 TO WS-NbModifies
            END-IF
            END-IF
      END-READ
   END-PERFORM.

DENOUER-TERMES.
   MOVE 0 TO WS-NbModifies.
   MOVE 0 TO WS-NbLignes.
   MOVE "N" TO WS-TableSaturee.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBTermesFile.
   IF WS-TERME-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBTermesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbLignes < 500
               MOVE NumeroCompteTerme TO WS-CompteCherche
               PERFORM CHERCHER-COMPTE-CLIENT
               IF WS-CompteDuClient = "O" AND StatutTerme = "A"
                  MOVE "D" TO StatutTerme
                  ADD 1 TO WS-NbModifies
               END-IF
               ADD 1 TO WS-NbLignes
               MOVE TermeRecord TO LigneBrute(WS-NbLignes)
            ELSE
               MOVE "O" TO WS-TableSaturee
            END-IF
      END-READ
   END-PERFORM.
   IF WS-TERME-STATUS NOT = "35"
      CLOSE GCBTermesFile
   END-IF.
   IF WS-TableSaturee = "O"
      DISPLAY "GCBTermesFile trop volumineux : termes à solder dans "
          "GCB_TERMES."
   ELSE
   IF WS-NbModifies > 0
      OPEN OUTPUT GCBTermesFile
      PERFORM VARYING IdxLigne FROM 1 BY 1
          UNTIL IdxLigne > WS-NbLignes
         MOVE LigneBrute(IdxLigne) TO TermeRecord
         WRITE TermeRecord
      END-PERFORM
      CLOSE GCBTermesFile
      ADD WS-NbModifies TO WS-NbProduitsSoldes
   END-IF
   END-IF.

MARQUER-DOSSIER-CLOS.
   OPEN I-O GCBClientsFile.
   MOVE WS-NumClientDemande TO NumClient OF ClientRecord.
   READ GCBClientsFile
      INVALID KEY CONTINUE
      NOT INVALID KEY
         MOVE "C" TO StatutSuccessionClient
         REWRITE ClientRecord
   END-READ.
   CLOSE GCBClientsFile.
