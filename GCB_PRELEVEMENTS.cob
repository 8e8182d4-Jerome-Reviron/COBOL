        ASSIGN TO "GCBFichiersTraitesFile.txt".
    SELECT GCBMandatsFile
        FILE STATUS IS WS-MANDAT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleMandat
        ASSIGN TO "GCBMandatsFile.dat".

DATA DIVISION.
FILE SECTION.
      *> SOLDIN solde insuffisant, CPTFER compte indisponible,
      *> CPTINC compte inconnu, OPPOSI opposition client,
      *> SANSMD pas de mandat actif, PLAMND plafond du mandat
      *> dépassé, FICCTL fichier refusé au contrôle, DECEDE
      *> titulaire décédé (compte en succession).
   01 RejetPrelevementRecord.
      05 CreancierIdRejet PIC X(12).
      05 RefRejet PIC X(12).
   01 WS-TotalAnnonceLu PIC 9(9)V99 VALUE 0.
   01 TypeFichierIntake PIC X(3) VALUE "PRE".

      *> Mandats lus par leur clé (compte, créancier), registre
      *> ouvert pour toute l'ingestion : une collecte sans mandat
      *> actif ou au-delà de son plafond est rejetée avant même la
      *> lecture du compte.
   01 WS-MANDAT-STATUS PIC 99.
   01 WS-MandatsOuvert PIC X VALUE "N".
   01 WS-MandatTrouve PIC X VALUE "N".
   01 WS-PlafondMandatCourant PIC 9(5)V99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-NbPreleves PIC 9(4) VALUE 0.
   01 CleDecouvertMax PIC X(20) VALUE "DECOUVERT-MAX".
   01 WS-TotalBlocages PIC S9(7)V99.
   01 WS-TotalChequesAttente PIC S9(7)V99.
   01 WS-TotalEnveloppes PIC S9(7)V99.
   01 WS-CompteMineur PIC X(1) VALUE "N".
   01 WS-NumTuteurCompte PIC 9(6) VALUE 0.
   01 WS-CodeProduit PIC X(2).
   01 WS-TauxProduit PIC 9V9999.
   01 WS-DecouvertProduit PIC X(1).
      *> reste le verrou d'exception par créancier.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_MANDATS'.
   DISPLAY "==============================================".
   DISPLAY "INGESTION DES PRELEVEMENTS CREANCIERS".
   DISPLAY "==============================================".
         PERFORM REJETER-FICHIER-COLLECTE
      WHEN OTHER
         PERFORM CHARGER-OPPOSITIONS
         PERFORM OUVRIR-MANDATS
         PERFORM CHARGER-REFERENCES-TRAITEES
         OPEN INPUT GCBCollectesFile
         MOVE "N" TO WS-EOF
            END-READ
         END-PERFORM
         CLOSE GCBCollectesFile
         IF WS-MandatsOuvert = "O"
            CLOSE GCBMandatsFile
         END-IF
         PERFORM NOTER-FICHIER-TRAITE
         DISPLAY "Prélevés : " WS-NbPreleves "  Rejets : "
             WS-NbRejets "  Déjà traités : " WS-NbDejaTraites
            PERFORM ECRIRE-REJET
         WHEN "A"
            PERFORM DEBITER-COLLECTE
         WHEN "S"
            MOVE "DECEDE" TO WS-MotifCourant
            PERFORM ECRIRE-REJET
         WHEN OTHER
            MOVE "CPTFER" TO WS-MotifCourant
            PERFORM ECRIRE-REJET
   END-IF.

DEBITER-COLLECTE.
      *> Même plancher que le RETRAIT de GCB2 : règles du produit
      *> (pas de découvert pour un compte de mineur, GCB_MINEUR),
      *> blocages de fonds, chèques non compensés et enveloppes.
   CALL 'GCB_PRODUIT' USING NumeroCompteCollecte WS-CodeProduit
       WS-TauxProduit WS-DecouvertProduit WS-RetraitsLibres.
   CALL 'GCB_MINEUR' USING NumeroCompteCollecte WS-CompteMineur
       WS-NumTuteurCompte.
   MOVE 0 TO WS-PlancherCompte.
   IF WS-DecouvertProduit = "O" AND WS-CompteMineur NOT = "O"
      COMPUTE WS-PlancherCompte = 0 - MontantDecouvertMax
   END-IF.
   CALL 'GCB_BLOCAGE' USING NumeroCompteCollecte WS-TotalBlocages.
   CALL 'GCB_CHEQUES_ATTENTE' USING NumeroCompteCollecte
       WS-TotalChequesAttente.
   ADD WS-TotalChequesAttente TO WS-PlancherCompte.
   CALL 'GCB_ENVELOPPES' USING NumeroCompteCollecte
       WS-TotalEnveloppes.
   ADD WS-TotalEnveloppes TO WS-PlancherCompte.
   IF MontantCollecte > WS-SoldeCompte - WS-PlancherCompte
      MOVE "SOLDIN" TO WS-MotifCourant
      PERFORM ECRIRE-REJET
CONTROLER-MANDAT.
   MOVE "N" TO WS-MandatTrouve.
   MOVE 0 TO WS-PlafondMandatCourant.
   IF WS-MandatsOuvert = "O"
      MOVE NumeroCompteCollecte TO NumeroCompteMandat
      MOVE CreancierIdCollecte TO CreancierMandat
      READ GCBMandatsFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            IF StatutMandat = "A"
               MOVE "O" TO WS-MandatTrouve
               MOVE PlafondMandat TO WS-PlafondMandatCourant
            END-IF
      END-READ
   END-IF.

OUVRIR-MANDATS.
   MOVE "N" TO WS-MandatsOuvert.
   OPEN INPUT GCBMandatsFile.
   IF WS-MANDAT-STATUS = "00"
      MOVE "O" TO WS-MandatsOuvert
   END-IF.

NOTER-REFERENCE-TRAITEE.
