IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_GAB.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBJournalGABFile
        FILE STATUS IS WS-JGAB-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJournalGABFile.txt".
    SELECT GCBRejetsGABFile
        FILE STATUS IS WS-REJ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBRejetsGABFile.txt".
    SELECT GCBCassettesGABFile
        FILE STATUS IS WS-CASS-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCassettesGABFile.txt".
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
    SELECT GCBFichiersTraitesFile
        FILE STATUS IS WS-FICH-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBFichiersTraitesFile.txt".
    SELECT GCBModeBatchFile
        FILE STATUS IS WS-BATCH-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBModeBatchFile.txt".
    SELECT GCBCanalFile
        FILE STATUS IS WS-CANAL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCanalFile.txt".
    SELECT GCBHistoriqueFile
        FILE STATUS IS WS-HIST-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumSequenceHistorique
        ALTERNATE RECORD KEY IS NumeroCompte OF HistoriqueRecord
            WITH DUPLICATES
        ASSIGN TO "GCBHistoriqueFile.dat".

DATA DIVISION.
FILE SECTION.
   FD GCBJournalGABFile.
      *> Journal quotidien d'un distributeur : un en-tête "H" (date,
      *> GAB), une ligne "D" par retrait distribué (carte, montant,
      *> horodatage AAAAMMJJHHMMSS, GAB) et un pied "T" (nombre de
      *> lignes, total) ; mêmes contrôles de niveau fichier que le
      *> fichier de collecte de GCB_PRELEVEMENTS.
   01 JournalGABRecord.
      05 TypeLigneGAB PIC X(1).
      05 CorpsLigneGAB PIC X(45).
      05 CorpsEnteteGAB REDEFINES CorpsLigneGAB.
         10 DateFichierGAB PIC 9(8).
         10 IdGABEntete PIC X(8).
         10 FILLER PIC X(29).
      05 CorpsDetailGAB REDEFINES CorpsLigneGAB.
         10 NumCarteGAB PIC 9(8).
         10 MontantRetraitGAB PIC 9(5)V99.
         10 HorodatageGAB PIC X(14).
         10 IdGABDetail PIC X(8).
         10 FILLER PIC X(8).
      05 CorpsPiedGAB REDEFINES CorpsLigneGAB.
         10 NbLignesAnnonceGAB PIC 9(6).
         10 TotalAnnonceGAB PIC 9(9)V99.
         10 FILLER PIC X(28).

   FD GCBRejetsGABFile.
      *> Retraits distribués mais non débités, avec leur code motif :
      *> CARINC carte inconnue, CARBLQ carte bloquée ou retirée,
      *> CAREXP carte expirée, PLAFND plafond journalier de la carte,
      *> CPTINC compte inconnu, CPTFER compte indisponible, DECEDE
      *> titulaire décédé, SOLDIN solde insuffisant, PLAMIN plafond
      *> journalier de retrait d'un compte de mineur, FICCTL fichier
      *> refusé au contrôle.
   01 RejetGABRecord.
      05 IdGABRejet PIC X(8).
      05 NumCarteRejet PIC 9(8).
      05 NumeroCompteRejet PIC 9(6).
      05 MontantRejet PIC 9(5)V99.
      05 HorodatageRejet PIC X(14).
      05 CodeMotifRejet PIC X(6).
      05 DateTraitementRejet PIC 9(8).

   FD GCBCassettesGABFile.
   COPY CASSGAB.

   FD GCBCartesFile.
   COPY CARTE.

   FD GCBJourFile.
   COPY JOUR.

   FD GCBFichiersTraitesFile.
   COPY FICHTRAIT.

   FD GCBModeBatchFile.
      *> "O" le temps de l'intégration : débraye la garde
      *> anti-doublon de GCB_WRITE pour les retraits identiques
      *> légitimes d'un même journal.
   01 ModeBatchRecord PIC X(1).

   FD GCBCanalFile.
      *> Canal "C" posé le temps de l'intégration : les retraits GAB
      *> sont des retraits par carte et comptent dans le plafond
      *> journalier contrôlé par GCB_CARTE_CONTROLE.
   01 CanalRecord PIC X(1).

   FD GCBHistoriqueFile.
   COPY HISTORIQUE.

WORKING-STORAGE SECTION.
   01 WS-JGAB-STATUS PIC 99.
   01 WS-REJ-STATUS PIC 99.
   01 WS-CASS-STATUS PIC 99.
   01 WS-CARTE-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-BATCH-STATUS PIC 99.
   01 WS-CANAL-STATUS PIC 99.
   01 WS-HIST-STATUS PIC 99.
   01 WS-EOF-HIST PIC X VALUE "N".
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 0.

      *> Contrôles de niveau fichier, mêmes règles que l'intake
      *> interbancaire : en-tête et pied obligatoires, totaux du pied
      *> confrontés au lu, doublon (date, GAB) refusé via
      *> GCBFichiersTraitesFile.
   01 WS-FICH-STATUS PIC 99.
   01 WS-FichierRefuse PIC X(1) VALUE "N".
   01 WS-EnteteVu PIC X VALUE "N".
   01 WS-PiedVu PIC X VALUE "N".
   01 WS-DateFichier PIC 9(8) VALUE 0.
   01 WS-EmetteurFichier PIC X(12) VALUE SPACES.
   01 WS-NbLignesLues PIC 9(6) VALUE 0.
   01 WS-TotalLignesLues PIC 9(9)V99 VALUE 0.
   01 WS-NbAnnonceLu PIC 9(6) VALUE 0.
   01 WS-TotalAnnonceLu PIC 9(9)V99 VALUE 0.
   01 TypeFichierIntake PIC X(3) VALUE "GAB".

   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-NbDebites PIC 9(5) VALUE 0.
   01 WS-NbRejets PIC 9(5) VALUE 0.
   01 WS-NbHorsChargement PIC 9(5) VALUE 0.
   01 WS-MotifCourant PIC X(6).
   01 ActionRetrait PIC X(10) VALUE "RETRAIT".
   01 WS-MontantDebit PIC S9(5)V99.
   01 WS-PlancherCompte PIC S9(5)V99.
      *> Relu au démarrage dans GCBParametresFile (clé
      *> DECOUVERT-MAX) via GCB_PARAMETRE, comme GCB2 ; la VALUE ne
      *> sert que de repli.
   01 MontantDecouvertMax PIC S9(5)V99 VALUE 200.00.
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
   01 CleDecouvertMax PIC X(20) VALUE "DECOUVERT-MAX".
   01 WS-TotalBlocages PIC S9(7)V99.
   01 WS-TotalChequesAttente PIC S9(7)V99.
   01 WS-TotalEnveloppes PIC S9(7)V99.
      *> Comptes de mineur (GCB_MINEUR) : aucun découvert et plafond
      *> journalier de retrait réduit (clé PLAFOND-RETRAIT-MIN), tous
      *> canaux confondus, comme le RETRAIT de GCB2.
   01 CleRetraitMineur PIC X(20) VALUE "PLAFOND-RETRAIT-MIN".
   01 PlafondRetraitMineur PIC S9(5)V99 VALUE 100.00.
   01 WS-CompteMineur PIC X(1) VALUE "N".
   01 WS-NumTuteurCompte PIC 9(6) VALUE 0.
   01 WS-CumulRetraitsJour PIC S9(7)V99 VALUE 0.
   01 WS-MontantHist PIC S9(5)V99.
   01 WS-CodeProduit PIC X(2).
   01 WS-TauxProduit PIC 9V9999.
   01 WS-DecouvertProduit PIC X(1).
   01 WS-RetraitsLibres PIC X(1).
   01 WS-CarteAutorisee PIC X(1).

      *> Le journal ne porte que le numéro de carte, le compte débité
      *> est celui de la carte : registre ouvert pour toute
      *> l'intégration et lu par clé à chaque retrait.
   01 WS-CartesOuvert PIC X VALUE "N".
   01 WS-CarteTrouvee PIC X VALUE "N".
   01 WS-NumCarte PIC 9(8).
   01 WS-NumCompteCarte PIC 9(6) VALUE 0.
   01 WS-StatutCarte PIC X(1).
   01 WS-ExpirationCarte PIC 9(8).

      *> Chargements des GAB (lignes brutes) pour le cumul du
      *> distribué et la réécriture.
   01 WS-NbLignesCassettes PIC 9(3) VALUE 0.
   01 IdxCassette PIC 9(3).
   01 IdxCassetteCourante PIC 9(3) VALUE 0.
   01 WS-CassettesTronque PIC X VALUE "N".
   01 TableCassettes OCCURS 500 TIMES.
      05 LigneCassetteTable PIC X(150).
   01 WS-TheoriqueGAB PIC S9(7)V99.
   01 WS-MontantAff PIC -ZZZZZZ9.99.
   01 WS-ChargeAff PIC ZZZZZZ9.99.
   01 WS-DistribueAff PIC ZZZZZZ9.99.
   01 WS-NbEcarts PIC 9(4) VALUE 0.

   01 WS-SoldeCompte PIC S9(5)V99.
   01 WS-StatutCompte PIC X(1).
   01 WS-PinCompte PIC 9(4).
   01 WS-DeviseCompte PIC X(3).
   01 WS-NomTitulaire PIC X(30).
   01 WS-CompteJoint PIC X(1).
   01 WS-NomCotitulaire PIC X(30).
   01 WS-Beneficiaire PIC X(30).

      *> Distributeurs automatiques : chaque journal de GAB est
      *> intégré en batch, chaque retrait contrôlé contre la carte
      *> (GCBCartesFile, statut, expiration, plafond journalier via
      *> GCB_CARTE_CONTROLE) et le compte, puis débité en RETRAIT
      *> canal "C" par GCB_WRITE ; les refus partent dans
      *> GCBRejetsGABFile. Le distribué s'ajoute au chargement en
      *> service du GAB (GCBCassettesGABFile, chargé et rapproché au
      *> retour des cassettes dans GCB_COFFRE) ; le rapport liste les
      *> écarts non expliqués.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_CARTES'.
   DISPLAY "==============================================".
   DISPLAY "DISTRIBUTEURS AUTOMATIQUES (GAB) - GCB2".
   DISPLAY "==============================================".
   DISPLAY "1. Intégrer le journal d'un GAB".
   DISPLAY "2. Position des cassettes et écarts".
   DISPLAY "0. Quitter".
   ACCEPT ChoixUtilisateur.
   EVALUATE ChoixUtilisateur
      WHEN 1
         PERFORM POSER-MODE-BATCH
         PERFORM INTEGRER-JOURNAL-GAB
         PERFORM EFFACER-MODE-BATCH
      WHEN 2
         PERFORM EDITER-POSITION-CASSETTES
      WHEN OTHER
         DISPLAY "Aucune action effectuée."
   END-EVALUATE.
   STOP RUN.

INTEGRER-JOURNAL-GAB.
   CALL 'GCB_PARAMETRE' USING CleDecouvertMax WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO MontantDecouvertMax
   END-IF.
   CALL 'GCB_PARAMETRE' USING CleRetraitMineur WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO PlafondRetraitMineur
   END-IF.
   PERFORM LIRE-DATE-JOUR.
   PERFORM CONTROLER-FICHIER-GAB.
   EVALUATE WS-FichierRefuse
      WHEN "A"
         DISPLAY "Aucun journal de GAB à intégrer (statut "
             WS-JGAB-STATUS ")."
      WHEN "D"
         DISPLAY "Journal du " WS-DateFichier " du GAB "
             WS-EmetteurFichier " DEJA INTEGRE : refusé en bloc."
      WHEN "E"
         PERFORM REJETER-FICHIER-GAB
      WHEN OTHER
         PERFORM OUVRIR-CARTES
         PERFORM CHARGER-TABLE-CASSETTES
         PERFORM POSER-CANAL-CARTE
         OPEN INPUT GCBJournalGABFile
         MOVE "N" TO WS-EOF
         PERFORM UNTIL WS-EOF = "Y"
            READ GCBJournalGABFile
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                  IF TypeLigneGAB = "D"
                     PERFORM TRAITER-UN-RETRAIT-GAB
                  END-IF
            END-READ
         END-PERFORM
         CLOSE GCBJournalGABFile
         IF WS-CartesOuvert = "O"
            CLOSE GCBCartesFile
         END-IF
         PERFORM REMETTRE-CANAL-GUICHET
         IF WS-CassettesTronque = "O"
            DISPLAY "GCBCassettesGABFile trop volumineux pour être "
                "chargé en entier : distribué non reporté sur les "
                "chargements."
         ELSE
            PERFORM REECRIRE-TABLE-CASSETTES
         END-IF
         PERFORM NOTER-FICHIER-TRAITE
         DISPLAY "Débités : " WS-NbDebites "  Rejets : " WS-NbRejets
         IF WS-NbHorsChargement > 0
            DISPLAY WS-NbHorsChargement " retrait(s) sur un GAB sans "
                "chargement en service (voir GCB_COFFRE)."
         END-IF
   END-EVALUATE.

CONTROLER-FICHIER-GAB.
   MOVE "N" TO WS-FichierRefuse.
   MOVE "N" TO WS-EnteteVu.
   MOVE "N" TO WS-PiedVu.
   MOVE 0 TO WS-NbLignesLues.
   MOVE 0 TO WS-TotalLignesLues.
   OPEN INPUT GCBJournalGABFile.
   IF WS-JGAB-STATUS NOT = "00"
      MOVE "A" TO WS-FichierRefuse
   ELSE
      MOVE "N" TO WS-EOF
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBJournalGABFile
            AT END MOVE "Y" TO WS-EOF
            NOT AT END PERFORM CONTROLER-UNE-LIGNE-GAB
         END-READ
      END-PERFORM
      CLOSE GCBJournalGABFile
      IF WS-FichierRefuse = "N"
         IF WS-EnteteVu = "N" OR WS-PiedVu = "N"
            DISPLAY "Journal de GAB sans en-tête ou sans pied : "
                "refusé en bloc."
            MOVE "E" TO WS-FichierRefuse
         ELSE
            IF WS-NbAnnonceLu NOT = WS-NbLignesLues
               OR WS-TotalAnnonceLu NOT = WS-TotalLignesLues
               DISPLAY "Pied du journal de GAB en écart (annoncé "
                   WS-NbAnnonceLu "/" WS-TotalAnnonceLu " , lu "
                   WS-NbLignesLues "/" WS-TotalLignesLues
                   ") : refusé en bloc."
               MOVE "E" TO WS-FichierRefuse
            ELSE
               PERFORM CONTROLER-DOUBLON-FICHIER
            END-IF
         END-IF
      END-IF
   END-IF.

CONTROLER-UNE-LIGNE-GAB.
   EVALUATE TypeLigneGAB
      WHEN "H"
         MOVE "O" TO WS-EnteteVu
         MOVE DateFichierGAB TO WS-DateFichier
         MOVE IdGABEntete TO WS-EmetteurFichier
      WHEN "D"
         ADD 1 TO WS-NbLignesLues
         ADD MontantRetraitGAB TO WS-TotalLignesLues
      WHEN "T"
         MOVE "O" TO WS-PiedVu
         MOVE NbLignesAnnonceGAB TO WS-NbAnnonceLu
         MOVE TotalAnnonceGAB TO WS-TotalAnnonceLu
      WHEN OTHER
         DISPLAY "Type de ligne inconnu dans le journal de GAB : "
             "refusé en bloc."
         MOVE "E" TO WS-FichierRefuse
   END-EVALUATE.

CONTROLER-DOUBLON-FICHIER.
   OPEN INPUT GCBFichiersTraitesFile.
   IF WS-FICH-STATUS = "00"
      MOVE "N" TO WS-EOF
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBFichiersTraitesFile
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               IF TypeFichierTraite = TypeFichierIntake
                  AND DateFichierTraite = WS-DateFichier
                  AND EmetteurFichierTraite = WS-EmetteurFichier
                  MOVE "D" TO WS-FichierRefuse
                  MOVE "Y" TO WS-EOF
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBFichiersTraitesFile
   END-IF.

NOTER-FICHIER-TRAITE.
   OPEN EXTEND GCBFichiersTraitesFile.
   IF WS-FICH-STATUS = "35"
      OPEN OUTPUT GCBFichiersTraitesFile
   END-IF.
   IF WS-FICH-STATUS = "00"
      MOVE TypeFichierIntake TO TypeFichierTraite
      MOVE WS-DateFichier TO DateFichierTraite
      MOVE WS-EmetteurFichier TO EmetteurFichierTraite
      WRITE FichierTraiteRecord
      CLOSE GCBFichiersTraitesFile
   END-IF.

REJETER-FICHIER-GAB.
      *> Totaux ou structure en écart : AUCUN retrait n'est débité,
      *> chaque détail part en rejet FICCTL et le journal n'est pas
      *> enregistré (un journal corrigé pourra repasser).
   MOVE 0 TO WS-NumCompteCarte.
   OPEN INPUT GCBJournalGABFile.
   MOVE "N" TO WS-EOF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBJournalGABFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF TypeLigneGAB = "D"
               MOVE "FICCTL" TO WS-MotifCourant
               PERFORM ECRIRE-REJET
            END-IF
      END-READ
   END-PERFORM.
   CLOSE GCBJournalGABFile.
   DISPLAY WS-NbRejets " ligne(s) rejetée(s), journal de GAB refusé "
       "en bloc.".

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

TRAITER-UN-RETRAIT-GAB.
      *> Les billets sont sortis du GAB : le retrait compte dans le
      *> distribué du chargement même s'il est rejeté au débit.
   PERFORM CUMULER-DISTRIBUE-CASSETTE.
   MOVE NumCarteGAB TO WS-NumCarte.
   PERFORM CHERCHER-CARTE.
   IF WS-CarteTrouvee = "N"
      MOVE 0 TO WS-NumCompteCarte
      MOVE "CARINC" TO WS-MotifCourant
      PERFORM REJETER-RETRAIT-GAB
   ELSE
   IF WS-StatutCarte NOT = "A"
      MOVE "CARBLQ" TO WS-MotifCourant
      PERFORM REJETER-RETRAIT-GAB
   ELSE
   IF WS-ExpirationCarte < WS-DateJour
      MOVE "CAREXP" TO WS-MotifCourant
      PERFORM REJETER-RETRAIT-GAB
   ELSE
      MOVE MontantRetraitGAB TO WS-MontantDebit
      CALL 'GCB_CARTE_CONTROLE' USING WS-NumCarte WS-NumCompteCarte
          WS-MontantDebit WS-CarteAutorisee
      IF WS-CarteAutorisee NOT = "O"
         MOVE "PLAFND" TO WS-MotifCourant
         PERFORM REJETER-RETRAIT-GAB
      ELSE
         MOVE 0 TO WS-SoldeCompte
         CALL 'GCB_LECTURE' USING WS-NumCompteCarte WS-SoldeCompte
             WS-StatutCompte WS-PinCompte WS-DeviseCompte
             WS-NomTitulaire WS-CompteJoint WS-NomCotitulaire
             WS-Beneficiaire
         EVALUATE WS-StatutCompte
            WHEN "N"
               MOVE "CPTINC" TO WS-MotifCourant
               PERFORM REJETER-RETRAIT-GAB
            WHEN "A"
               PERFORM DEBITER-RETRAIT-GAB
            WHEN "S"
               MOVE "DECEDE" TO WS-MotifCourant
               PERFORM REJETER-RETRAIT-GAB
            WHEN OTHER
               MOVE "CPTFER" TO WS-MotifCourant
               PERFORM REJETER-RETRAIT-GAB
         END-EVALUATE
      END-IF
   END-IF
   END-IF
   END-IF.

DEBITER-RETRAIT-GAB.
      *> Même plancher que le RETRAIT de GCB2 : règles du produit
      *> (pas de découvert pour un compte de mineur), blocages de
      *> fonds, chèques non compensés et enveloppes ; un compte de
      *> mineur est de plus tenu à son plafond journalier de retrait.
   CALL 'GCB_PRODUIT' USING WS-NumCompteCarte WS-CodeProduit
       WS-TauxProduit WS-DecouvertProduit WS-RetraitsLibres.
   CALL 'GCB_MINEUR' USING WS-NumCompteCarte WS-CompteMineur
       WS-NumTuteurCompte.
   MOVE 0 TO WS-PlancherCompte.
   IF WS-DecouvertProduit = "O" AND WS-CompteMineur NOT = "O"
      COMPUTE WS-PlancherCompte = 0 - MontantDecouvertMax
   END-IF.
   CALL 'GCB_BLOCAGE' USING WS-NumCompteCarte WS-TotalBlocages.
   ADD WS-TotalBlocages TO WS-PlancherCompte.
   CALL 'GCB_CHEQUES_ATTENTE' USING WS-NumCompteCarte
       WS-TotalChequesAttente.
   ADD WS-TotalChequesAttente TO WS-PlancherCompte.
   CALL 'GCB_ENVELOPPES' USING WS-NumCompteCarte WS-TotalEnveloppes.
   ADD WS-TotalEnveloppes TO WS-PlancherCompte.
   MOVE 0 TO WS-CumulRetraitsJour.
   IF WS-CompteMineur = "O"
      PERFORM CUMULER-RETRAITS-JOUR
   END-IF.
   IF WS-CompteMineur = "O"
      AND WS-CumulRetraitsJour + WS-MontantDebit
          > PlafondRetraitMineur
      MOVE "PLAMIN" TO WS-MotifCourant
      PERFORM REJETER-RETRAIT-GAB
   ELSE
   IF WS-MontantDebit > WS-SoldeCompte - WS-PlancherCompte
      MOVE "SOLDIN" TO WS-MotifCourant
      PERFORM REJETER-RETRAIT-GAB
   ELSE
      COMPUTE WS-SoldeCompte = WS-SoldeCompte - WS-MontantDebit
      CALL 'GCB_WRITE' USING WS-NumCompteCarte ActionRetrait
          WS-MontantDebit WS-SoldeCompte WS-PinCompte
          WS-DeviseCompte WS-NomTitulaire WS-CompteJoint
          WS-NomCotitulaire WS-Beneficiaire WS-StatutCompte
      ADD 1 TO WS-NbDebites
   END-IF
   END-IF.

CUMULER-RETRAITS-JOUR.
      *> Retraits du jour du compte, guichet et carte confondus, lus
      *> par la clé alternative du compte : les retraits déjà
      *> débités plus haut dans le même journal y figurent.
   MOVE "N" TO WS-EOF-HIST.
   OPEN INPUT GCBHistoriqueFile.
   IF WS-HIST-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-HIST
   END-IF.
   IF WS-EOF-HIST = "N"
      MOVE WS-NumCompteCarte TO NumeroCompte OF HistoriqueRecord
      START GCBHistoriqueFile KEY IS EQUAL TO
          NumeroCompte OF HistoriqueRecord
         INVALID KEY MOVE "Y" TO WS-EOF-HIST
      END-START
      PERFORM UNTIL WS-EOF-HIST = "Y"
         READ GCBHistoriqueFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF-HIST
            NOT AT END
               IF NumeroCompte OF HistoriqueRecord
                   = WS-NumCompteCarte
                  IF DateTraitement = WS-DateJour
                     AND ActionFile = "RETRAIT"
                     MOVE MontantFile TO WS-MontantHist
                     ADD WS-MontantHist TO WS-CumulRetraitsJour
                  END-IF
               ELSE
                  MOVE "Y" TO WS-EOF-HIST
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBHistoriqueFile
   END-IF.

REJETER-RETRAIT-GAB.
   PERFORM ECRIRE-REJET.
   IF IdxCassetteCourante > 0
      MOVE LigneCassetteTable(IdxCassetteCourante)
          TO CassetteGABRecord
      ADD MontantRetraitGAB TO MontantRejeteGAB
      MOVE CassetteGABRecord
          TO LigneCassetteTable(IdxCassetteCourante)
   END-IF.

ECRIRE-REJET.
   ADD 1 TO WS-NbRejets.
   OPEN EXTEND GCBRejetsGABFile.
   IF WS-REJ-STATUS = "35"
      OPEN OUTPUT GCBRejetsGABFile
   END-IF.
   IF WS-REJ-STATUS = "00"
      MOVE IdGABDetail TO IdGABRejet
      MOVE NumCarteGAB TO NumCarteRejet
      MOVE WS-NumCompteCarte TO NumeroCompteRejet
      MOVE MontantRetraitGAB TO MontantRejet
      MOVE HorodatageGAB TO HorodatageRejet
      MOVE WS-MotifCourant TO CodeMotifRejet
      MOVE WS-DateJour TO DateTraitementRejet
      WRITE RejetGABRecord
      CLOSE GCBRejetsGABFile
   END-IF.

CHERCHER-CARTE.
   MOVE "N" TO WS-CarteTrouvee.
   IF WS-CartesOuvert = "O"
      MOVE WS-NumCarte TO NumCarte
      READ GCBCartesFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            MOVE "O" TO WS-CarteTrouvee
            MOVE NumeroCompteCarte TO WS-NumCompteCarte
            MOVE StatutCarte TO WS-StatutCarte
            MOVE DateExpirationCarte TO WS-ExpirationCarte
      END-READ
   END-IF.

OUVRIR-CARTES.
   MOVE "N" TO WS-CartesOuvert.
   OPEN INPUT GCBCartesFile.
   IF WS-CARTE-STATUS = "00"
      MOVE "O" TO WS-CartesOuvert
   END-IF.

CUMULER-DISTRIBUE-CASSETTE.
   MOVE 0 TO IdxCassetteCourante.
   PERFORM VARYING IdxCassette FROM 1 BY 1
       UNTIL IdxCassette > WS-NbLignesCassettes
       OR IdxCassetteCourante > 0
      MOVE LigneCassetteTable(IdxCassette) TO CassetteGABRecord
      IF IdGABCassette = IdGABDetail AND StatutCassetteGAB = "O"
         MOVE IdxCassette TO IdxCassetteCourante
         ADD MontantRetraitGAB TO MontantDistribueGAB
         MOVE CassetteGABRecord TO LigneCassetteTable(IdxCassette)
      END-IF
   END-PERFORM.
   IF IdxCassetteCourante = 0
      ADD 1 TO WS-NbHorsChargement
   END-IF.

EDITER-POSITION-CASSETTES.
      *> Chargements en service : théorique restant dans le GAB.
      *> Chargements rapprochés : seuls les écarts non expliqués
      *> (chargé - distribué - reste compté) sont listés.
   PERFORM CHARGER-TABLE-CASSETTES.
   MOVE 0 TO WS-NbEcarts.
   DISPLAY "--- GAB en service ---".
   PERFORM VARYING IdxCassette FROM 1 BY 1
       UNTIL IdxCassette > WS-NbLignesCassettes
      MOVE LigneCassetteTable(IdxCassette) TO CassetteGABRecord
      IF StatutCassetteGAB = "O"
         COMPUTE WS-TheoriqueGAB = MontantChargeGAB
             - MontantDistribueGAB
         MOVE MontantChargeGAB TO WS-ChargeAff
         MOVE MontantDistribueGAB TO WS-DistribueAff
         MOVE WS-TheoriqueGAB TO WS-MontantAff
         DISPLAY "GAB " IdGABCassette " (agence " AgenceGABCassette
             ") chargé le " DateChargementGAB " : " WS-ChargeAff
             " distribué " WS-DistribueAff " reste théorique "
             WS-MontantAff
      END-IF
   END-PERFORM.
   DISPLAY "--- Ecarts non expliqués au rapprochement ---".
   PERFORM VARYING IdxCassette FROM 1 BY 1
       UNTIL IdxCassette > WS-NbLignesCassettes
      MOVE LigneCassetteTable(IdxCassette) TO CassetteGABRecord
      IF StatutCassetteGAB = "R" AND EcartGAB NOT = 0
         ADD 1 TO WS-NbEcarts
         MOVE MontantChargeGAB TO WS-ChargeAff
         MOVE MontantDistribueGAB TO WS-DistribueAff
         MOVE EcartGAB TO WS-MontantAff
         DISPLAY "GAB " IdGABCassette " chargé le "
             DateChargementGAB " rapproché le " DateRapprochementGAB
             " : chargé " WS-ChargeAff " distribué " WS-DistribueAff
             " ECART " WS-MontantAff
      END-IF
   END-PERFORM.
   IF WS-NbEcarts = 0
      DISPLAY "Aucun écart non expliqué."
   END-IF.

CHARGER-TABLE-CASSETTES.
   MOVE 0 TO WS-NbLignesCassettes.
   MOVE "N" TO WS-CassettesTronque.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBCassettesGABFile.
   IF WS-CASS-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBCassettesGABFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbLignesCassettes < 500
               ADD 1 TO WS-NbLignesCassettes
               MOVE CassetteGABRecord
                   TO LigneCassetteTable(WS-NbLignesCassettes)
            ELSE
               MOVE "O" TO WS-CassettesTronque
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CASS-STATUS NOT = "35"
      CLOSE GCBCassettesGABFile
   END-IF.

REECRIRE-TABLE-CASSETTES.
   OPEN OUTPUT GCBCassettesGABFile.
   PERFORM VARYING IdxCassette FROM 1 BY 1
       UNTIL IdxCassette > WS-NbLignesCassettes
      MOVE LigneCassetteTable(IdxCassette) TO CassetteGABRecord
      WRITE CassetteGABRecord
   END-PERFORM.
   CLOSE GCBCassettesGABFile.

POSER-CANAL-CARTE.
   MOVE "C" TO CanalRecord.
   OPEN OUTPUT GCBCanalFile.
   WRITE CanalRecord.
   CLOSE GCBCanalFile.

REMETTRE-CANAL-GUICHET.
   MOVE "G" TO CanalRecord.
   OPEN OUTPUT GCBCanalFile.
   WRITE CanalRecord.
   CLOSE GCBCanalFile.

POSER-MODE-BATCH.
   MOVE "O" TO ModeBatchRecord.
   OPEN OUTPUT GCBModeBatchFile.
   WRITE ModeBatchRecord.
   CLOSE GCBModeBatchFile.

EFFACER-MODE-BATCH.
   MOVE "N" TO ModeBatchRecord.
   OPEN OUTPUT GCBModeBatchFile.
   WRITE ModeBatchRecord.
   CLOSE GCBModeBatchFile.
