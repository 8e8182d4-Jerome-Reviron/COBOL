IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_RECLAMATIONS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBReclamationsFile
        FILE STATUS IS WS-RECL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBReclamationsFile.txt".
    SELECT GCBReclamationSeqFile
        FILE STATUS IS WS-RECLSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBReclamationSeqFile.txt".
    SELECT GCBMembresFile
        FILE STATUS IS WS-MBR-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IdMembre OF MembreRecord
        ASSIGN TO "GCBMembresFile.dat".
    SELECT GCBFideliteFile
        FILE STATUS IS WS-FID-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBFideliteFile.txt".
    SELECT GCBDevisFile
        FILE STATUS IS WS-DEVIS-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBDevisFile.txt".
    SELECT GCBHistoriqueFile
        FILE STATUS IS WS-HIST-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumSequenceHistorique
        ALTERNATE RECORD KEY IS NumeroCompte OF HistoriqueRecord
            WITH DUPLICATES
        ASSIGN TO "GCBHistoriqueFile.dat".
    SELECT GCBEmpruntsFile
        FILE STATUS IS WS-EMP-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumeroEmprunt
        ALTERNATE RECORD KEY IS TitreEmprunt
            WITH DUPLICATES
        ALTERNATE RECORD KEY IS IdMembreEmprunt
            WITH DUPLICATES
        ASSIGN TO "GCBEmpruntsFile.dat".
    SELECT ReductionsFile
        FILE STATUS IS WS-JOURNAL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "ReductionsFile.txt".
    SELECT GCBChantiersFile
        FILE STATUS IS WS-CHA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBChantiersFile.txt".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".
    SELECT GCBOperateurSessionFile
        FILE STATUS IS WS-OPSES-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBOperateurSessionFile.txt".
    SELECT EditionReclamFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEdition.

DATA DIVISION.
FILE SECTION.
   FD GCBReclamationsFile.
   COPY RECLAMATION.

   FD GCBReclamationSeqFile.
   01 ReclamationSeqRecord PIC 9(6).

   FD GCBMembresFile.
   COPY MEMBRE.

   FD GCBFideliteFile.
      *> Même dessin que dans CalculReductions, relu ici pour le seul
      *> nom du porteur de la carte.
   01 FideliteRecord.
      05 CarteFidelite PIC X(8).
      05 NomClientFidelite PIC X(30).
      05 NiveauClientFidelite PIC 9(1).
      05 PointsFidelite PIC 9(7).
      05 CumulDouzeMois PIC 9(7)V99.
      05 MoisDebutCumul PIC 9(6).

   FD GCBDevisFile.
   COPY DEVIS.

   FD GCBHistoriqueFile.
   COPY HISTORIQUE.

   FD GCBEmpruntsFile.
   COPY EMPRUNT.

   FD ReductionsFile.
   COPY REDJOURNAL.

   FD GCBChantiersFile.
   COPY CHANTIER.

   FD GCBJourFile.
   COPY JOUR.

   FD GCBOperateurSessionFile.
   01 OperateurSessionRecord PIC 9(6).

   FD EditionReclamFile.
   01 LigneEdition PIC X(100).

WORKING-STORAGE SECTION.
   01 WS-RECL-STATUS PIC 99.
   01 WS-RECLSEQ-STATUS PIC 99.
   01 WS-MBR-STATUS PIC 99.
   01 WS-FID-STATUS PIC 99.
   01 WS-DEVIS-STATUS PIC 99.
   01 WS-HIST-STATUS PIC 99.
   01 WS-EMP-STATUS PIC 99.
   01 WS-JOURNAL-STATUS PIC 99.
   01 WS-CHA-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-OPSES-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 0.
   01 WS-SignonOK PIC X(1) VALUE "N".
   01 WS-OperateurPoste PIC 9(6) VALUE 0.
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-DernierNumReclamation PIC 9(6) VALUE 0.
   01 WS-NouveauNumReclamation PIC 9(6) VALUE 0.
   01 WS-NumReclamationSaisi PIC 9(6).
   01 WS-ReclamationTrouvee PIC X VALUE "N".

      *> Saisie d'une réclamation.
   01 WS-TypePlaignantSaisi PIC X(1).
   01 WS-IdPlaignantSaisi PIC X(8).
   01 WS-IdNumeriqueSaisi PIC 9(6).
   01 WS-NomPlaignantLu PIC X(30).
   01 WS-PlaignantTrouve PIC X(1).
   01 WS-SousSystemeSaisi PIC X(1).
   01 WS-ReferenceSaisie PIC 9(8).
   01 WS-ReferenceTrouvee PIC X(1).
   01 WS-CategorieSaisie PIC X(4).
   01 WS-ObjetSaisi PIC X(40).
   01 WS-DateReceptionSaisie PIC 9(8).
   01 WS-CauseSaisie PIC X(4).
   01 WS-ReponseSaisie PIC X(40).
   01 WS-ResponsableSaisi PIC 9(6).
   01 WS-CodeValide PIC X(1).
   01 WS-NomClientLu PIC X(30).
   01 WS-AdresseClientLue PIC X(40).
   01 WS-ContactClientLu PIC X(30).
   01 WS-ClientTrouve PIC X(1).
   01 WS-DateExpirationDocLue PIC 9(8).

      *> Délais réglementaires en jours ouvrés, relus dans
      *> GCBParametresFile (clés DELAI-ACCUSE-RECL et
      *> DELAI-REPONSE-RECL) ; les VALUE ne servent que de repli.
   01 WS-DelaiAccuse PIC 9(3) VALUE 10.
   01 WS-DelaiReponse PIC 9(3) VALUE 40.
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
   01 CleDelaiAccuse PIC X(20) VALUE "DELAI-ACCUSE-RECL".
   01 CleDelaiReponse PIC X(20) VALUE "DELAI-REPONSE-RECL".

      *> Avance d'un nombre de jours ouvrés : GCB_JOUR_OUVRE est
      *> interrogé jour après jour, borné à un an de calendrier.
   01 WS-DateDepart PIC 9(8).
   01 WS-NbJoursOuvres PIC 9(3).
   01 WS-DateEcheance PIC 9(8).
   01 WS-DateCandidate PIC 9(8).
   01 WS-JourOuvre PIC X(1).
   01 WS-JoursComptes PIC 9(3).
   01 WS-JoursParcourus PIC 9(3).
   01 WS-EntierCandidat PIC 9(8).

      *> Réclamations chargées en table bornée pour pouvoir mettre un
      *> dossier à jour et réécrire le fichier, même mécanique que
      *> GCB_CB : une table tronquée interdit la réécriture.
   01 WS-NbReclamations PIC 9(4) VALUE 0.
   01 WS-ReclamationsTronque PIC X(1) VALUE "N".
   01 IdxReclamation PIC 9(4).
   01 TableReclamations.
      05 LigneReclamationTable PIC X(189) OCCURS 2000 TIMES.

      *> Codes de catégorie et de cause racine, avec leur libellé
      *> d'édition.
   01 CategoriesReclamation.
      05 FILLER PIC X(28) VALUE "FRAIFrais contestes         ".
      05 FILLER PIC X(28) VALUE "AMENAmende bibliotheque     ".
      05 FILLER PIC X(28) VALUE "REMBRemboursement refuse    ".
      05 FILLER PIC X(28) VALUE "DELADelai, retard           ".
      05 FILLER PIC X(28) VALUE "QUALQualite de prestation   ".
      05 FILLER PIC X(28) VALUE "ACCUAccueil, service        ".
      05 FILLER PIC X(28) VALUE "ERREErreur de traitement    ".
      05 FILLER PIC X(28) VALUE "AUTRAutre                   ".
   01 CategoriesReclamationTable REDEFINES CategoriesReclamation.
      05 CategorieEntree OCCURS 8 TIMES.
         10 CodeCategorie PIC X(4).
         10 LibelleCategorie PIC X(24).
   01 CausesRacines.
      05 FILLER PIC X(28) VALUE "TARIGrille tarifaire        ".
      05 FILLER PIC X(28) VALUE "PROCProcedure interne       ".
      05 FILLER PIC X(28) VALUE "ERRHErreur humaine          ".
      05 FILLER PIC X(28) VALUE "SYSTIncident systeme        ".
      05 FILLER PIC X(28) VALUE "FOURFournisseur, tiers      ".
      05 FILLER PIC X(28) VALUE "INFODefaut d'information    ".
      05 FILLER PIC X(28) VALUE "NFONReclamation non fondee  ".
      05 FILLER PIC X(28) VALUE "AUTRAutre                   ".
   01 CausesRacinesTable REDEFINES CausesRacines.
      05 CauseEntree OCCURS 8 TIMES.
         10 CodeCause PIC X(4).
         10 LibelleCause PIC X(24).
   01 IdxCategorie PIC 9(2).
   01 IdxCause PIC 9(2).

      *> Éditions.
   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(100).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-TypeRapportRetard PIC X(12) VALUE "RECL-RETARD".
   01 WS-TypeRapportMois PIC X(12) VALUE "RECL-MOIS".
   01 WS-NbEnRetard PIC 9(4) VALUE 0.
   01 WS-RetardAccuse PIC X(1).
   01 WS-RetardReponse PIC X(1).
   01 WS-JoursRetard PIC 9(4).
   01 WS-JoursRetardAff PIC ZZZ9.
   01 WS-MoisSaisi PIC 9(6).
   01 WS-MoisReception PIC 9(6).
   01 WS-MoisResolution PIC 9(6).
   01 WS-NbRecues PIC 9(4).
   01 WS-NbResolues PIC 9(4).
   01 WS-NbHorsDelai PIC 9(4).
   01 WS-NbEncours PIC 9(4).
   01 WS-NbCause PIC 9(4).
   01 WS-TotalRecues PIC 9(4).
   01 WS-TotalResolues PIC 9(4).
   01 WS-TotalHorsDelai PIC 9(4).
   01 WS-CompteAff PIC ZZZ9.
   01 WS-CompteAff2 PIC ZZZ9.
   01 WS-CompteAff3 PIC ZZZ9.
   01 WS-CompteAff4 PIC ZZZ9.

      *> Registre général des réclamations, toutes activités
      *> confondues. Le plaignant est identifié dans son propre
      *> référentiel (client, membre, carte fidélité ou devis de
      *> clôture), la référence liée dans celui de l'activité visée.
      *> Les échéances d'accusé et de réponse sont posées en jours
      *> ouvrés à la réception ; l'état hebdomadaire liste les
      *> dossiers qui les ont dépassées et la synthèse mensuelle
      *> ventile les réclamations par catégorie et cause racine.

PROCEDURE DIVISION.
   CALL 'GCB_SIGNON' USING WS-SignonOK.
   IF WS-SignonOK NOT = "O"
      DISPLAY "Pas de session opérateur : registre inaccessible."
      STOP RUN
   END-IF.
   PERFORM LIRE-OPERATEUR-POSTE.
   PERFORM LIRE-DATE-JOUR.
   PERFORM LIRE-PARAMETRES.
   DISPLAY "==============================================".
   DISPLAY "REGISTRE DES RECLAMATIONS - GCB2".
   DISPLAY "==============================================".
   DISPLAY "1. Enregistrer une réclamation".
   DISPLAY "2. Accuser réception".
   DISPLAY "3. Résoudre une réclamation".
   DISPLAY "4. Réattribuer le responsable".
   DISPLAY "5. Etat hebdomadaire des réclamations en retard".
   DISPLAY "6. Synthèse mensuelle par catégorie".
   DISPLAY "0. Quitter".
   ACCEPT ChoixUtilisateur.
   EVALUATE ChoixUtilisateur
      WHEN 1
         PERFORM ENREGISTRER-RECLAMATION
      WHEN 2
         PERFORM ACCUSER-RECEPTION
      WHEN 3
         PERFORM RESOUDRE-RECLAMATION
      WHEN 4
         PERFORM REATTRIBUER-RECLAMATION
      WHEN 5
         PERFORM EDITER-RETARDS
      WHEN 6
         PERFORM EDITER-SYNTHESE-MOIS
      WHEN OTHER
         DISPLAY "Aucune action effectuée."
   END-EVALUATE.
   STOP RUN.

LIRE-OPERATEUR-POSTE.
   MOVE 0 TO WS-OperateurPoste.
   OPEN INPUT GCBOperateurSessionFile.
   IF WS-OPSES-STATUS = "00"
      READ GCBOperateurSessionFile
         AT END CONTINUE
         NOT AT END
            IF OperateurSessionRecord IS NUMERIC
               MOVE OperateurSessionRecord TO WS-OperateurPoste
            END-IF
      END-READ
      CLOSE GCBOperateurSessionFile
   END-IF.

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

LIRE-PARAMETRES.
   CALL 'GCB_PARAMETRE' USING CleDelaiAccuse WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-DelaiAccuse
   END-IF.
   CALL 'GCB_PARAMETRE' USING CleDelaiReponse WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-DelaiReponse
   END-IF.

ENREGISTRER-RECLAMATION.
   DISPLAY "Plaignant (C=client, M=membre, F=carte fidélité, "
       "D=client d'un devis) : ".
   ACCEPT WS-TypePlaignantSaisi.
   DISPLAY "Identifiant du plaignant (numéro client, membre, carte "
       "ou devis) : ".
   ACCEPT WS-IdPlaignantSaisi.
   PERFORM IDENTIFIER-PLAIGNANT.
   IF WS-PlaignantTrouve NOT = "O"
      DISPLAY "Plaignant introuvable : réclamation non enregistrée."
   ELSE
      DISPLAY "Plaignant : " WS-NomPlaignantLu
      DISPLAY "Activité (B=banque, L=bibliothèque, M=magasin, "
          "C=clôtures) : "
      ACCEPT WS-SousSystemeSaisi
      DISPLAY "Référence liée (mouvement, emprunt, vente ou "
          "chantier ; 0 = aucune) : "
      ACCEPT WS-ReferenceSaisie
      PERFORM CONTROLER-REFERENCE
      IF WS-ReferenceTrouvee NOT = "O"
         DISPLAY "Activité ou référence inconnue : réclamation non "
             "enregistrée."
      ELSE
         DISPLAY "Catégorie (FRAI, AMEN, REMB, DELA, QUAL, ACCU, "
             "ERRE, AUTR) : "
         ACCEPT WS-CategorieSaisie
         PERFORM CONTROLER-CATEGORIE
         IF WS-CodeValide NOT = "O"
            DISPLAY "Catégorie inconnue : réclamation non "
                "enregistrée."
         ELSE
            DISPLAY "Objet de la réclamation : "
            ACCEPT WS-ObjetSaisi
            DISPLAY "Date de réception AAAAMMJJ (0 = aujourd'hui) : "
            ACCEPT WS-DateReceptionSaisie
            IF WS-DateReceptionSaisie = 0
               MOVE WS-DateJour TO WS-DateReceptionSaisie
            END-IF
            IF WS-DateReceptionSaisie > WS-DateJour
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-DateReceptionSaisie)
                  NOT = 0
               DISPLAY "Date de réception invalide."
            ELSE
               PERFORM ECRIRE-NOUVELLE-RECLAMATION
            END-IF
         END-IF
      END-IF
   END-IF.

IDENTIFIER-PLAIGNANT.
   MOVE "N" TO WS-PlaignantTrouve.
   MOVE SPACES TO WS-NomPlaignantLu.
   EVALUATE WS-TypePlaignantSaisi
      WHEN "C"
         IF WS-IdPlaignantSaisi(1:6) IS NUMERIC
            AND WS-IdPlaignantSaisi(7:2) = SPACES
            MOVE WS-IdPlaignantSaisi(1:6) TO WS-IdNumeriqueSaisi
            CALL 'GCB_CLIENT_LECTURE' USING WS-IdNumeriqueSaisi
                WS-NomClientLu WS-AdresseClientLue
                WS-ContactClientLu WS-ClientTrouve
                WS-DateExpirationDocLue
            IF WS-ClientTrouve = "O"
               MOVE "O" TO WS-PlaignantTrouve
               MOVE WS-NomClientLu TO WS-NomPlaignantLu
            END-IF
         END-IF
      WHEN "M"
         IF WS-IdPlaignantSaisi(1:6) IS NUMERIC
            AND WS-IdPlaignantSaisi(7:2) = SPACES
            OPEN INPUT GCBMembresFile
            IF WS-MBR-STATUS = "00"
               MOVE WS-IdPlaignantSaisi(1:6) TO IdMembre OF MembreRecord
               READ GCBMembresFile
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE "O" TO WS-PlaignantTrouve
                     MOVE NomMembre TO WS-NomPlaignantLu
               END-READ
               CLOSE GCBMembresFile
            END-IF
         END-IF
      WHEN "F"
         MOVE "N" TO WS-EOF
         OPEN INPUT GCBFideliteFile
         IF WS-FID-STATUS NOT = "00"
            MOVE "Y" TO WS-EOF
         END-IF
         PERFORM UNTIL WS-EOF = "Y"
            READ GCBFideliteFile
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                  IF CarteFidelite = WS-IdPlaignantSaisi
                     MOVE "O" TO WS-PlaignantTrouve
                     MOVE NomClientFidelite TO WS-NomPlaignantLu
                     MOVE "Y" TO WS-EOF
                  END-IF
            END-READ
         END-PERFORM
         IF WS-FID-STATUS NOT = "35"
            CLOSE GCBFideliteFile
         END-IF
      WHEN "D"
         IF WS-IdPlaignantSaisi(1:6) IS NUMERIC
            AND WS-IdPlaignantSaisi(7:2) = SPACES
            MOVE WS-IdPlaignantSaisi(1:6) TO WS-IdNumeriqueSaisi
            MOVE "N" TO WS-EOF
            OPEN INPUT GCBDevisFile
            IF WS-DEVIS-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
            END-IF
            PERFORM UNTIL WS-EOF = "Y"
               READ GCBDevisFile
                  AT END MOVE "Y" TO WS-EOF
                  NOT AT END
                     IF NumDevis = WS-IdNumeriqueSaisi
                        MOVE "O" TO WS-PlaignantTrouve
                        MOVE NomClientDevis TO WS-NomPlaignantLu
                        MOVE "Y" TO WS-EOF
                     END-IF
               END-READ
            END-PERFORM
            IF WS-DEVIS-STATUS NOT = "35"
               CLOSE GCBDevisFile
            END-IF
         END-IF
   END-EVALUATE.

CONTROLER-REFERENCE.
      *> La référence est cherchée dans le fichier de l'activité
      *> visée ; 0 est admis pour une réclamation sans opération
      *> précise (accueil, tarif en général...).
   MOVE "N" TO WS-ReferenceTrouvee.
   IF WS-SousSystemeSaisi = "B" OR WS-SousSystemeSaisi = "L"
      OR WS-SousSystemeSaisi = "M" OR WS-SousSystemeSaisi = "C"
      IF WS-ReferenceSaisie = 0
         MOVE "O" TO WS-ReferenceTrouvee
      END-IF
   END-IF.
   IF WS-ReferenceSaisie NOT = 0
      EVALUATE WS-SousSystemeSaisi
         WHEN "B"
            OPEN INPUT GCBHistoriqueFile
            IF WS-HIST-STATUS = "00"
               MOVE WS-ReferenceSaisie TO NumSequenceHistorique
               READ GCBHistoriqueFile
                  KEY IS NumSequenceHistorique
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE "O" TO WS-ReferenceTrouvee
               END-READ
               CLOSE GCBHistoriqueFile
            END-IF
         WHEN "L"
            IF WS-ReferenceSaisie NOT > 999999
               OPEN INPUT GCBEmpruntsFile
               IF WS-EMP-STATUS = "00"
                  MOVE WS-ReferenceSaisie TO NumeroEmprunt
                  READ GCBEmpruntsFile
                     KEY IS NumeroEmprunt
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE "O" TO WS-ReferenceTrouvee
                  END-READ
                  CLOSE GCBEmpruntsFile
               END-IF
            END-IF
         WHEN "M"
            MOVE "N" TO WS-EOF
            OPEN INPUT ReductionsFile
            IF WS-JOURNAL-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
            END-IF
            PERFORM UNTIL WS-EOF = "Y"
               READ ReductionsFile
                  AT END MOVE "Y" TO WS-EOF
                  NOT AT END
                     IF NumVenteJournal = WS-ReferenceSaisie
                        MOVE "O" TO WS-ReferenceTrouvee
                        MOVE "Y" TO WS-EOF
                     END-IF
               END-READ
            END-PERFORM
            IF WS-JOURNAL-STATUS NOT = "35"
               CLOSE ReductionsFile
            END-IF
         WHEN "C"
            MOVE "N" TO WS-EOF
            OPEN INPUT GCBChantiersFile
            IF WS-CHA-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
            END-IF
            PERFORM UNTIL WS-EOF = "Y"
               READ GCBChantiersFile
                  AT END MOVE "Y" TO WS-EOF
                  NOT AT END
                     IF NumChantier = WS-ReferenceSaisie
                        MOVE "O" TO WS-ReferenceTrouvee
                        MOVE "Y" TO WS-EOF
                     END-IF
               END-READ
            END-PERFORM
            IF WS-CHA-STATUS NOT = "35"
               CLOSE GCBChantiersFile
            END-IF
      END-EVALUATE
   END-IF.

CONTROLER-CATEGORIE.
   MOVE "N" TO WS-CodeValide.
   PERFORM VARYING IdxCategorie FROM 1 BY 1
       UNTIL IdxCategorie > 8 OR WS-CodeValide = "O"
      IF CodeCategorie(IdxCategorie) = WS-CategorieSaisie
         MOVE "O" TO WS-CodeValide
      END-IF
   END-PERFORM.

CONTROLER-CAUSE.
   MOVE "N" TO WS-CodeValide.
   PERFORM VARYING IdxCause FROM 1 BY 1
       UNTIL IdxCause > 8 OR WS-CodeValide = "O"
      IF CodeCause(IdxCause) = WS-CauseSaisie
         MOVE "O" TO WS-CodeValide
      END-IF
   END-PERFORM.

ECRIRE-NOUVELLE-RECLAMATION.
   PERFORM OBTENIR-NUMERO-RECLAMATION.
   OPEN EXTEND GCBReclamationsFile.
   IF WS-RECL-STATUS = "35"
      OPEN OUTPUT GCBReclamationsFile
   END-IF.
   IF WS-RECL-STATUS NOT = "00"
      DISPLAY "Erreur GCBReclamationsFile, statut " WS-RECL-STATUS
   ELSE
      MOVE SPACES TO ReclamationRecord
      MOVE WS-NouveauNumReclamation TO NumReclamation
      MOVE WS-TypePlaignantSaisi TO TypePlaignant
      MOVE WS-IdPlaignantSaisi TO IdPlaignant
      MOVE WS-NomPlaignantLu TO NomPlaignant
      MOVE WS-SousSystemeSaisi TO SousSysteme
      MOVE WS-ReferenceSaisie TO ReferenceLiee
      MOVE WS-CategorieSaisie TO CategorieReclamation
      MOVE WS-ObjetSaisi TO ObjetReclamation
      MOVE WS-DateReceptionSaisie TO DateReception
      MOVE WS-DateReceptionSaisie TO WS-DateDepart
      MOVE WS-DelaiAccuse TO WS-NbJoursOuvres
      PERFORM AVANCER-JOURS-OUVRES
      MOVE WS-DateEcheance TO DateLimiteAccuse
      MOVE WS-DelaiReponse TO WS-NbJoursOuvres
      PERFORM AVANCER-JOURS-OUVRES
      MOVE WS-DateEcheance TO DateLimiteReponse
      MOVE 0 TO DateAccuse
      MOVE 0 TO DateResolution
      MOVE WS-OperateurPoste TO ResponsableReclamation
      MOVE "O" TO StatutReclamation
      WRITE ReclamationRecord
      CLOSE GCBReclamationsFile
      DISPLAY "Réclamation " WS-NouveauNumReclamation
          " enregistrée : accusé avant le " DateLimiteAccuse
          ", réponse avant le " DateLimiteReponse "."
   END-IF.

AVANCER-JOURS-OUVRES.
      *> Échéance = WS-NbJoursOuvres jours ouvrés après WS-DateDepart
      *> (le jour de réception ne compte pas).
   MOVE WS-DateDepart TO WS-DateEcheance.
   MOVE 0 TO WS-JoursComptes.
   MOVE 0 TO WS-JoursParcourus.
   COMPUTE WS-EntierCandidat = FUNCTION INTEGER-OF-DATE(WS-DateDepart).
   PERFORM UNTIL WS-JoursComptes >= WS-NbJoursOuvres
       OR WS-JoursParcourus >= 366
      ADD 1 TO WS-EntierCandidat
      ADD 1 TO WS-JoursParcourus
      COMPUTE WS-DateCandidate
          = FUNCTION DATE-OF-INTEGER(WS-EntierCandidat)
      CALL 'GCB_JOUR_OUVRE' USING WS-DateCandidate WS-JourOuvre
      IF WS-JourOuvre = "O"
         ADD 1 TO WS-JoursComptes
         MOVE WS-DateCandidate TO WS-DateEcheance
      END-IF
   END-PERFORM.

OBTENIR-NUMERO-RECLAMATION.
      *> Même mécanisme de séquence monotone que GCBSequenceFile dans
      *> GCB_WRITE.
   MOVE 0 TO WS-DernierNumReclamation.
   OPEN INPUT GCBReclamationSeqFile.
   IF WS-RECLSEQ-STATUS = "00"
      READ GCBReclamationSeqFile
         AT END CONTINUE
         NOT AT END
            MOVE ReclamationSeqRecord TO WS-DernierNumReclamation
      END-READ
      CLOSE GCBReclamationSeqFile
   END-IF.
   COMPUTE WS-NouveauNumReclamation = WS-DernierNumReclamation + 1.
   MOVE WS-NouveauNumReclamation TO ReclamationSeqRecord.
   OPEN OUTPUT GCBReclamationSeqFile.
   WRITE ReclamationSeqRecord.
   CLOSE GCBReclamationSeqFile.

CHERCHER-RECLAMATION.
      *> Charge le registre et positionne IdxReclamation (et
      *> ReclamationRecord) sur le dossier saisi.
   MOVE "N" TO WS-ReclamationTrouvee.
   DISPLAY "Numéro de la réclamation : ".
   ACCEPT WS-NumReclamationSaisi.
   PERFORM CHARGER-TABLE-RECLAMATIONS.
   IF WS-ReclamationsTronque = "O"
      DISPLAY "GCBReclamationsFile trop volumineux pour être "
          "chargé en entier : mise à jour impossible."
   ELSE
      PERFORM VARYING IdxReclamation FROM 1 BY 1
          UNTIL IdxReclamation > WS-NbReclamations
          OR WS-ReclamationTrouvee = "O"
         MOVE LigneReclamationTable(IdxReclamation)
             TO ReclamationRecord
         IF NumReclamation = WS-NumReclamationSaisi
            MOVE "O" TO WS-ReclamationTrouvee
            SUBTRACT 1 FROM IdxReclamation
         END-IF
      END-PERFORM
      IF WS-ReclamationTrouvee = "N"
         DISPLAY "Réclamation introuvable."
      END-IF
   END-IF.

ACCUSER-RECEPTION.
   PERFORM CHERCHER-RECLAMATION.
   IF WS-ReclamationTrouvee = "O"
      IF StatutReclamation NOT = "O"
         DISPLAY "Réception déjà accusée pour cette réclamation."
      ELSE
         MOVE "A" TO StatutReclamation
         MOVE WS-DateJour TO DateAccuse
         MOVE ReclamationRecord
             TO LigneReclamationTable(IdxReclamation)
         PERFORM REECRIRE-TABLE-RECLAMATIONS
         IF DateAccuse > DateLimiteAccuse
            DISPLAY "Accusé de réception enregistré HORS DELAI "
                "(échéance " DateLimiteAccuse ")."
         ELSE
            DISPLAY "Accusé de réception enregistré."
         END-IF
      END-IF
   END-IF.

RESOUDRE-RECLAMATION.
   PERFORM CHERCHER-RECLAMATION.
   IF WS-ReclamationTrouvee = "O"
      IF StatutReclamation = "R"
         DISPLAY "Réclamation déjà résolue le " DateResolution "."
      ELSE
         DISPLAY "Cause racine (TARI, PROC, ERRH, SYST, FOUR, INFO, "
             "NFON, AUTR) : "
         ACCEPT WS-CauseSaisie
         PERFORM CONTROLER-CAUSE
         IF WS-CodeValide NOT = "O"
            DISPLAY "Cause racine inconnue : réclamation non résolue."
         ELSE
            DISPLAY "Réponse apportée au plaignant : "
            ACCEPT WS-ReponseSaisie
               *> La réponse vaut accusé de réception si celui-ci
               *> n'a pas été envoyé séparément.
            IF DateAccuse = 0
               MOVE WS-DateJour TO DateAccuse
            END-IF
            MOVE "R" TO StatutReclamation
            MOVE WS-DateJour TO DateResolution
            MOVE WS-CauseSaisie TO CauseRacine
            MOVE WS-ReponseSaisie TO ReponseReclamation
            MOVE ReclamationRecord
                TO LigneReclamationTable(IdxReclamation)
            PERFORM REECRIRE-TABLE-RECLAMATIONS
            IF DateResolution > DateLimiteReponse
               DISPLAY "Réclamation résolue HORS DELAI (échéance "
                   DateLimiteReponse ")."
            ELSE
               DISPLAY "Réclamation résolue."
            END-IF
         END-IF
      END-IF
   END-IF.

REATTRIBUER-RECLAMATION.
   PERFORM CHERCHER-RECLAMATION.
   IF WS-ReclamationTrouvee = "O"
      IF StatutReclamation = "R"
         DISPLAY "Réclamation résolue : pas de réattribution."
      ELSE
         DISPLAY "Responsable actuel : " ResponsableReclamation
         DISPLAY "Nouveau responsable (numéro d'opérateur) : "
         ACCEPT WS-ResponsableSaisi
         IF WS-ResponsableSaisi = 0
            DISPLAY "Responsable invalide."
         ELSE
            MOVE WS-ResponsableSaisi TO ResponsableReclamation
            MOVE ReclamationRecord
                TO LigneReclamationTable(IdxReclamation)
            PERFORM REECRIRE-TABLE-RECLAMATIONS
            DISPLAY "Réclamation " NumReclamation
                " confiée à l'opérateur " WS-ResponsableSaisi "."
         END-IF
      END-IF
   END-IF.

CHARGER-TABLE-RECLAMATIONS.
   MOVE 0 TO WS-NbReclamations.
   MOVE "N" TO WS-ReclamationsTronque.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBReclamationsFile.
   IF WS-RECL-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBReclamationsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbReclamations < 2000
               ADD 1 TO WS-NbReclamations
               MOVE ReclamationRecord
                   TO LigneReclamationTable(WS-NbReclamations)
            ELSE
               MOVE "O" TO WS-ReclamationsTronque
            END-IF
      END-READ
   END-PERFORM.
   IF WS-RECL-STATUS NOT = "35"
      CLOSE GCBReclamationsFile
   END-IF.

REECRIRE-TABLE-RECLAMATIONS.
   OPEN OUTPUT GCBReclamationsFile.
   PERFORM VARYING IdxReclamation FROM 1 BY 1
       UNTIL IdxReclamation > WS-NbReclamations
      MOVE LigneReclamationTable(IdxReclamation)
          TO ReclamationRecord
      WRITE ReclamationRecord
   END-PERFORM.
   CLOSE GCBReclamationsFile.

EDITER-RETARDS.
      *> État de la semaine : chaque réclamation non résolue dont
      *> l'accusé ou la réponse a dépassé son échéance, avec le
      *> responsable et le retard en jours calendaires.
   PERFORM CHARGER-TABLE-RECLAMATIONS.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBReclamRetard" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   MOVE 0 TO WS-NbLignesEditees.
   MOVE 0 TO WS-NbEnRetard.
   OPEN OUTPUT EditionReclamFile.
   IF WS-EDIT-STATUS NOT = "00"
      DISPLAY "Erreur " FUNCTION TRIM(WS-NomEdition) ", statut "
          WS-EDIT-STATUS
   ELSE
      MOVE SPACES TO WS-LigneTravail
      STRING "RECLAMATIONS EN RETARD AU " WS-DateJour
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE ALL "=" TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      IF WS-ReclamationsTronque = "O"
         MOVE "ATTENTION : registre tronqué à 2000 réclamations."
             TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
      END-IF
      PERFORM VARYING IdxReclamation FROM 1 BY 1
          UNTIL IdxReclamation > WS-NbReclamations
         MOVE LigneReclamationTable(IdxReclamation)
             TO ReclamationRecord
         MOVE "N" TO WS-RetardAccuse
         MOVE "N" TO WS-RetardReponse
         IF StatutReclamation = "O" AND WS-DateJour > DateLimiteAccuse
            MOVE "O" TO WS-RetardAccuse
         END-IF
         IF StatutReclamation NOT = "R"
            AND WS-DateJour > DateLimiteReponse
            MOVE "O" TO WS-RetardReponse
         END-IF
         IF WS-RetardAccuse = "O" OR WS-RetardReponse = "O"
            PERFORM EDITER-RECLAMATION-RETARD
         END-IF
      END-PERFORM
      IF WS-NbEnRetard = 0
         MOVE "Aucune réclamation en retard." TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
      END-IF
      CLOSE EditionReclamFile
      CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportRetard
          WS-DateJour WS-NbLignesEditees WS-NomEdition
      DISPLAY "Etat édité dans " FUNCTION TRIM(WS-NomEdition)
          " (" WS-NbEnRetard " réclamation(s) en retard)."
   END-IF.

EDITER-RECLAMATION-RETARD.
   ADD 1 TO WS-NbEnRetard.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "No " NumReclamation " reçue " DateReception " "
       CategorieReclamation " " SousSysteme "/" ReferenceLiee
       " resp. " ResponsableReclamation " " NomPlaignant
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "  " ObjetReclamation
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   IF WS-RetardAccuse = "O"
      COMPUTE WS-JoursRetard = FUNCTION INTEGER-OF-DATE(WS-DateJour)
          - FUNCTION INTEGER-OF-DATE(DateLimiteAccuse)
      MOVE WS-JoursRetard TO WS-JoursRetardAff
      MOVE SPACES TO WS-LigneTravail
      STRING "  ACCUSE EN RETARD    échéance " DateLimiteAccuse
          " dépassée de " WS-JoursRetardAff " jour(s)"
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.
   IF WS-RetardReponse = "O"
      COMPUTE WS-JoursRetard = FUNCTION INTEGER-OF-DATE(WS-DateJour)
          - FUNCTION INTEGER-OF-DATE(DateLimiteReponse)
      MOVE WS-JoursRetard TO WS-JoursRetardAff
      MOVE SPACES TO WS-LigneTravail
      STRING "  REPONSE EN RETARD   échéance " DateLimiteReponse
          " dépassée de " WS-JoursRetardAff " jour(s)"
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.

EDITER-SYNTHESE-MOIS.
      *> Synthèse d'un mois : par catégorie, les réclamations reçues,
      *> résolues dans le mois (dont hors délai) et encore ouvertes ;
      *> puis, pour les résolues du mois, la ventilation par cause
      *> racine qui oriente les actions correctives.
   DISPLAY "Mois à synthétiser (AAAAMM) : ".
   ACCEPT WS-MoisSaisi.
   IF WS-MoisSaisi(5:2) < "01" OR WS-MoisSaisi(5:2) > "12"
      DISPLAY "Mois invalide."
   ELSE
      PERFORM CHARGER-TABLE-RECLAMATIONS
      MOVE SPACES TO WS-NomEdition
      STRING "GCBReclamMois" WS-MoisSaisi ".txt"
          DELIMITED BY SIZE INTO WS-NomEdition
      MOVE 0 TO WS-NbLignesEditees
      OPEN OUTPUT EditionReclamFile
      IF WS-EDIT-STATUS NOT = "00"
         DISPLAY "Erreur " FUNCTION TRIM(WS-NomEdition) ", statut "
             WS-EDIT-STATUS
      ELSE
         MOVE SPACES TO WS-LigneTravail
         STRING "SYNTHESE DES RECLAMATIONS - MOIS " WS-MoisSaisi
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
         MOVE ALL "=" TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
         IF WS-ReclamationsTronque = "O"
            MOVE "ATTENTION : registre tronqué à 2000 réclamations."
                TO WS-LigneTravail
            PERFORM ECRIRE-LIGNE-EDITION
         END-IF
         MOVE SPACES TO WS-LigneTravail
         STRING "CATEGORIE                     RECUES RESOLUES "
             "HORS-DELAI ENCOURS"
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
         MOVE 0 TO WS-TotalRecues
         MOVE 0 TO WS-TotalResolues
         MOVE 0 TO WS-TotalHorsDelai
         PERFORM VARYING IdxCategorie FROM 1 BY 1
             UNTIL IdxCategorie > 8
            PERFORM COMPTER-CATEGORIE-MOIS
         END-PERFORM
         MOVE WS-TotalRecues TO WS-CompteAff
         MOVE WS-TotalResolues TO WS-CompteAff2
         MOVE WS-TotalHorsDelai TO WS-CompteAff3
         MOVE SPACES TO WS-LigneTravail
         STRING "TOTAL                          " WS-CompteAff
             "     " WS-CompteAff2 "       " WS-CompteAff3
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
         MOVE SPACES TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
         MOVE "CAUSES RACINES DES RECLAMATIONS RESOLUES DANS LE MOIS"
             TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
         PERFORM VARYING IdxCategorie FROM 1 BY 1
             UNTIL IdxCategorie > 8
            PERFORM VARYING IdxCause FROM 1 BY 1 UNTIL IdxCause > 8
               PERFORM COMPTER-CAUSE-MOIS
            END-PERFORM
         END-PERFORM
         IF WS-TotalResolues = 0
            MOVE "  Aucune réclamation résolue dans le mois."
                TO WS-LigneTravail
            PERFORM ECRIRE-LIGNE-EDITION
         END-IF
         CLOSE EditionReclamFile
         CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportMois
             WS-DateJour WS-NbLignesEditees WS-NomEdition
         DISPLAY "Synthèse éditée dans " FUNCTION TRIM(WS-NomEdition)
             "."
      END-IF
   END-IF.

COMPTER-CATEGORIE-MOIS.
   MOVE 0 TO WS-NbRecues.
   MOVE 0 TO WS-NbResolues.
   MOVE 0 TO WS-NbHorsDelai.
   MOVE 0 TO WS-NbEncours.
   PERFORM VARYING IdxReclamation FROM 1 BY 1
       UNTIL IdxReclamation > WS-NbReclamations
      MOVE LigneReclamationTable(IdxReclamation) TO ReclamationRecord
      IF CategorieReclamation = CodeCategorie(IdxCategorie)
         MOVE DateReception(1:6) TO WS-MoisReception
         MOVE DateResolution(1:6) TO WS-MoisResolution
         IF WS-MoisReception = WS-MoisSaisi
            ADD 1 TO WS-NbRecues
            IF StatutReclamation NOT = "R"
               ADD 1 TO WS-NbEncours
            END-IF
         END-IF
         IF StatutReclamation = "R"
            AND WS-MoisResolution = WS-MoisSaisi
            ADD 1 TO WS-NbResolues
            IF DateResolution > DateLimiteReponse
               ADD 1 TO WS-NbHorsDelai
            END-IF
         END-IF
      END-IF
   END-PERFORM.
   ADD WS-NbRecues TO WS-TotalRecues.
   ADD WS-NbResolues TO WS-TotalResolues.
   ADD WS-NbHorsDelai TO WS-TotalHorsDelai.
   MOVE WS-NbRecues TO WS-CompteAff.
   MOVE WS-NbResolues TO WS-CompteAff2.
   MOVE WS-NbHorsDelai TO WS-CompteAff3.
   MOVE WS-NbEncours TO WS-CompteAff4.
   MOVE SPACES TO WS-LigneTravail.
   STRING CodeCategorie(IdxCategorie) " "
       LibelleCategorie(IdxCategorie) " " WS-CompteAff "     "
       WS-CompteAff2 "       " WS-CompteAff3 "    " WS-CompteAff4
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.

COMPTER-CAUSE-MOIS.
   MOVE 0 TO WS-NbCause.
   PERFORM VARYING IdxReclamation FROM 1 BY 1
       UNTIL IdxReclamation > WS-NbReclamations
      MOVE LigneReclamationTable(IdxReclamation) TO ReclamationRecord
      MOVE DateResolution(1:6) TO WS-MoisResolution
      IF StatutReclamation = "R"
         AND WS-MoisResolution = WS-MoisSaisi
         AND CategorieReclamation = CodeCategorie(IdxCategorie)
         AND CauseRacine = CodeCause(IdxCause)
         ADD 1 TO WS-NbCause
      END-IF
   END-PERFORM.
   IF WS-NbCause > 0
      MOVE WS-NbCause TO WS-CompteAff
      MOVE SPACES TO WS-LigneTravail
      STRING "  " CodeCategorie(IdxCategorie) " / "
          CodeCause(IdxCause) " " LibelleCause(IdxCause) " "
          WS-CompteAff
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.

ECRIRE-LIGNE-EDITION.
   MOVE WS-LigneTravail TO LigneEdition.
   WRITE LigneEdition.
   ADD 1 TO WS-NbLignesEditees.
