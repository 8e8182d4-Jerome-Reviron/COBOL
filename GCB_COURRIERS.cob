IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_COURRIERS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBCourrierFile
        FILE STATUS IS WS-COUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCourrierFile.txt".
    SELECT GCBCourrierTirageFile
        FILE STATUS IS WS-TIRAGE-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCourrierTirageFile.txt".
    SELECT GCBAdressesNPAIFile
        FILE STATUS IS WS-NPAI-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBAdressesNPAIFile.txt".
    SELECT GCBMembresFile
        FILE STATUS IS WS-MBR-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IdMembre OF MembreRecord
        ASSIGN TO "GCBMembresFile.dat".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".
    SELECT GCBOperateurSessionFile
        FILE STATUS IS WS-OPSES-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBOperateurSessionFile.txt".
    SELECT EditionCourrierFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEdition.

DATA DIVISION.
FILE SECTION.
   FD GCBCourrierFile.
   COPY COURRIER.

   FD GCBCourrierTirageFile.
      *> Dernier NumCourrier parti au tirage : le tirage suivant
      *> reprend au pli d'après, sans réécrire la file.
   01 CourrierTirageRecord PIC 9(8).

   FD GCBAdressesNPAIFile.
   COPY ADRNPAI.

   FD GCBMembresFile.
   COPY MEMBRE.

   FD GCBJourFile.
   COPY JOUR.

   FD GCBOperateurSessionFile.
   01 OperateurSessionRecord PIC 9(6).

   FD EditionCourrierFile.
   01 LigneEdition PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-COUR-STATUS PIC 99.
   01 WS-TIRAGE-STATUS PIC 99.
   01 WS-NPAI-STATUS PIC 99.
   01 WS-MBR-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-OPSES-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 0.
   01 WS-SignonOK PIC X(1) VALUE "N".
   01 WS-OperateurPoste PIC 9(6) VALUE 0.
   01 WS-DateJour PIC 9(8) VALUE 0.

      *> Appels à GCB_COURRIER.
   01 WS-OperationCourrier PIC X(1).
   01 WS-TypeDestinataire PIC X(1).
   01 WS-IdDestinataire PIC 9(6).
   01 WS-NatureCourrier PIC X(10) VALUE SPACES.
   01 WS-LigneCourrier PIC X(80) VALUE SPACES.
   01 WS-NomDestinataire PIC X(30).
   01 WS-AdresseDestinataire PIC X(40).
   01 WS-ResultatCourrier PIC X(1).

      *> Tirage quotidien.
   01 WS-DernierTire PIC 9(8) VALUE 0.
   01 WS-PlusHautVu PIC 9(8) VALUE 0.
   01 WS-PliEnCours PIC 9(8) VALUE 0.
   01 WS-PliImprime PIC X(1) VALUE "N".
   01 WS-NbPlis PIC 9(5) VALUE 0.
   01 WS-NbRetenusNPAI PIC 9(5) VALUE 0.
   01 WS-NbInconnus PIC 9(5) VALUE 0.
   01 WS-LibelleDestinataire PIC X(7).
   01 WS-TypeRapportCourrier PIC X(12) VALUE "COURRIER".

      *> Adresses à corriger.
   01 WS-TypeRapportNPAI PIC X(12) VALUE "NPAI".
   01 WS-NbNPAI PIC 9(3) VALUE 0.
   01 IdxNPAI PIC 9(3).
   01 JdxNPAI PIC 9(3).
   01 WS-DejaListe PIC X(1).
   01 WS-NbACorriger PIC 9(3) VALUE 0.
   01 TableNPAI OCCURS 500 TIMES.
      05 TypeNPAITable PIC X(1).
      05 IdNPAITable PIC 9(6).
      05 AdresseNPAITable PIC X(40).
      05 DateNPAITable PIC 9(8).

   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(80).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-AdresseSaisie PIC X(40).
   01 WS-IdMembreSaisi PIC 9(6).

      *> Service courrier : le tirage quotidien met en page, sous un
      *> en-tête commun (expéditeur, date, nom et adresse relus au
      *> référentiel), tous les plis déposés dans GCBCourrierFile
      *> depuis le tirage précédent, pour le routeur. Un pli revenu
      *> "N'habite pas à l'adresse indiquée" est signalé ici : plus
      *> aucune lettre ne part vers cette adresse, les plis déjà
      *> déposés sont retenus au tirage, et le destinataire figure
      *> sur la liste des adresses à corriger jusqu'à ce que son
      *> adresse change.

PROCEDURE DIVISION.
   CALL 'GCB_SIGNON' USING WS-SignonOK.
   IF WS-SignonOK NOT = "O"
      DISPLAY "Pas de session opérateur : service courrier fermé."
      STOP RUN
   END-IF.
   PERFORM LIRE-OPERATEUR-POSTE.
   PERFORM LIRE-DATE-JOUR.
   DISPLAY "==============================================".
   DISPLAY "SERVICE COURRIER - GCB2".
   DISPLAY "==============================================".
   DISPLAY "1. Tirage quotidien du courrier".
   DISPLAY "2. Signaler un pli revenu (NPAI)".
   DISPLAY "3. Liste des adresses à corriger".
   DISPLAY "4. Corriger l'adresse d'un membre".
   DISPLAY "0. Quitter".
   ACCEPT ChoixUtilisateur.
   EVALUATE ChoixUtilisateur
      WHEN 1
         PERFORM TIRER-COURRIER
      WHEN 2
         PERFORM SIGNALER-NPAI
      WHEN 3
         PERFORM EDITER-ADRESSES-A-CORRIGER
      WHEN 4
         PERFORM CORRIGER-ADRESSE-MEMBRE
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

TIRER-COURRIER.
   MOVE 0 TO WS-DernierTire.
   OPEN INPUT GCBCourrierTirageFile.
   IF WS-TIRAGE-STATUS = "00"
      READ GCBCourrierTirageFile
         AT END CONTINUE
         NOT AT END MOVE CourrierTirageRecord TO WS-DernierTire
      END-READ
      CLOSE GCBCourrierTirageFile
   END-IF.
   MOVE WS-DernierTire TO WS-PlusHautVu.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBPliCourrier" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   MOVE 0 TO WS-NbLignesEditees.
      *> Un second tirage dans la journée complète le fichier du
      *> jour au lieu de l'écraser.
   OPEN EXTEND EditionCourrierFile.
   IF WS-EDIT-STATUS = "35"
      OPEN OUTPUT EditionCourrierFile
   END-IF.
   IF WS-EDIT-STATUS NOT = "00"
      DISPLAY "Erreur " FUNCTION TRIM(WS-NomEdition) ", statut "
          WS-EDIT-STATUS
   ELSE
      MOVE "N" TO WS-PliImprime
      MOVE "N" TO WS-EOF
      OPEN INPUT GCBCourrierFile
      IF WS-COUR-STATUS NOT = "00"
         MOVE "Y" TO WS-EOF
      END-IF
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBCourrierFile
            AT END MOVE "Y" TO WS-EOF
            NOT AT END
               IF NumCourrier > WS-DernierTire
                  IF TypeLigneCourrier = "E"
                     PERFORM IMPRIMER-ENTETE-PLI
                  ELSE
                     IF WS-PliImprime = "O"
                        AND NumCourrier = WS-PliEnCours
                        MOVE TexteCourrier TO WS-LigneTravail
                        PERFORM ECRIRE-LIGNE-EDITION
                     END-IF
                  END-IF
               END-IF
         END-READ
      END-PERFORM
      IF WS-COUR-STATUS NOT = "35"
         CLOSE GCBCourrierFile
      END-IF
      CLOSE EditionCourrierFile
      MOVE WS-PlusHautVu TO CourrierTirageRecord
      OPEN OUTPUT GCBCourrierTirageFile
      WRITE CourrierTirageRecord
      CLOSE GCBCourrierTirageFile
      CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportCourrier
          WS-DateJour WS-NbLignesEditees WS-NomEdition
      DISPLAY WS-NbPlis " pli(s) tiré(s) dans "
          FUNCTION TRIM(WS-NomEdition) "."
      IF WS-NbRetenusNPAI > 0
         DISPLAY WS-NbRetenusNPAI " pli(s) retenu(s) : adresse "
             "signalée NPAI (voir la liste des adresses à corriger)."
      END-IF
      IF WS-NbInconnus > 0
         DISPLAY WS-NbInconnus " pli(s) sans destinataire connu, "
             "non tiré(s)."
      END-IF
   END-IF.

IMPRIMER-ENTETE-PLI.
      *> En-tête commun à toutes les lettres : le nom et l'adresse
      *> sont ceux du référentiel au jour du tirage, et un pli dont
      *> l'adresse a été signalée NPAI depuis son dépôt est retenu.
   MOVE NumCourrier TO WS-PliEnCours.
   IF NumCourrier > WS-PlusHautVu
      MOVE NumCourrier TO WS-PlusHautVu
   END-IF.
   MOVE "A" TO WS-OperationCourrier.
   MOVE TypeDestinataireCourrier TO WS-TypeDestinataire.
   MOVE IdDestinataireCourrier TO WS-IdDestinataire.
   CALL 'GCB_COURRIER' USING WS-OperationCourrier
       WS-TypeDestinataire WS-IdDestinataire WS-NatureCourrier
       WS-LigneCourrier WS-NomDestinataire WS-AdresseDestinataire
       WS-ResultatCourrier.
   IF WS-ResultatCourrier = "N"
      ADD 1 TO WS-NbRetenusNPAI
      MOVE "N" TO WS-PliImprime
   ELSE
      IF WS-ResultatCourrier NOT = "O"
         ADD 1 TO WS-NbInconnus
         MOVE "N" TO WS-PliImprime
      ELSE
         ADD 1 TO WS-NbPlis
         MOVE "O" TO WS-PliImprime
         IF TypeDestinataireCourrier = "M"
            MOVE "membre" TO WS-LibelleDestinataire
         ELSE
         IF TypeDestinataireCourrier = "E"
            MOVE "compte" TO WS-LibelleDestinataire
         ELSE
            MOVE "client" TO WS-LibelleDestinataire
         END-IF
         END-IF
         MOVE ALL "=" TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
         MOVE SPACES TO WS-LigneTravail
         STRING "GCB2 - SERVICE COURRIER" DELIMITED BY SIZE
             INTO WS-LigneTravail
         STRING "Le " DateCourrier DELIMITED BY SIZE
             INTO WS-LigneTravail(60:21)
         PERFORM ECRIRE-LIGNE-EDITION
         MOVE SPACES TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
         MOVE SPACES TO WS-LigneTravail
         MOVE WS-NomDestinataire TO WS-LigneTravail(41:30)
         PERFORM ECRIRE-LIGNE-EDITION
         MOVE SPACES TO WS-LigneTravail
         MOVE WS-AdresseDestinataire TO WS-LigneTravail(41:40)
         PERFORM ECRIRE-LIGNE-EDITION
         MOVE SPACES TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
         MOVE SPACES TO WS-LigneTravail
         STRING "Réf. " TypeCourrier " pli " NumCourrier " - "
             WS-LibelleDestinataire " " IdDestinataireCourrier
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
         MOVE ALL "-" TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
      END-IF
   END-IF.

SIGNALER-NPAI.
   DISPLAY "Destinataire (C=client, M=membre, E=client en compte"
       " du magasin) : ".
   ACCEPT WS-TypeDestinataire.
   DISPLAY "Numéro du client ou du membre : ".
   ACCEPT WS-IdDestinataire.
   MOVE "A" TO WS-OperationCourrier.
   CALL 'GCB_COURRIER' USING WS-OperationCourrier
       WS-TypeDestinataire WS-IdDestinataire WS-NatureCourrier
       WS-LigneCourrier WS-NomDestinataire WS-AdresseDestinataire
       WS-ResultatCourrier.
   IF WS-ResultatCourrier = "N"
      DISPLAY "Adresse déjà signalée NPAI : " WS-AdresseDestinataire
   ELSE
      IF WS-ResultatCourrier NOT = "O"
         DISPLAY "Destinataire introuvable."
      ELSE
         OPEN EXTEND GCBAdressesNPAIFile
         IF WS-NPAI-STATUS = "35"
            OPEN OUTPUT GCBAdressesNPAIFile
         END-IF
         IF WS-NPAI-STATUS NOT = "00"
            DISPLAY "Erreur GCBAdressesNPAIFile, statut "
                WS-NPAI-STATUS
         ELSE
            MOVE WS-TypeDestinataire TO TypeDestinataireNPAI
            MOVE WS-IdDestinataire TO IdDestinataireNPAI
            MOVE WS-AdresseDestinataire TO AdresseNPAI
            MOVE WS-DateJour TO DateSignalementNPAI
            MOVE WS-OperateurPoste TO OperateurNPAI
            WRITE AdresseNPAIRecord
            CLOSE GCBAdressesNPAIFile
            DISPLAY WS-NomDestinataire " : courrier suspendu vers "
                WS-AdresseDestinataire
            DISPLAY "jusqu'à la correction de l'adresse."
         END-IF
      END-IF
   END-IF.

EDITER-ADRESSES-A-CORRIGER.
      *> Un signalement reste à traiter tant que l'adresse courante
      *> du destinataire est celle qui a été signalée ; deux retours
      *> sur la même adresse ne font qu'une ligne.
   PERFORM CHARGER-TABLE-NPAI.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBAdressesNPAI" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   MOVE 0 TO WS-NbLignesEditees.
   MOVE 0 TO WS-NbACorriger.
   OPEN OUTPUT EditionCourrierFile.
   IF WS-EDIT-STATUS NOT = "00"
      DISPLAY "Erreur " FUNCTION TRIM(WS-NomEdition) ", statut "
          WS-EDIT-STATUS
   ELSE
      MOVE SPACES TO WS-LigneTravail
      STRING "ADRESSES A CORRIGER (RETOURS NPAI) AU " WS-DateJour
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE ALL "=" TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      PERFORM VARYING IdxNPAI FROM 1 BY 1 UNTIL IdxNPAI > WS-NbNPAI
         MOVE "N" TO WS-DejaListe
         PERFORM VARYING JdxNPAI FROM 1 BY 1
             UNTIL JdxNPAI >= IdxNPAI
            IF TypeNPAITable(JdxNPAI) = TypeNPAITable(IdxNPAI)
               AND IdNPAITable(JdxNPAI) = IdNPAITable(IdxNPAI)
               AND AdresseNPAITable(JdxNPAI)
                  = AdresseNPAITable(IdxNPAI)
               MOVE "O" TO WS-DejaListe
            END-IF
         END-PERFORM
         IF WS-DejaListe = "N"
            PERFORM EXAMINER-SIGNALEMENT
         END-IF
      END-PERFORM
      IF WS-NbACorriger = 0
         MOVE "Aucune adresse à corriger." TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
      END-IF
      CLOSE EditionCourrierFile
      CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportNPAI
          WS-DateJour WS-NbLignesEditees WS-NomEdition
      DISPLAY WS-NbACorriger " adresse(s) à corriger, liste dans "
          FUNCTION TRIM(WS-NomEdition) "."
   END-IF.

EXAMINER-SIGNALEMENT.
   MOVE "A" TO WS-OperationCourrier.
   MOVE TypeNPAITable(IdxNPAI) TO WS-TypeDestinataire.
   MOVE IdNPAITable(IdxNPAI) TO WS-IdDestinataire.
   CALL 'GCB_COURRIER' USING WS-OperationCourrier
       WS-TypeDestinataire WS-IdDestinataire WS-NatureCourrier
       WS-LigneCourrier WS-NomDestinataire WS-AdresseDestinataire
       WS-ResultatCourrier.
   IF WS-ResultatCourrier = "N"
      AND WS-AdresseDestinataire = AdresseNPAITable(IdxNPAI)
      ADD 1 TO WS-NbACorriger
      IF WS-TypeDestinataire = "M"
         MOVE "membre" TO WS-LibelleDestinataire
      ELSE
      IF WS-TypeDestinataire = "E"
         MOVE "compte" TO WS-LibelleDestinataire
      ELSE
         MOVE "client" TO WS-LibelleDestinataire
      END-IF
      END-IF
      MOVE SPACES TO WS-LigneTravail
      STRING WS-LibelleDestinataire " " WS-IdDestinataire " "
          WS-NomDestinataire " NPAI depuis le "
          DateNPAITable(IdxNPAI)
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE SPACES TO WS-LigneTravail
      STRING "   adresse en échec : " WS-AdresseDestinataire
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.

CHARGER-TABLE-NPAI.
   MOVE 0 TO WS-NbNPAI.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBAdressesNPAIFile.
   IF WS-NPAI-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBAdressesNPAIFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbNPAI < 500
               ADD 1 TO WS-NbNPAI
               MOVE TypeDestinataireNPAI TO TypeNPAITable(WS-NbNPAI)
               MOVE IdDestinataireNPAI TO IdNPAITable(WS-NbNPAI)
               MOVE AdresseNPAI TO AdresseNPAITable(WS-NbNPAI)
               MOVE DateSignalementNPAI TO DateNPAITable(WS-NbNPAI)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-NPAI-STATUS NOT = "35"
      CLOSE GCBAdressesNPAIFile
   END-IF.

CORRIGER-ADRESSE-MEMBRE.
      *> Les adresses des clients se corrigent dans GCB_CLIENTS ;
      *> celles des membres ici, la fiche membre n'ayant pas d'écran
      *> de modification.
   DISPLAY "Numéro de membre : ".
   ACCEPT WS-IdMembreSaisi.
   OPEN I-O GCBMembresFile.
   IF WS-MBR-STATUS NOT = "00"
      DISPLAY "Fichier des membres indisponible (statut "
          WS-MBR-STATUS ")."
   ELSE
      MOVE WS-IdMembreSaisi TO IdMembre OF MembreRecord
      READ GCBMembresFile
         INVALID KEY
            DISPLAY "Membre introuvable."
         NOT INVALID KEY
            DISPLAY "Membre  : " NomMembre
            DISPLAY "Contact : " ContactMembre
            DISPLAY "Adresse actuelle : " AdresseMembre
            DISPLAY "Nouvelle adresse postale : "
            ACCEPT WS-AdresseSaisie
            IF WS-AdresseSaisie = SPACES
               DISPLAY "Adresse inchangée."
            ELSE
               MOVE WS-AdresseSaisie TO AdresseMembre
               REWRITE MembreRecord
               DISPLAY "Adresse du membre corrigée : le courrier "
                   "reprend."
            END-IF
      END-READ
      CLOSE GCBMembresFile
   END-IF.

ECRIRE-LIGNE-EDITION.
   MOVE WS-LigneTravail TO LigneEdition.
   WRITE LigneEdition.
   ADD 1 TO WS-NbLignesEditees.
