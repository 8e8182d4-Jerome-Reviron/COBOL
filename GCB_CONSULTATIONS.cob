IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_CONSULTATIONS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBConsultationsFile
        FILE STATUS IS WS-CONS-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBConsultationsFile.txt".
    SELECT GCBOperateursFile
        FILE STATUS IS WS-OPER-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBOperateursFile.txt".
    SELECT GCBHistoriqueFile
        FILE STATUS IS WS-HIST-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumSequenceHistorique
        ALTERNATE RECORD KEY IS NumeroCompte OF HistoriqueRecord
            WITH DUPLICATES
        ASSIGN TO "GCBHistoriqueFile.dat".
    SELECT EditionConsultFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEdition.

DATA DIVISION.
FILE SECTION.
   FD GCBConsultationsFile.
   COPY CONSULTATION.

   FD GCBOperateursFile.
   COPY OPERATEUR.

   FD GCBHistoriqueFile.
   COPY HISTORIQUE.

   FD EditionConsultFile.
   01 LigneEdition PIC X(100).

WORKING-STORAGE SECTION.
   01 WS-CONS-STATUS PIC 99.
   01 WS-OPER-STATUS PIC 99.
   01 WS-HIST-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-EOF-HIST PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 0.
   01 WS-SignonOK PIC X(1) VALUE "N".
   01 WS-Autorise PIC X(1).
   01 WS-CodeOperation PIC X(1) VALUE "V".
   01 WS-ReferenceOperation PIC X(12).
   01 WS-HorlogeCourante PIC X(21).
   01 WS-DateFinSaisie PIC 9(8).
   01 WS-DateDebutSemaine PIC 9(8).
   01 WS-DateFinSemaine PIC 9(8).
   01 WS-EntierDate PIC 9(8).
   01 WS-CompteSaisi PIC 9(6).
   01 WS-NbLignesCompte PIC 9(5) VALUE 0.

   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(100).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-TypeRapportConsult PIC X(12) VALUE "CONSULT-HEBD".
   01 WS-NbFoyer PIC 9(5) VALUE 0.
   01 WS-NbHorsHeures PIC 9(5) VALUE 0.
   01 WS-NbSansMouvement PIC 9(5) VALUE 0.

      *> Heures d'ouverture (HHMM) et nombre de comptes consultés
      *> sans écriture dans la journée à partir duquel un opérateur
      *> est signalé ; les VALUE ne servent que de repli quand les
      *> clés sont absentes de GCBParametresFile.
   01 WS-HeureOuverture PIC 9(4) VALUE 0800.
   01 WS-HeureFermeture PIC 9(4) VALUE 1900.
   01 WS-SeuilConsultations PIC 9(4) VALUE 20.
   01 CleHeureOuverture PIC X(20) VALUE "HEURE-OUVERTURE".
   01 CleHeureFermeture PIC X(20) VALUE "HEURE-FERMETURE".
   01 CleSeuilConsultations PIC X(20) VALUE "SEUIL-CONSULTATIONS".
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
   01 WS-HeureMinute PIC 9(4).
   01 WS-JourOuvre PIC X(1).
   01 WS-MotifHorsHeures PIC X(20).

      *> Opérateurs et adresse de leur propre dossier client : est
      *> signalée la consultation d'un compte du client de
      *> l'opérateur lui-même ou d'un client domicilié à la même
      *> adresse (son foyer).
   01 WS-NbOperateurs PIC 9(3) VALUE 0.
   01 IdxOper PIC 9(3).
   01 TableOperateurs OCCURS 100 TIMES.
      05 IdOperTable PIC 9(6).
      05 NomOperTable PIC X(30).
      05 ClientOperTable PIC 9(6).
      05 AdresseOperTable PIC X(40).
   01 WS-NomClientLu PIC X(30).
   01 WS-AdresseClientLue PIC X(40).
   01 WS-ContactClientLu PIC X(30).
   01 WS-ClientTrouve PIC X(1).
   01 WS-DateExpirationDocLue PIC 9(8).
   01 WS-LienFoyer PIC X(20).

      *> Couples (opérateur, jour, compte) distincts de la semaine,
      *> chacun confronté ensuite à GCBHistoriqueFile : un compte est
      *> "sans écriture" quand l'opérateur n'y a passé aucun
      *> mouvement ce jour-là.
   01 WS-NbTriplets PIC 9(4) VALUE 0.
   01 IdxTriplet PIC 9(4).
   01 WS-TripletsTronque PIC X(1) VALUE "N".
   01 TableTriplets OCCURS 3000 TIMES.
      05 OperTriplet PIC 9(6).
      05 DateTriplet PIC 9(8).
      05 CompteTriplet PIC 9(6).
      05 SansEcritureTriplet PIC X(1).
   01 WS-EcritureTrouvee PIC X(1).
   01 WS-NbSansEcriture PIC 9(4).
   01 IdxCumul PIC 9(4).
   01 WS-DejaCompte PIC X(1).

      *> Surveillance du journal des consultations
      *> (GCBConsultationsFile, écrit par GCB_CONSULTATION) : état
      *> hebdomadaire des consultations inhabituelles, et journal des
      *> consultations d'un compte. Accès sous visa superviseur
      *> (code "V" de GCB_AUTORISATION), tracé comme les autres.

PROCEDURE DIVISION.
   CALL 'GCB_SIGNON' USING WS-SignonOK.
   IF WS-SignonOK NOT = "O"
      DISPLAY "Pas de session opérateur : journal inaccessible."
      STOP RUN
   END-IF.
   MOVE "SURV-CONSULT" TO WS-ReferenceOperation.
   CALL 'GCB_AUTORISATION' USING WS-CodeOperation
       WS-ReferenceOperation WS-Autorise.
   IF WS-Autorise NOT = "O"
      DISPLAY "Visa superviseur refusé : journal inaccessible."
      STOP RUN
   END-IF.
   PERFORM LIRE-PARAMETRES.
   DISPLAY "==============================================".
   DISPLAY "JOURNAL DES CONSULTATIONS DE COMPTES - GCB2".
   DISPLAY "==============================================".
   DISPLAY "1. Etat hebdomadaire des consultations inhabituelles".
   DISPLAY "2. Consultations d'un compte".
   DISPLAY "0. Quitter".
   ACCEPT ChoixUtilisateur.
   EVALUATE ChoixUtilisateur
      WHEN 1
         PERFORM EDITER-ETAT-HEBDOMADAIRE
      WHEN 2
         PERFORM LISTER-CONSULTATIONS-COMPTE
      WHEN OTHER
         DISPLAY "Aucune action effectuée."
   END-EVALUATE.
   STOP RUN.

LIRE-PARAMETRES.
   CALL 'GCB_PARAMETRE' USING CleHeureOuverture WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-HeureOuverture
   END-IF.
   CALL 'GCB_PARAMETRE' USING CleHeureFermeture WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-HeureFermeture
   END-IF.
   CALL 'GCB_PARAMETRE' USING CleSeuilConsultations WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O" AND WS-ValeurParam > 0
      MOVE WS-ValeurParam TO WS-SeuilConsultations
   END-IF.

EDITER-ETAT-HEBDOMADAIRE.
   DISPLAY "Dernier jour de la semaine AAAAMMJJ (0 = aujourd'hui) : ".
   ACCEPT WS-DateFinSaisie.
   IF WS-DateFinSaisie = 0
      MOVE FUNCTION CURRENT-DATE TO WS-HorlogeCourante
      MOVE WS-HorlogeCourante(1:8) TO WS-DateFinSaisie
   END-IF.
   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DateFinSaisie) NOT = 0
      DISPLAY "Date invalide."
   ELSE
      MOVE WS-DateFinSaisie TO WS-DateFinSemaine
      COMPUTE WS-EntierDate
          = FUNCTION INTEGER-OF-DATE(WS-DateFinSemaine) - 6
      COMPUTE WS-DateDebutSemaine
          = FUNCTION DATE-OF-INTEGER(WS-EntierDate)
      PERFORM CHARGER-TABLE-OPERATEURS
      MOVE SPACES TO WS-NomEdition
      STRING "GCBSurvConsult" WS-DateFinSemaine ".txt"
          DELIMITED BY SIZE INTO WS-NomEdition
      MOVE 0 TO WS-NbLignesEditees
      OPEN OUTPUT EditionConsultFile
      IF WS-EDIT-STATUS NOT = "00"
         DISPLAY "Erreur " FUNCTION TRIM(WS-NomEdition) ", statut "
             WS-EDIT-STATUS
      ELSE
         MOVE SPACES TO WS-LigneTravail
         STRING "CONSULTATIONS INHABITUELLES DU "
             WS-DateDebutSemaine " AU " WS-DateFinSemaine
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
         MOVE ALL "=" TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
         PERFORM EDITER-CONSULTATIONS-FOYER
         PERFORM EDITER-CONSULTATIONS-HORS-HEURES
         PERFORM EDITER-CONSULTATIONS-SANS-ECRITURE
         MOVE SPACES TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
         MOVE SPACES TO WS-LigneTravail
         STRING "Foyer de l'opérateur : " WS-NbFoyer
             "   Hors heures : " WS-NbHorsHeures
             "   Sans écriture : " WS-NbSansMouvement
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
         CLOSE EditionConsultFile
         CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportConsult
             WS-DateFinSemaine WS-NbLignesEditees WS-NomEdition
         DISPLAY "Etat édité dans " FUNCTION TRIM(WS-NomEdition)
             " (" WS-NbFoyer " foyer, " WS-NbHorsHeures
             " hors heures, " WS-NbSansMouvement
             " sans écriture)."
      END-IF
   END-IF.

EDITER-CONSULTATIONS-FOYER.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "1. COMPTES DE L'OPERATEUR OU DE SON FOYER"
       TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBConsultationsFile.
   IF WS-CONS-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBConsultationsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF DateConsultation >= WS-DateDebutSemaine
               AND DateConsultation <= WS-DateFinSemaine
               AND OperateurConsultation > 0
               AND NumClientConsultation > 0
               PERFORM CONTROLER-FOYER
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CONS-STATUS NOT = "35"
      CLOSE GCBConsultationsFile
   END-IF.

CONTROLER-FOYER.
   PERFORM VARYING IdxOper FROM 1 BY 1
       UNTIL IdxOper > WS-NbOperateurs
       OR IdOperTable(IdxOper) = OperateurConsultation
      CONTINUE
   END-PERFORM.
   MOVE SPACES TO WS-LienFoyer.
   IF IdxOper <= WS-NbOperateurs
      IF ClientOperTable(IdxOper) > 0
         IF NumClientConsultation = ClientOperTable(IdxOper)
            MOVE "propre compte" TO WS-LienFoyer
         ELSE
         IF AdresseOperTable(IdxOper) NOT = SPACES
            CALL 'GCB_CLIENT_LECTURE' USING NumClientConsultation
                WS-NomClientLu WS-AdresseClientLue
                WS-ContactClientLu WS-ClientTrouve
                WS-DateExpirationDocLue
            IF WS-ClientTrouve = "O"
               AND WS-AdresseClientLue = AdresseOperTable(IdxOper)
               MOVE "même adresse" TO WS-LienFoyer
            END-IF
         END-IF
         END-IF
      END-IF
   END-IF.
   IF WS-LienFoyer NOT = SPACES
      ADD 1 TO WS-NbFoyer
      MOVE SPACES TO WS-LigneTravail
      STRING "  " DateConsultation " " HeureConsultation " opérateur "
          OperateurConsultation " " NomOperTable(IdxOper)
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE SPACES TO WS-LigneTravail
      STRING "      compte " NumCompteConsultation " client "
          NumClientConsultation " (" WS-LienFoyer ") "
          NatureConsultation " " ProgrammeConsultation
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.

EDITER-CONSULTATIONS-HORS-HEURES.
      *> Hors heures : avant l'ouverture, à partir de la fermeture,
      *> ou un jour non ouvré (GCB_JOUR_OUVRE).
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "2. CONSULTATIONS HORS DES HEURES D'OUVERTURE ("
       WS-HeureOuverture "-" WS-HeureFermeture ")"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBConsultationsFile.
   IF WS-CONS-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBConsultationsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF DateConsultation >= WS-DateDebutSemaine
               AND DateConsultation <= WS-DateFinSemaine
               AND OperateurConsultation > 0
               PERFORM CONTROLER-HORAIRE
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CONS-STATUS NOT = "35"
      CLOSE GCBConsultationsFile
   END-IF.

CONTROLER-HORAIRE.
   MOVE SPACES TO WS-MotifHorsHeures.
   MOVE HeureConsultation(1:4) TO WS-HeureMinute.
   CALL 'GCB_JOUR_OUVRE' USING DateConsultation WS-JourOuvre.
   IF WS-JourOuvre = "N"
      MOVE "jour non ouvré" TO WS-MotifHorsHeures
   ELSE
   IF WS-HeureMinute < WS-HeureOuverture
      MOVE "avant ouverture" TO WS-MotifHorsHeures
   ELSE
   IF WS-HeureMinute >= WS-HeureFermeture
      MOVE "après fermeture" TO WS-MotifHorsHeures
   END-IF
   END-IF
   END-IF.
   IF WS-MotifHorsHeures NOT = SPACES
      ADD 1 TO WS-NbHorsHeures
      MOVE SPACES TO WS-LigneTravail
      STRING "  " DateConsultation " " HeureConsultation " opérateur "
          OperateurConsultation " compte " NumCompteConsultation " "
          NatureConsultation " " ProgrammeConsultation " ("
          WS-MotifHorsHeures ")"
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.

EDITER-CONSULTATIONS-SANS-ECRITURE.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "3. OPERATEURS AYANT CONSULTE AU MOINS "
       WS-SeuilConsultations " COMPTES SANS ECRITURE DANS LA JOURNEE"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   PERFORM COLLECTER-TRIPLETS.
   IF WS-TripletsTronque = "O"
      MOVE "  ATTENTION : semaine tronquée à 3000 consultations "
          & "distinctes." TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.
   OPEN INPUT GCBHistoriqueFile.
   PERFORM VARYING IdxTriplet FROM 1 BY 1
       UNTIL IdxTriplet > WS-NbTriplets
      PERFORM CHERCHER-ECRITURE-TRIPLET
   END-PERFORM.
   IF WS-HIST-STATUS NOT = "35"
      CLOSE GCBHistoriqueFile
   END-IF.
      *> Cumul par opérateur et par jour : le premier triplet de
      *> chaque couple fait le compte, les suivants sont sautés.
   PERFORM VARYING IdxTriplet FROM 1 BY 1
       UNTIL IdxTriplet > WS-NbTriplets
      MOVE "N" TO WS-DejaCompte
      PERFORM VARYING IdxCumul FROM 1 BY 1
          UNTIL IdxCumul >= IdxTriplet
          OR WS-DejaCompte = "O"
         IF OperTriplet(IdxCumul) = OperTriplet(IdxTriplet)
            AND DateTriplet(IdxCumul) = DateTriplet(IdxTriplet)
            MOVE "O" TO WS-DejaCompte
         END-IF
      END-PERFORM
      IF WS-DejaCompte = "N"
         PERFORM CUMULER-SANS-ECRITURE
      END-IF
   END-PERFORM.

COLLECTER-TRIPLETS.
   MOVE 0 TO WS-NbTriplets.
   MOVE "N" TO WS-TripletsTronque.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBConsultationsFile.
   IF WS-CONS-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBConsultationsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF DateConsultation >= WS-DateDebutSemaine
               AND DateConsultation <= WS-DateFinSemaine
               AND OperateurConsultation > 0
               PERFORM RETENIR-TRIPLET
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CONS-STATUS NOT = "35"
      CLOSE GCBConsultationsFile
   END-IF.

RETENIR-TRIPLET.
   PERFORM VARYING IdxTriplet FROM 1 BY 1
       UNTIL IdxTriplet > WS-NbTriplets
       OR (OperTriplet(IdxTriplet) = OperateurConsultation
           AND DateTriplet(IdxTriplet) = DateConsultation
           AND CompteTriplet(IdxTriplet) = NumCompteConsultation)
      CONTINUE
   END-PERFORM.
   IF IdxTriplet > WS-NbTriplets
      IF WS-NbTriplets < 3000
         ADD 1 TO WS-NbTriplets
         MOVE OperateurConsultation TO OperTriplet(WS-NbTriplets)
         MOVE DateConsultation TO DateTriplet(WS-NbTriplets)
         MOVE NumCompteConsultation TO CompteTriplet(WS-NbTriplets)
         MOVE "O" TO SansEcritureTriplet(WS-NbTriplets)
      ELSE
         MOVE "O" TO WS-TripletsTronque
      END-IF
   END-IF.

CHERCHER-ECRITURE-TRIPLET.
   MOVE "N" TO WS-EcritureTrouvee.
   MOVE "N" TO WS-EOF-HIST.
   IF WS-HIST-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-HIST
   ELSE
      MOVE CompteTriplet(IdxTriplet)
          TO NumeroCompte OF HistoriqueRecord
      START GCBHistoriqueFile KEY IS EQUAL TO
          NumeroCompte OF HistoriqueRecord
         INVALID KEY MOVE "Y" TO WS-EOF-HIST
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF-HIST = "Y"
      READ GCBHistoriqueFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-HIST
         NOT AT END
            IF NumeroCompte OF HistoriqueRecord
               NOT = CompteTriplet(IdxTriplet)
               MOVE "Y" TO WS-EOF-HIST
            ELSE
            IF DateTraitement = DateTriplet(IdxTriplet)
               AND OperateurHistorique = OperTriplet(IdxTriplet)
               MOVE "O" TO WS-EcritureTrouvee
               MOVE "Y" TO WS-EOF-HIST
            END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-EcritureTrouvee = "O"
      MOVE "N" TO SansEcritureTriplet(IdxTriplet)
   END-IF.

CUMULER-SANS-ECRITURE.
   MOVE 0 TO WS-NbSansEcriture.
   PERFORM VARYING IdxCumul FROM IdxTriplet BY 1
       UNTIL IdxCumul > WS-NbTriplets
      IF OperTriplet(IdxCumul) = OperTriplet(IdxTriplet)
         AND DateTriplet(IdxCumul) = DateTriplet(IdxTriplet)
         AND SansEcritureTriplet(IdxCumul) = "O"
         ADD 1 TO WS-NbSansEcriture
      END-IF
   END-PERFORM.
   IF WS-NbSansEcriture >= WS-SeuilConsultations
      ADD 1 TO WS-NbSansMouvement
      PERFORM VARYING IdxOper FROM 1 BY 1
          UNTIL IdxOper > WS-NbOperateurs
          OR IdOperTable(IdxOper) = OperTriplet(IdxTriplet)
         CONTINUE
      END-PERFORM
      MOVE SPACES TO WS-LigneTravail
      IF IdxOper <= WS-NbOperateurs
         STRING "  " DateTriplet(IdxTriplet) " opérateur "
             OperTriplet(IdxTriplet) " " NomOperTable(IdxOper) " : "
             WS-NbSansEcriture " compte(s) consulté(s) sans écriture"
             DELIMITED BY SIZE INTO WS-LigneTravail
      ELSE
         STRING "  " DateTriplet(IdxTriplet) " opérateur "
             OperTriplet(IdxTriplet) " (inconnu) : "
             WS-NbSansEcriture " compte(s) consulté(s) sans écriture"
             DELIMITED BY SIZE INTO WS-LigneTravail
      END-IF
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.

LISTER-CONSULTATIONS-COMPTE.
   DISPLAY "Numéro de compte : ".
   ACCEPT WS-CompteSaisi.
   MOVE 0 TO WS-NbLignesCompte.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBConsultationsFile.
   IF WS-CONS-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBConsultationsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumCompteConsultation = WS-CompteSaisi
               ADD 1 TO WS-NbLignesCompte
               DISPLAY DateConsultation " " HeureConsultation
                   " opérateur " OperateurConsultation " "
                   NatureConsultation " " ProgrammeConsultation
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CONS-STATUS NOT = "35"
      CLOSE GCBConsultationsFile
   END-IF.
   DISPLAY WS-NbLignesCompte " consultation(s) du compte "
       WS-CompteSaisi ".".

CHARGER-TABLE-OPERATEURS.
   MOVE 0 TO WS-NbOperateurs.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBOperateursFile.
   IF WS-OPER-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBOperateursFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbOperateurs < 100
               ADD 1 TO WS-NbOperateurs
               MOVE IdOperateur TO IdOperTable(WS-NbOperateurs)
               MOVE NomOperateur TO NomOperTable(WS-NbOperateurs)
               MOVE 0 TO ClientOperTable(WS-NbOperateurs)
               MOVE SPACES TO AdresseOperTable(WS-NbOperateurs)
               IF NumClientOperateur IS NUMERIC
                  MOVE NumClientOperateur
                      TO ClientOperTable(WS-NbOperateurs)
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-OPER-STATUS NOT = "35"
      CLOSE GCBOperateursFile
   END-IF.
   PERFORM VARYING IdxOper FROM 1 BY 1
       UNTIL IdxOper > WS-NbOperateurs
      IF ClientOperTable(IdxOper) > 0
         CALL 'GCB_CLIENT_LECTURE' USING ClientOperTable(IdxOper)
             WS-NomClientLu WS-AdresseClientLue WS-ContactClientLu
             WS-ClientTrouve WS-DateExpirationDocLue
         IF WS-ClientTrouve = "O"
            MOVE WS-AdresseClientLue TO AdresseOperTable(IdxOper)
         END-IF
      END-IF
   END-PERFORM.

ECRIRE-LIGNE-EDITION.
   MOVE WS-LigneTravail TO LigneEdition.
   WRITE LigneEdition.
   ADD 1 TO WS-NbLignesEditees.
