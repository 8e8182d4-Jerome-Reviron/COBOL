IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_HABILITATION.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBOperateurSessionFile
        FILE STATUS IS WS-OPSES-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBOperateurSessionFile.txt".
    SELECT GCBOperateursFile
        FILE STATUS IS WS-OPER-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBOperateursFile.txt".
    SELECT GCBHabilitationsFile
        FILE STATUS IS WS-HABIL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBHabilitationsFile.txt".
    SELECT GCBJournalHabilitationsFile
        FILE STATUS IS WS-JRNH-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJournalHabilitationsFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBOperateurSessionFile.
   01 OperateurSessionRecord PIC 9(6).

   FD GCBOperateursFile.
   COPY OPERATEUR.

   FD GCBHabilitationsFile.
   COPY HABILITATION.

   FD GCBJournalHabilitationsFile.
   COPY JRNHABIL.

WORKING-STORAGE SECTION.
   01 WS-OPSES-STATUS PIC 99.
   01 WS-OPER-STATUS PIC 99.
   01 WS-HABIL-STATUS PIC 99.
   01 WS-JRNH-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-IdSession PIC 9(6) VALUE 0.
   01 WS-RoleSession PIC X(1) VALUE SPACE.
   01 WS-NbAdministrateurs PIC 9(3) VALUE 0.
   01 WS-DroitExact PIC X(1).
   01 WS-DroitDefaut PIC X(1).
   01 WS-DateHeureSys.
      05 WS-DateSys PIC 9(8).
      05 WS-HeureSys PIC 9(6).
      05 WS-RestSys PIC X(7).
      *> Matrice semée au premier lancement : tout est permis à
      *> l'administrateur et au superviseur (sauf la restauration de
      *> fichiers, laissée à l'administrateur) ; le guichetier n'a ni
      *> les programmes d'administration ni l'application des
      *> intérêts.
   01 HabilitationsDepart.
      05 FILLER PIC X(26) VALUE "A*                       O".
      05 FILLER PIC X(26) VALUE "S*                       O".
      05 FILLER PIC X(26) VALUE "SGCB_RESTAURATION        N".
      05 FILLER PIC X(26) VALUE "G*                       O".
      05 FILLER PIC X(26) VALUE "GGCB_PARAMETRES          N".
      05 FILLER PIC X(26) VALUE "GGCB_RESTAURATION        N".
      05 FILLER PIC X(26) VALUE "GGCB_RGPD                N".
      05 FILLER PIC X(26) VALUE "GGCB_SUPERVISEURS        N".
      05 FILLER PIC X(26) VALUE "GGCB_OPERATEURS          N".
      05 FILLER PIC X(26) VALUE "GGCB_REVUE_HABILITATIONS N".
      05 FILLER PIC X(26) VALUE "GMENU-06                 N".
   01 HabilitationsDepartTable REDEFINES HabilitationsDepart.
      05 HabilitationDepart OCCURS 11 TIMES PIC X(26).
   01 NbHabilitationsDepart PIC 9(2) VALUE 11.
   01 IdxDepart PIC 9(2).

LINKAGE SECTION.
   01 ObjetDemande PIC X(24).
   01 ModeControle PIC X(1).
   01 Habilite PIC X(1).

      *> Contrôle d'habilitation de l'opérateur de la session de poste
      *> (GCBOperateurSessionFile, ouverte par GCB_SIGNON) sur un objet
      *> de la matrice : le droit exact du rôle pour l'objet, à défaut
      *> le droit par défaut "*" du rôle, à défaut refus. Sans session
      *> ou opérateur révoqué, tout est refusé. ModeControle "A"
      *> (affichage d'un menu) ne trace rien ; "C" (choix effectif)
      *> trace chaque refus dans GCBJournalHabilitationsFile. La
      *> maintenance de la matrice (GCB_HABILITATIONS) reste réservée
      *> au rôle "A" quelle que soit la matrice, pour qu'aucune
      *> erreur de saisie ne puisse la rendre inaccessible ; tant
      *> qu'aucun administrateur actif n'existe, GCB_OPERATEURS reste
      *> ouvert pour en désigner un.

PROCEDURE DIVISION USING ObjetDemande ModeControle Habilite.
   MOVE "N" TO Habilite.
   PERFORM LIRE-OPERATEUR-SESSION.
   IF WS-RoleSession = SPACE
      CONTINUE
   ELSE
   IF ObjetDemande = "GCB_HABILITATIONS"
      IF WS-RoleSession = "A"
         MOVE "O" TO Habilite
      END-IF
   ELSE
   IF ObjetDemande = "GCB_OPERATEURS" AND WS-NbAdministrateurs = 0
      MOVE "O" TO Habilite
   ELSE
      PERFORM SEMER-HABILITATIONS-SI-ABSENT
      PERFORM CHERCHER-DROIT
   END-IF
   END-IF
   END-IF.
   IF Habilite = "N" AND ModeControle = "C"
      PERFORM JOURNALISER-REFUS
   END-IF.
   EXIT PROGRAM.

LIRE-OPERATEUR-SESSION.
   MOVE 0 TO WS-IdSession.
   MOVE SPACE TO WS-RoleSession.
   MOVE 0 TO WS-NbAdministrateurs.
   OPEN INPUT GCBOperateurSessionFile.
   IF WS-OPSES-STATUS = "00"
      READ GCBOperateurSessionFile
         AT END CONTINUE
         NOT AT END
            IF OperateurSessionRecord IS NUMERIC
               MOVE OperateurSessionRecord TO WS-IdSession
            END-IF
      END-READ
      CLOSE GCBOperateurSessionFile
   END-IF.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBOperateursFile.
   IF WS-OPER-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBOperateursFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF StatutOperateur = "A"
               IF RoleOperateur = "A"
                  ADD 1 TO WS-NbAdministrateurs
               END-IF
               IF IdOperateur = WS-IdSession AND WS-IdSession NOT = 0
                  MOVE RoleOperateur TO WS-RoleSession
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-OPER-STATUS NOT = "35"
      CLOSE GCBOperateursFile
   END-IF.

SEMER-HABILITATIONS-SI-ABSENT.
   OPEN INPUT GCBHabilitationsFile.
   IF WS-HABIL-STATUS = "00"
      CLOSE GCBHabilitationsFile
   ELSE
      OPEN OUTPUT GCBHabilitationsFile
      PERFORM VARYING IdxDepart FROM 1 BY 1
          UNTIL IdxDepart > NbHabilitationsDepart
         MOVE HabilitationDepart(IdxDepart) TO HabilitationRecord
         WRITE HabilitationRecord
      END-PERFORM
      CLOSE GCBHabilitationsFile
   END-IF.

CHERCHER-DROIT.
   MOVE SPACE TO WS-DroitExact.
   MOVE SPACE TO WS-DroitDefaut.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBHabilitationsFile.
   IF WS-HABIL-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBHabilitationsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF RoleHabilitation = WS-RoleSession
               IF ObjetHabilitation = ObjetDemande
                  MOVE DroitHabilitation TO WS-DroitExact
               ELSE
               IF ObjetHabilitation = "*"
                  MOVE DroitHabilitation TO WS-DroitDefaut
               END-IF
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-HABIL-STATUS NOT = "35"
      CLOSE GCBHabilitationsFile
   END-IF.
   IF WS-DroitExact NOT = SPACE
      MOVE WS-DroitExact TO Habilite
   ELSE
   IF WS-DroitDefaut NOT = SPACE
      MOVE WS-DroitDefaut TO Habilite
   END-IF
   END-IF.
   IF Habilite NOT = "O"
      MOVE "N" TO Habilite
   END-IF.

JOURNALISER-REFUS.
   MOVE FUNCTION CURRENT-DATE TO WS-DateHeureSys.
   OPEN EXTEND GCBJournalHabilitationsFile.
   IF WS-JRNH-STATUS = "35"
      OPEN OUTPUT GCBJournalHabilitationsFile
   END-IF.
   IF WS-JRNH-STATUS = "00"
      MOVE WS-DateSys TO DateJrnHabil
      MOVE WS-HeureSys TO HeureJrnHabil
      MOVE WS-IdSession TO OperateurJrnHabil
      MOVE WS-RoleSession TO RoleOperJrnHabil
      MOVE "REFUS" TO EvenementJrnHabil
      MOVE WS-RoleSession TO RoleCibleJrnHabil
      MOVE ObjetDemande TO ObjetJrnHabil
      MOVE SPACE TO AncienDroitJrnHabil
      MOVE "N" TO NouveauDroitJrnHabil
      WRITE JournalHabilitationRecord
      CLOSE GCBJournalHabilitationsFile
   END-IF.
