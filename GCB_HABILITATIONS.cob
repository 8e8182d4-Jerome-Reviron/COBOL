IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_HABILITATIONS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBHabilitationsFile
        FILE STATUS IS WS-HABIL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBHabilitationsFile.txt".
    SELECT GCBJournalHabilitationsFile
        FILE STATUS IS WS-JRNH-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJournalHabilitationsFile.txt".
    SELECT GCBOperateurSessionFile
        FILE STATUS IS WS-OPSES-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBOperateurSessionFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBHabilitationsFile.
   COPY HABILITATION.

   FD GCBJournalHabilitationsFile.
   COPY JRNHABIL.

   FD GCBOperateurSessionFile.
   01 OperateurSessionRecord PIC 9(6).

WORKING-STORAGE SECTION.
   01 WS-HABIL-STATUS PIC 99.
   01 WS-JRNH-STATUS PIC 99.
   01 WS-OPSES-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-SignonOK PIC X(1).
   01 WS-ObjetHabil PIC X(24) VALUE "GCB_HABILITATIONS".
   01 WS-ModeHabil PIC X(1) VALUE "C".
   01 WS-Habilite PIC X(1).
      *> Tout premier contrôle sur un objet ordinaire : sème la
      *> matrice par défaut si le fichier n'existe pas encore.
   01 WS-ObjetAmorce PIC X(24) VALUE "MP-01".
   01 WS-ModeAmorce PIC X(1) VALUE "A".
   01 WS-HabiliteAmorce PIC X(1).
   01 WS-IdSession PIC 9(6) VALUE 0.
   01 WS-RoleSaisi PIC X(1).
   01 WS-ObjetSaisi PIC X(24).
   01 WS-DroitSaisi PIC X(1).
   01 WS-AncienDroit PIC X(1).
   01 WS-Evenement PIC X(7).
   01 WS-ObjetConnu PIC X(1).
   01 WS-LibelleObjet PIC X(40).
   01 WS-LigneTrouvee PIC 9(3).
   01 IdxObjet PIC 9(3).
   01 WS-DateHeureSys.
      05 WS-DateSys PIC 9(8).
      05 WS-HeureSys PIC 9(6).
      05 WS-RestSys PIC X(7).

   COPY HABILOBJ.

      *> Table de réécriture : la matrice est rechargée puis réécrite
      *> en entier.
   01 WS-NbHabilitations PIC 9(3) VALUE 0.
   01 IdxHabil PIC 9(3).
   01 TableHabilitations OCCURS 200 TIMES.
      05 RoleHabTable PIC X(1).
      05 ObjetHabTable PIC X(24).
      05 DroitHabTable PIC X(1).

      *> Maintenance de la matrice des habilitations (rôle x option
      *> de menu ou programme) contrôlée par GCB_HABILITATION.
      *> Réservée au rôle administrateur ; chaque accord, refus ou
      *> retrait est tracé dans GCBJournalHabilitationsFile avec
      *> l'ancien et le nouveau droit, l'auteur et l'horodatage.

PROCEDURE DIVISION.
   CALL 'GCB_SIGNON' USING WS-SignonOK.
   IF WS-SignonOK NOT = "O"
      DISPLAY "Pas de session opérateur : matrice des habilitations "
          "inaccessible."
      STOP RUN
   END-IF.
   CALL 'GCB_HABILITATION' USING WS-ObjetHabil WS-ModeHabil
       WS-Habilite.
   IF WS-Habilite NOT = "O"
      DISPLAY "Matrice des habilitations réservée aux "
          "administrateurs."
      STOP RUN
   END-IF.
   CALL 'GCB_HABILITATION' USING WS-ObjetAmorce WS-ModeAmorce
       WS-HabiliteAmorce.
   PERFORM LIRE-OPERATEUR-SESSION.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== MATRICE DES HABILITATIONS ==="
      DISPLAY "1. Lister la matrice"
      DISPLAY "2. Accorder ou refuser un objet à un rôle"
      DISPLAY "3. Retirer une ligne (retour au droit par défaut)"
      DISPLAY "4. Catalogue des objets protégés"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1 PERFORM LISTER-HABILITATIONS
         WHEN 2 PERFORM MODIFIER-HABILITATION
         WHEN 3 PERFORM RETIRER-HABILITATION
         WHEN 4 PERFORM LISTER-CATALOGUE
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-PERFORM.
   STOP RUN.

LIRE-OPERATEUR-SESSION.
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

CHARGER-TABLE-HABILITATIONS.
   MOVE 0 TO WS-NbHabilitations.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBHabilitationsFile.
   IF WS-HABIL-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBHabilitationsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbHabilitations < 200
               ADD 1 TO WS-NbHabilitations
               MOVE RoleHabilitation
                   TO RoleHabTable(WS-NbHabilitations)
               MOVE ObjetHabilitation
                   TO ObjetHabTable(WS-NbHabilitations)
               MOVE DroitHabilitation
                   TO DroitHabTable(WS-NbHabilitations)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-HABIL-STATUS NOT = "35"
      CLOSE GCBHabilitationsFile
   END-IF.

REECRIRE-TABLE-HABILITATIONS.
   OPEN OUTPUT GCBHabilitationsFile.
   PERFORM VARYING IdxHabil FROM 1 BY 1
       UNTIL IdxHabil > WS-NbHabilitations
      MOVE RoleHabTable(IdxHabil) TO RoleHabilitation
      MOVE ObjetHabTable(IdxHabil) TO ObjetHabilitation
      MOVE DroitHabTable(IdxHabil) TO DroitHabilitation
      WRITE HabilitationRecord
   END-PERFORM.
   CLOSE GCBHabilitationsFile.

LISTER-HABILITATIONS.
   PERFORM CHARGER-TABLE-HABILITATIONS.
   IF WS-NbHabilitations = 0
      DISPLAY "Matrice vide : tout est refusé hors administration."
   ELSE
      DISPLAY "Rôle Objet                    Droit Libellé"
      PERFORM VARYING IdxHabil FROM 1 BY 1
          UNTIL IdxHabil > WS-NbHabilitations
         MOVE ObjetHabTable(IdxHabil) TO WS-ObjetSaisi
         PERFORM CHERCHER-OBJET-CATALOGUE
         DISPLAY "  " RoleHabTable(IdxHabil) "  "
             ObjetHabTable(IdxHabil) "  " DroitHabTable(IdxHabil)
             "   " WS-LibelleObjet
      END-PERFORM
   END-IF.

LISTER-CATALOGUE.
   PERFORM VARYING IdxObjet FROM 1 BY 1
       UNTIL IdxObjet > NbObjetsHabilitation
      DISPLAY CodeObjetHabil(IdxObjet) " "
          LibelleObjetHabil(IdxObjet)
   END-PERFORM.
   DISPLAY "* (droit par défaut du rôle pour tout objet non cité)".

CHERCHER-OBJET-CATALOGUE.
   MOVE "N" TO WS-ObjetConnu.
   MOVE SPACES TO WS-LibelleObjet.
   IF WS-ObjetSaisi = "*"
      MOVE "O" TO WS-ObjetConnu
      MOVE "Droit par défaut du rôle" TO WS-LibelleObjet
   ELSE
      PERFORM VARYING IdxObjet FROM 1 BY 1
          UNTIL IdxObjet > NbObjetsHabilitation
         IF CodeObjetHabil(IdxObjet) = WS-ObjetSaisi
            MOVE "O" TO WS-ObjetConnu
            MOVE LibelleObjetHabil(IdxObjet) TO WS-LibelleObjet
         END-IF
      END-PERFORM
   END-IF.

SAISIR-ROLE-OBJET.
   DISPLAY "Rôle (G=guichetier, S=superviseur, A=administrateur) : ".
   ACCEPT WS-RoleSaisi.
   DISPLAY "Objet (option de menu, programme ou * ) : ".
   ACCEPT WS-ObjetSaisi.
   PERFORM CHERCHER-OBJET-CATALOGUE.

CHERCHER-LIGNE-MATRICE.
   PERFORM CHARGER-TABLE-HABILITATIONS.
   MOVE 0 TO WS-LigneTrouvee.
   PERFORM VARYING IdxHabil FROM 1 BY 1
       UNTIL IdxHabil > WS-NbHabilitations
      IF RoleHabTable(IdxHabil) = WS-RoleSaisi
         AND ObjetHabTable(IdxHabil) = WS-ObjetSaisi
         MOVE IdxHabil TO WS-LigneTrouvee
      END-IF
   END-PERFORM.

MODIFIER-HABILITATION.
   PERFORM SAISIR-ROLE-OBJET.
   DISPLAY "Droit (O=autorisé, N=refusé) : ".
   ACCEPT WS-DroitSaisi.
   IF WS-RoleSaisi NOT = "G" AND WS-RoleSaisi NOT = "S"
       AND WS-RoleSaisi NOT = "A"
      DISPLAY "Rôle inconnu. Aucune modification."
   ELSE
   IF WS-ObjetConnu NOT = "O"
      DISPLAY "Objet " FUNCTION TRIM(WS-ObjetSaisi)
          " absent du catalogue. Aucune modification."
   ELSE
   IF WS-ObjetSaisi = "GCB_HABILITATIONS"
      DISPLAY "La matrice reste réservée aux administrateurs : objet "
          "non paramétrable."
   ELSE
   IF WS-DroitSaisi NOT = "O" AND WS-DroitSaisi NOT = "N"
      DISPLAY "Droit invalide. Aucune modification."
   ELSE
      PERFORM CHERCHER-LIGNE-MATRICE
      IF WS-LigneTrouvee > 0
         MOVE DroitHabTable(WS-LigneTrouvee) TO WS-AncienDroit
         IF WS-AncienDroit = WS-DroitSaisi
            DISPLAY "Droit inchangé."
         ELSE
            MOVE WS-DroitSaisi TO DroitHabTable(WS-LigneTrouvee)
            MOVE "MODIF" TO WS-Evenement
            PERFORM ENREGISTRER-CHANGEMENT
         END-IF
      ELSE
      IF WS-NbHabilitations >= 200
         DISPLAY "Matrice pleine (200 lignes). Aucune modification."
      ELSE
         ADD 1 TO WS-NbHabilitations
         MOVE WS-RoleSaisi TO RoleHabTable(WS-NbHabilitations)
         MOVE WS-ObjetSaisi TO ObjetHabTable(WS-NbHabilitations)
         MOVE WS-DroitSaisi TO DroitHabTable(WS-NbHabilitations)
         MOVE SPACE TO WS-AncienDroit
         MOVE "AJOUT" TO WS-Evenement
         PERFORM ENREGISTRER-CHANGEMENT
      END-IF
      END-IF
   END-IF
   END-IF
   END-IF
   END-IF.

RETIRER-HABILITATION.
   PERFORM SAISIR-ROLE-OBJET.
   PERFORM CHERCHER-LIGNE-MATRICE.
   IF WS-LigneTrouvee = 0
      DISPLAY "Aucune ligne pour ce rôle et cet objet."
   ELSE
      MOVE DroitHabTable(WS-LigneTrouvee) TO WS-AncienDroit
      PERFORM VARYING IdxHabil FROM WS-LigneTrouvee BY 1
          UNTIL IdxHabil >= WS-NbHabilitations
         MOVE TableHabilitations(IdxHabil + 1)
             TO TableHabilitations(IdxHabil)
      END-PERFORM
      SUBTRACT 1 FROM WS-NbHabilitations
      MOVE SPACE TO WS-DroitSaisi
      MOVE "RETRAIT" TO WS-Evenement
      PERFORM ENREGISTRER-CHANGEMENT
   END-IF.

ENREGISTRER-CHANGEMENT.
   PERFORM REECRIRE-TABLE-HABILITATIONS.
   PERFORM JOURNALISER-CHANGEMENT.
   DISPLAY "Matrice mise à jour (" FUNCTION TRIM(WS-Evenement)
       ") : rôle " WS-RoleSaisi " objet " FUNCTION TRIM(WS-ObjetSaisi)
       " droit " WS-AncienDroit " -> " WS-DroitSaisi ".".

JOURNALISER-CHANGEMENT.
   MOVE FUNCTION CURRENT-DATE TO WS-DateHeureSys.
   OPEN EXTEND GCBJournalHabilitationsFile.
   IF WS-JRNH-STATUS = "35"
      OPEN OUTPUT GCBJournalHabilitationsFile
   END-IF.
   IF WS-JRNH-STATUS NOT = "00"
      DISPLAY "Erreur journal des habilitations, statut "
          WS-JRNH-STATUS
   ELSE
      MOVE WS-DateSys TO DateJrnHabil
      MOVE WS-HeureSys TO HeureJrnHabil
      MOVE WS-IdSession TO OperateurJrnHabil
      MOVE "A" TO RoleOperJrnHabil
      MOVE WS-Evenement TO EvenementJrnHabil
      MOVE WS-RoleSaisi TO RoleCibleJrnHabil
      MOVE WS-ObjetSaisi TO ObjetJrnHabil
      MOVE WS-AncienDroit TO AncienDroitJrnHabil
      MOVE WS-DroitSaisi TO NouveauDroitJrnHabil
      WRITE JournalHabilitationRecord
      CLOSE GCBJournalHabilitationsFile
   END-IF.
