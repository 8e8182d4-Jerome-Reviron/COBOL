IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_REVUE_HABILITATIONS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
    SELECT EditionRevueFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEdition.

DATA DIVISION.
FILE SECTION.
   FD GCBOperateursFile.
   COPY OPERATEUR.

   FD GCBHabilitationsFile.
   COPY HABILITATION.

   FD GCBJournalHabilitationsFile.
   COPY JRNHABIL.

   FD EditionRevueFile.
   01 LigneEdition PIC X(100).

WORKING-STORAGE SECTION.
   01 WS-OPER-STATUS PIC 99.
   01 WS-HABIL-STATUS PIC 99.
   01 WS-JRNH-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-SignonOK PIC X(1).
   01 WS-ObjetHabil PIC X(24) VALUE "GCB_REVUE_HABILITATIONS".
   01 WS-ModeHabil PIC X(1) VALUE "C".
   01 WS-Habilite PIC X(1).

   01 WS-HorlogeCourante PIC X(21).
   01 WS-AnneeCourante PIC 9(4).
   01 WS-MoisCourant PIC 9(2).
   01 WS-TrimestreSaisi PIC 9(5).
   01 WS-AnneeRevue PIC 9(4).
   01 WS-NumTrimestre PIC 9(1).
   01 WS-DateDebutTrimestre PIC 9(8).
   01 WS-DateFinTrimestre PIC 9(8).

   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(100).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-TypeRapportRevue PIC X(12) VALUE "REVUE-HABIL".
   01 WS-NbOperateursActifs PIC 9(4) VALUE 0.
   01 WS-NbAdministrateurs PIC 9(4) VALUE 0.
   01 WS-NbRefus PIC 9(6) VALUE 0.
   01 WS-NbModifications PIC 9(6) VALUE 0.

      *> Matrice chargée en table ; le droit effectif d'un rôle sur
      *> un objet suit la règle de GCB_HABILITATION (droit exact, à
      *> défaut droit "*" du rôle, à défaut refus ; la maintenance de
      *> la matrice n'appartient qu'au rôle administrateur).
   01 WS-NbHabilitations PIC 9(3) VALUE 0.
   01 IdxHabil PIC 9(3).
   01 TableHabilitations OCCURS 200 TIMES.
      05 RoleHabTable PIC X(1).
      05 ObjetHabTable PIC X(24).
      05 DroitHabTable PIC X(1).
   01 WS-RoleEvalue PIC X(1).
   01 WS-ObjetEvalue PIC X(24).
   01 WS-DroitExact PIC X(1).
   01 WS-DroitDefaut PIC X(1).
   01 WS-DroitEffectif PIC X(1).
   01 WS-DroitAdmin PIC X(1).
   01 WS-DroitSuperviseur PIC X(1).
   01 WS-DroitGuichetier PIC X(1).
   01 IdxObjet PIC 9(3).
   01 WS-LibelleVisa PIC X(32).
      *> Rubrique du journal en cours d'édition : "REFUS" ou
      *> "MATRICE".
   01 WS-RubriqueJournal PIC X(7).

   COPY HABILOBJ.

      *> Revue trimestrielle des accès : qui peut faire quoi à la fin
      *> du trimestre (opérateurs et leur rôle, droits effectifs de
      *> chaque rôle sur chaque option de menu et programme protégé),
      *> les tentatives refusées et les modifications de la matrice
      *> sur le trimestre, puis les visas des responsables de la
      *> banque, de la bibliothèque et du magasin. Fichier daté
      *> GCBRevueHabilitationsAAAAMMJJ.txt (date de fin du
      *> trimestre), inscrit au catalogue des rapports.

PROCEDURE DIVISION.
   CALL 'GCB_SIGNON' USING WS-SignonOK.
   IF WS-SignonOK NOT = "O"
      DISPLAY "Pas de session opérateur : revue des habilitations "
          "inaccessible."
      STOP RUN
   END-IF.
   CALL 'GCB_HABILITATION' USING WS-ObjetHabil WS-ModeHabil
       WS-Habilite.
   IF WS-Habilite NOT = "O"
      DISPLAY "Programme non autorisé pour votre rôle."
      STOP RUN
   END-IF.
   DISPLAY "==============================================".
   DISPLAY "REVUE TRIMESTRIELLE DES HABILITATIONS".
   DISPLAY "==============================================".
   DISPLAY "Trimestre AAAAT (ex. 20263), 0 = dernier trimestre "
       "échu : ".
   ACCEPT WS-TrimestreSaisi.
   MOVE FUNCTION CURRENT-DATE TO WS-HorlogeCourante.
   MOVE WS-HorlogeCourante(1:4) TO WS-AnneeCourante.
   MOVE WS-HorlogeCourante(5:2) TO WS-MoisCourant.
   IF WS-TrimestreSaisi = 0
      COMPUTE WS-NumTrimestre = (WS-MoisCourant - 1) / 3
      MOVE WS-AnneeCourante TO WS-AnneeRevue
      IF WS-NumTrimestre = 0
         MOVE 4 TO WS-NumTrimestre
         SUBTRACT 1 FROM WS-AnneeRevue
      END-IF
   ELSE
      MOVE WS-TrimestreSaisi(1:4) TO WS-AnneeRevue
      MOVE WS-TrimestreSaisi(5:1) TO WS-NumTrimestre
   END-IF.
   IF WS-NumTrimestre < 1 OR WS-NumTrimestre > 4
      DISPLAY "Trimestre invalide : " WS-TrimestreSaisi "."
   ELSE
      COMPUTE WS-DateDebutTrimestre = WS-AnneeRevue * 10000
          + ((WS-NumTrimestre - 1) * 3 + 1) * 100 + 1
      COMPUTE WS-DateFinTrimestre = WS-AnneeRevue * 10000
          + (WS-NumTrimestre * 3) * 100 + 31
      PERFORM CHARGER-TABLE-HABILITATIONS
      PERFORM EDITER-REVUE
   END-IF.
   STOP RUN.

EDITER-REVUE.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBRevueHabilitations" WS-DateFinTrimestre ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   MOVE 0 TO WS-NbLignesEditees.
   OPEN OUTPUT EditionRevueFile.
   IF WS-EDIT-STATUS NOT = "00"
      DISPLAY "Erreur " FUNCTION TRIM(WS-NomEdition) ", statut "
          WS-EDIT-STATUS
   ELSE
      MOVE SPACES TO WS-LigneTravail
      STRING "REVUE DES HABILITATIONS - TRIMESTRE " WS-NumTrimestre
          " " WS-AnneeRevue " (DU " WS-DateDebutTrimestre " AU "
          WS-DateFinTrimestre ")"
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE ALL "=" TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      PERFORM EDITER-OPERATEURS
      PERFORM EDITER-DROITS-PAR-ROLE
      PERFORM EDITER-JOURNAL-TRIMESTRE
      PERFORM EDITER-VISAS
      CLOSE EditionRevueFile
      CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportRevue
          WS-DateFinTrimestre WS-NbLignesEditees WS-NomEdition
      DISPLAY "Revue éditée dans " FUNCTION TRIM(WS-NomEdition)
          " (" WS-NbOperateursActifs " opérateur(s) actif(s), "
          WS-NbRefus " refus, " WS-NbModifications
          " modification(s) de la matrice)."
   END-IF.

EDITER-OPERATEURS.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "1. OPERATEURS ET ROLES (A=administrateur, S=superviseur, "
       "G=guichetier)" DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBOperateursFile.
   IF WS-OPER-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBOperateursFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            MOVE SPACES TO WS-LigneTravail
            IF StatutOperateur = "A"
               ADD 1 TO WS-NbOperateursActifs
               IF RoleOperateur = "A"
                  ADD 1 TO WS-NbAdministrateurs
               END-IF
               STRING "   " IdOperateur " " NomOperateur " rôle "
                   RoleOperateur " actif"
                   DELIMITED BY SIZE INTO WS-LigneTravail
            ELSE
               STRING "   " IdOperateur " " NomOperateur " rôle "
                   RoleOperateur " révoqué (aucun accès)"
                   DELIMITED BY SIZE INTO WS-LigneTravail
            END-IF
            PERFORM ECRIRE-LIGNE-EDITION
      END-READ
   END-PERFORM.
   IF WS-OPER-STATUS NOT = "35"
      CLOSE GCBOperateursFile
   END-IF.
   MOVE SPACES TO WS-LigneTravail.
   STRING "   Opérateurs actifs : " WS-NbOperateursActifs
       "   dont administrateurs : " WS-NbAdministrateurs
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   IF WS-NbAdministrateurs = 0
      MOVE SPACES TO WS-LigneTravail
      STRING "   *** Aucun administrateur actif : le référentiel des "
          "opérateurs reste ouvert à tous. ***"
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.

EDITER-DROITS-PAR-ROLE.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "2. DROITS EFFECTIFS PAR ROLE (O=autorisé, N=refusé)"
       TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "   Objet                    Libellé"
       "                                  A S G"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   PERFORM VARYING IdxObjet FROM 1 BY 1
       UNTIL IdxObjet > NbObjetsHabilitation
      MOVE CodeObjetHabil(IdxObjet) TO WS-ObjetEvalue
      MOVE "A" TO WS-RoleEvalue
      PERFORM CALCULER-DROIT-EFFECTIF
      MOVE WS-DroitEffectif TO WS-DroitAdmin
      MOVE "S" TO WS-RoleEvalue
      PERFORM CALCULER-DROIT-EFFECTIF
      MOVE WS-DroitEffectif TO WS-DroitSuperviseur
      MOVE "G" TO WS-RoleEvalue
      PERFORM CALCULER-DROIT-EFFECTIF
      MOVE WS-DroitEffectif TO WS-DroitGuichetier
      MOVE SPACES TO WS-LigneTravail
      STRING "   " CodeObjetHabil(IdxObjet) " "
          LibelleObjetHabil(IdxObjet) " " WS-DroitAdmin " "
          WS-DroitSuperviseur " " WS-DroitGuichetier
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-PERFORM.

CALCULER-DROIT-EFFECTIF.
   MOVE SPACE TO WS-DroitExact.
   MOVE SPACE TO WS-DroitDefaut.
   PERFORM VARYING IdxHabil FROM 1 BY 1
       UNTIL IdxHabil > WS-NbHabilitations
      IF RoleHabTable(IdxHabil) = WS-RoleEvalue
         IF ObjetHabTable(IdxHabil) = WS-ObjetEvalue
            MOVE DroitHabTable(IdxHabil) TO WS-DroitExact
         ELSE
         IF ObjetHabTable(IdxHabil) = "*"
            MOVE DroitHabTable(IdxHabil) TO WS-DroitDefaut
         END-IF
         END-IF
      END-IF
   END-PERFORM.
   MOVE "N" TO WS-DroitEffectif.
   IF WS-ObjetEvalue = "GCB_HABILITATIONS"
      IF WS-RoleEvalue = "A"
         MOVE "O" TO WS-DroitEffectif
      END-IF
   ELSE
   IF WS-DroitExact NOT = SPACE
      MOVE WS-DroitExact TO WS-DroitEffectif
   ELSE
   IF WS-DroitDefaut NOT = SPACE
      MOVE WS-DroitDefaut TO WS-DroitEffectif
   END-IF
   END-IF
   END-IF.
   IF WS-DroitEffectif NOT = "O"
      MOVE "N" TO WS-DroitEffectif
   END-IF.

EDITER-JOURNAL-TRIMESTRE.
      *> Le journal est relu une fois par rubrique.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "3. TENTATIVES REFUSEES DU TRIMESTRE" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "REFUS" TO WS-RubriqueJournal.
   PERFORM LIRE-JOURNAL-TRIMESTRE.
   MOVE SPACES TO WS-LigneTravail.
   STRING "   Tentatives refusées : " WS-NbRefus
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "4. MODIFICATIONS DE LA MATRICE DU TRIMESTRE"
       TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "MATRICE" TO WS-RubriqueJournal.
   PERFORM LIRE-JOURNAL-TRIMESTRE.
   MOVE SPACES TO WS-LigneTravail.
   STRING "   Modifications de la matrice : " WS-NbModifications
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.

LIRE-JOURNAL-TRIMESTRE.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBJournalHabilitationsFile.
   IF WS-JRNH-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBJournalHabilitationsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF DateJrnHabil >= WS-DateDebutTrimestre
               AND DateJrnHabil <= WS-DateFinTrimestre
               PERFORM EDITER-LIGNE-JOURNAL
            END-IF
      END-READ
   END-PERFORM.
   IF WS-JRNH-STATUS NOT = "35"
      CLOSE GCBJournalHabilitationsFile
   END-IF.

EDITER-LIGNE-JOURNAL.
   MOVE SPACES TO WS-LigneTravail.
   IF EvenementJrnHabil = "REFUS" AND WS-RubriqueJournal = "REFUS"
      ADD 1 TO WS-NbRefus
      STRING "   " DateJrnHabil " " HeureJrnHabil " opérateur "
          OperateurJrnHabil " rôle " RoleOperJrnHabil " : "
          ObjetJrnHabil
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   ELSE
   IF EvenementJrnHabil NOT = "REFUS" AND WS-RubriqueJournal = "MATRICE"
      ADD 1 TO WS-NbModifications
      STRING "   " DateJrnHabil " " HeureJrnHabil " par "
          OperateurJrnHabil " " EvenementJrnHabil " rôle "
          RoleCibleJrnHabil " " ObjetJrnHabil " "
          AncienDroitJrnHabil " -> " NouveauDroitJrnHabil
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF
   END-IF.

EDITER-VISAS.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "5. VISAS DES RESPONSABLES" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "Responsable de la banque" TO WS-LibelleVisa.
   PERFORM EDITER-LIGNE-VISA.
   MOVE "Responsable de la bibliothèque" TO WS-LibelleVisa.
   PERFORM EDITER-LIGNE-VISA.
   MOVE "Responsable du magasin" TO WS-LibelleVisa.
   PERFORM EDITER-LIGNE-VISA.

EDITER-LIGNE-VISA.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "   " WS-LibelleVisa " : ____________________"
       "   Date : __________"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.

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

ECRIRE-LIGNE-EDITION.
   MOVE WS-LigneTravail TO LigneEdition.
   WRITE LigneEdition.
   ADD 1 TO WS-NbLignesEditees.
