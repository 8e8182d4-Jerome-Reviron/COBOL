   COPY OPERATEUR.

WORKING-STORAGE SECTION.
      *> Programme d'administration : session opérateur (GCB_SIGNON)
      *> puis habilitation du rôle sur le programme lui-même dans la
      *> matrice GCBHabilitationsFile ; un refus est tracé.
   01 WS-SignonOK PIC X(1).
   01 WS-ObjetHabil PIC X(24) VALUE "GCB_OPERATEURS".
   01 WS-ModeHabil PIC X(1) VALUE "C".
   01 WS-Habilite PIC X(1).
   01 WS-OPER-STATUS PIC 99.
   01 WS-EOF-OPER PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 0.
   01 WS-CodeConfirme PIC 9(4).
   01 WS-CodeHache PIC 9(4).
   01 WS-RoleSaisi PIC X(1).
   01 WS-NumClientSaisi PIC 9(6).
   01 WS-NomClientLu PIC X(30).
   01 WS-AdresseClientLue PIC X(40).
   01 WS-ContactClientLu PIC X(30).
   01 WS-ClientTrouve PIC X(1).
   01 WS-DateExpirationDocLue PIC 9(8).
   01 WS-OperateurTrouve PIC X VALUE "N".
      *> Le rôle "A" (administrateur, seul admis à entretenir la
      *> matrice des habilitations) ne s'accorde ni ne se retire que
      *> par un administrateur, sauf tant qu'il n'en existe aucun
      *> d'actif ; le dernier administrateur actif ne peut être ni
      *> révoqué ni rétrogradé.
   01 WS-ObjetAdmin PIC X(24) VALUE "GCB_HABILITATIONS".
   01 WS-ModeAdmin PIC X(1) VALUE "A".
   01 WS-AdminPermis PIC X(1).
   01 WS-NbAdministrateurs PIC 9(3).
   01 WS-RoleActuel PIC X(1).
      *> Opérateurs chargés en table bornée pour la révocation et le
      *> changement de code, puis réécriture complète du fichier.
   01 WS-NbOperateurs PIC 9(3) VALUE 0.
   01 IdxOper PIC 9(3).
   01 TableOperateurs OCCURS 100 TIMES.
      05 CodeOperTable PIC 9(4).
      05 RoleOperTable PIC X(1).
      05 StatutOperTable PIC X(1).
      05 NumClientOperTable PIC 9(6).

      *> Entretien du référentiel des opérateurs contrôlé par
      *> GCB_SIGNON ; le code personnel n'est stocké qu'en condensat
      *> GCB_PIN_HASH.

PROCEDURE DIVISION.
   CALL 'GCB_SIGNON' USING WS-SignonOK.
   IF WS-SignonOK NOT = "O"
      DISPLAY "Pas de session opérateur : référentiel des "
          "opérateurs inaccessible."
      STOP RUN
   END-IF.
   CALL 'GCB_HABILITATION' USING WS-ObjetHabil WS-ModeHabil
       WS-Habilite.
   IF WS-Habilite NOT = "O"
      DISPLAY "Programme non autorisé pour votre rôle."
      STOP RUN
   END-IF.
   DISPLAY "==============================================".
   DISPLAY "REFERENTIEL DES OPERATEURS - GCB2".
   DISPLAY "==============================================".
   DISPLAY "2. Révoquer un opérateur".
   DISPLAY "3. Changer le code d'un opérateur".
   DISPLAY "4. Lister les opérateurs".
   DISPLAY "5. Déclarer le dossier client personnel".
   DISPLAY "6. Changer le rôle d'un opérateur".
   DISPLAY "0. Quitter".
   ACCEPT ChoixUtilisateur.
   EVALUATE ChoixUtilisateur
         PERFORM CHANGER-CODE-OPERATEUR
      WHEN 4
         PERFORM LISTER-OPERATEURS
      WHEN 5
         PERFORM DECLARER-CLIENT-OPERATEUR
      WHEN 6
         PERFORM CHANGER-ROLE-OPERATEUR
      WHEN OTHER
         DISPLAY "Aucune action effectuée."
   END-EVALUATE.
   ACCEPT WS-CodeSaisi.
   DISPLAY "Confirmez le code : ".
   ACCEPT WS-CodeConfirme.
   DISPLAY "Rôle (G=guichetier, S=superviseur, A=administrateur) : ".
   ACCEPT WS-RoleSaisi.
   PERFORM SAISIR-CLIENT-OPERATEUR.
   IF WS-RoleSaisi NOT = "S" AND WS-RoleSaisi NOT = "A"
      MOVE "G" TO WS-RoleSaisi
   END-IF.
   MOVE "O" TO WS-AdminPermis.
   IF WS-RoleSaisi = "A"
      PERFORM CONTROLER-DROIT-ADMIN
   END-IF.
   IF WS-CodeSaisi NOT = WS-CodeConfirme
      DISPLAY "Les deux saisies ne correspondent pas. "
          "Création refusée."
   ELSE
   IF WS-ClientTrouve NOT = "O"
      DISPLAY "Dossier client introuvable. Création refusée."
   ELSE
   IF WS-AdminPermis NOT = "O"
      DISPLAY "Seul un administrateur peut désigner un "
          "administrateur. Création refusée."
   ELSE
      CALL 'GCB_PIN_HASH' USING WS-IdSaisi WS-CodeSaisi
          WS-CodeHache
      OPEN EXTEND GCBOperateursFile
         MOVE WS-CodeHache TO CodeOperateurHache
         MOVE WS-RoleSaisi TO RoleOperateur
         MOVE "A" TO StatutOperateur
         MOVE WS-NumClientSaisi TO NumClientOperateur
         WRITE OperateurRecord
         CLOSE GCBOperateursFile
         DISPLAY "Opérateur " WS-IdSaisi " créé."
      END-IF
   END-IF
   END-IF
   END-IF.

SAISIR-CLIENT-OPERATEUR.
      *> Le guichetier client de la banque est rattaché à son propre
      *> dossier pour la surveillance des consultations.
   DISPLAY "Numéro client personnel (0 = non client) : ".
   ACCEPT WS-NumClientSaisi.
   MOVE "O" TO WS-ClientTrouve.
   IF WS-NumClientSaisi NOT = 0
      CALL 'GCB_CLIENT_LECTURE' USING WS-NumClientSaisi
          WS-NomClientLu WS-AdresseClientLue WS-ContactClientLu
          WS-ClientTrouve WS-DateExpirationDocLue
   END-IF.

DECLARER-CLIENT-OPERATEUR.
   DISPLAY "Identifiant de l'opérateur : ".
   ACCEPT WS-IdSaisi.
   PERFORM SAISIR-CLIENT-OPERATEUR.
   IF WS-ClientTrouve NOT = "O"
      DISPLAY "Dossier client introuvable. Aucune modification."
   ELSE
      PERFORM CHARGER-TABLE-OPERATEURS
      MOVE "N" TO WS-OperateurTrouve
      PERFORM VARYING IdxOper FROM 1 BY 1
          UNTIL IdxOper > WS-NbOperateurs
         IF IdOperTable(IdxOper) = WS-IdSaisi
            AND StatutOperTable(IdxOper) = "A"
            MOVE "O" TO WS-OperateurTrouve
            MOVE WS-NumClientSaisi TO NumClientOperTable(IdxOper)
         END-IF
      END-PERFORM
      IF WS-OperateurTrouve = "O"
         PERFORM REECRIRE-TABLE-OPERATEURS
         DISPLAY "Dossier client de l'opérateur " WS-IdSaisi
             " enregistré."
      ELSE
         DISPLAY "Opérateur introuvable ou révoqué."
      END-IF
   END-IF.

REVOQUER-OPERATEUR.
   DISPLAY "Identifiant de l'opérateur à révoquer : ".
   ACCEPT WS-IdSaisi.
   PERFORM CHARGER-TABLE-OPERATEURS.
   PERFORM CHERCHER-ROLE-ACTUEL.
   IF WS-RoleActuel = "A" AND WS-NbAdministrateurs < 2
      DISPLAY "Dernier administrateur actif : révocation refusée."
   ELSE
   IF WS-RoleActuel = "A" AND WS-AdminPermis NOT = "O"
      DISPLAY "Seul un administrateur peut révoquer un "
          "administrateur."
   ELSE
      MOVE "N" TO WS-OperateurTrouve
      PERFORM VARYING IdxOper FROM 1 BY 1
          UNTIL IdxOper > WS-NbOperateurs
         IF IdOperTable(IdxOper) = WS-IdSaisi
            AND StatutOperTable(IdxOper) = "A"
            MOVE "O" TO WS-OperateurTrouve
            MOVE "R" TO StatutOperTable(IdxOper)
         END-IF
      END-PERFORM
      IF WS-OperateurTrouve = "O"
         PERFORM REECRIRE-TABLE-OPERATEURS
         DISPLAY "Opérateur " WS-IdSaisi " révoqué."
      ELSE
         DISPLAY "Opérateur introuvable ou déjà révoqué."
      END-IF
   END-IF
   END-IF.

CHANGER-ROLE-OPERATEUR.
   DISPLAY "Identifiant de l'opérateur : ".
   ACCEPT WS-IdSaisi.
   DISPLAY "Nouveau rôle (G=guichetier, S=superviseur, "
       "A=administrateur) : ".
   ACCEPT WS-RoleSaisi.
   PERFORM CHARGER-TABLE-OPERATEURS.
   PERFORM CHERCHER-ROLE-ACTUEL.
   IF WS-RoleSaisi NOT = "G" AND WS-RoleSaisi NOT = "S"
       AND WS-RoleSaisi NOT = "A"
      DISPLAY "Rôle inconnu. Aucune modification."
   ELSE
   IF WS-RoleActuel = SPACE
      DISPLAY "Opérateur introuvable ou révoqué."
   ELSE
   IF (WS-RoleSaisi = "A" OR WS-RoleActuel = "A")
       AND WS-AdminPermis NOT = "O"
      DISPLAY "Seul un administrateur peut accorder ou retirer le "
          "rôle administrateur."
   ELSE
   IF WS-RoleActuel = "A" AND WS-RoleSaisi NOT = "A"
       AND WS-NbAdministrateurs < 2
      DISPLAY "Dernier administrateur actif : rôle conservé."
   ELSE
      PERFORM VARYING IdxOper FROM 1 BY 1
          UNTIL IdxOper > WS-NbOperateurs
         IF IdOperTable(IdxOper) = WS-IdSaisi
            AND StatutOperTable(IdxOper) = "A"
            MOVE WS-RoleSaisi TO RoleOperTable(IdxOper)
         END-IF
      END-PERFORM
      PERFORM REECRIRE-TABLE-OPERATEURS
      DISPLAY "Opérateur " WS-IdSaisi " : rôle " WS-RoleActuel
          " remplacé par " WS-RoleSaisi "."
   END-IF
   END-IF
   END-IF
   END-IF.

CHERCHER-ROLE-ACTUEL.
      *> Rôle actuel de l'opérateur saisi (espace s'il est introuvable
      *> ou révoqué) et décompte des administrateurs actifs, sur la
      *> table déjà chargée.
   MOVE SPACE TO WS-RoleActuel.
   MOVE 0 TO WS-NbAdministrateurs.
   PERFORM VARYING IdxOper FROM 1 BY 1
       UNTIL IdxOper > WS-NbOperateurs
      IF StatutOperTable(IdxOper) = "A"
         IF RoleOperTable(IdxOper) = "A"
            ADD 1 TO WS-NbAdministrateurs
         END-IF
         IF IdOperTable(IdxOper) = WS-IdSaisi
            MOVE RoleOperTable(IdxOper) TO WS-RoleActuel
         END-IF
      END-IF
   END-PERFORM.
   CALL 'GCB_HABILITATION' USING WS-ObjetAdmin WS-ModeAdmin
       WS-AdminPermis.
   IF WS-NbAdministrateurs = 0
      MOVE "O" TO WS-AdminPermis
   END-IF.

CONTROLER-DROIT-ADMIN.
   PERFORM CHARGER-TABLE-OPERATEURS.
   PERFORM CHERCHER-ROLE-ACTUEL.

CHANGER-CODE-OPERATEUR.
   DISPLAY "Identifiant de l'opérateur : ".
   ACCEPT WS-IdSaisi.
          UNTIL IdxOper > WS-NbOperateurs
         DISPLAY IdOperTable(IdxOper) " " NomOperTable(IdxOper)
             " rôle " RoleOperTable(IdxOper) " ("
             StatutOperTable(IdxOper) ") client "
             NumClientOperTable(IdxOper)
      END-PERFORM
   END-IF.

               MOVE RoleOperateur TO RoleOperTable(WS-NbOperateurs)
               MOVE StatutOperateur
                   TO StatutOperTable(WS-NbOperateurs)
               IF NumClientOperateur IS NUMERIC
                  MOVE NumClientOperateur
                      TO NumClientOperTable(WS-NbOperateurs)
               ELSE
                  MOVE 0 TO NumClientOperTable(WS-NbOperateurs)
               END-IF
            END-IF
      END-READ
   END-PERFORM.
      MOVE CodeOperTable(IdxOper) TO CodeOperateurHache
      MOVE RoleOperTable(IdxOper) TO RoleOperateur
      MOVE StatutOperTable(IdxOper) TO StatutOperateur
      MOVE NumClientOperTable(IdxOper) TO NumClientOperateur
      WRITE OperateurRecord
   END-PERFORM.
   CLOSE GCBOperateursFile.
