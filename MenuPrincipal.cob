   01 WS-ResultatFormation PIC X.
   01 CheminFormation PIC X(9) VALUE "FORMATION".
   01 CheminRetour PIC X(2) VALUE "..".
      *> Habilitations : l'opérateur s'identifie une fois pour toute
      *> l'exécution (GCB_SIGNON reprend ensuite sa session) ; les
      *> options que son rôle n'autorise pas ne sont pas affichées
      *> et un choix refusé est tracé par GCB_HABILITATION.
   01 WS-SignonOK PIC X(1).
   01 WS-ObjetHabil PIC X(24).
   01 WS-ModeHabil PIC X(1).
   01 WS-Habilite PIC X(1).

PROCEDURE DIVISION.
DEBUT.
   PERFORM OUVRIR-SESSION-OPERATEUR.
   PERFORM AFFICHER-MENU UNTIL ChoixUtilisateur = 0.
   MOVE "MP-AUREVOIR" TO WS-CleMessage.
   PERFORM AFFICHER-MESSAGE.
   MOVE "MP-TITRE" TO WS-CleMessage.
   PERFORM AFFICHER-MESSAGE.
   MOVE "MP-01" TO WS-CleMessage.
   PERFORM AFFICHER-OPTION.
   MOVE "MP-02" TO WS-CleMessage.
   PERFORM AFFICHER-OPTION.
   MOVE "MP-03" TO WS-CleMessage.
   PERFORM AFFICHER-OPTION.
   MOVE "MP-04" TO WS-CleMessage.
   PERFORM AFFICHER-OPTION.
   MOVE "MP-05" TO WS-CleMessage.
   IF WS-ModeFormation = "O"
      PERFORM AFFICHER-MESSAGE
   ELSE
      PERFORM AFFICHER-OPTION
   END-IF.
   MOVE "MP-00" TO WS-CleMessage.
   PERFORM AFFICHER-MESSAGE.
   DISPLAY "Votre choix : ".
   ACCEPT ChoixUtilisateur.
      *> Le retour du bac à sable vers la production reste toujours
      *> permis.
   MOVE "O" TO WS-Habilite.
   IF ChoixUtilisateur >= 1 AND ChoixUtilisateur <= 5
       AND NOT (ChoixUtilisateur = 5 AND WS-ModeFormation = "O")
      MOVE SPACES TO WS-ObjetHabil
      STRING "MP-0" ChoixUtilisateur DELIMITED BY SIZE
          INTO WS-ObjetHabil
      MOVE "C" TO WS-ModeHabil
      CALL 'GCB_HABILITATION' USING WS-ObjetHabil WS-ModeHabil
          WS-Habilite
   END-IF.
   IF WS-Habilite NOT = "O"
      DISPLAY "Option non autorisée pour votre rôle."
   ELSE
      EVALUATE ChoixUtilisateur
         WHEN 1 CALL 'GCB2'
         WHEN 2 CALL 'GestionInventaireLivres'
         WHEN 3 CALL 'UtilisateurLivre'
         WHEN 4 CALL 'CalculReductions'
         WHEN 5 PERFORM BASCULER-MODE-FORMATION
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-IF.

AFFICHER-OPTION.
      *> Ligne de menu affichée seulement si le rôle de l'opérateur
      *> l'autorise (la clé du message est aussi l'objet de la
      *> matrice des habilitations).
   MOVE WS-CleMessage TO WS-ObjetHabil.
   MOVE "A" TO WS-ModeHabil.
   CALL 'GCB_HABILITATION' USING WS-ObjetHabil WS-ModeHabil
       WS-Habilite.
   IF WS-Habilite = "O"
      PERFORM AFFICHER-MESSAGE
   END-IF.

OUVRIR-SESSION-OPERATEUR.
   CALL 'GCB_SIGNON' USING WS-SignonOK.
   IF WS-SignonOK NOT = "O"
      DISPLAY "Pas de session opérateur : menu principal fermé."
      STOP RUN
   END-IF.

BASCULER-MODE-FORMATION.
   IF WS-ModeFormation = "N"
            MOVE "O" TO WS-ModeFormation
            MOVE "MP-FORMATION" TO WS-CleMessage
            PERFORM AFFICHER-MESSAGE
               *> Le bac à sable a son propre référentiel des
               *> opérateurs : la session y est rouverte.
            PERFORM OUVRIR-SESSION-OPERATEUR
         ELSE
            DISPLAY "Bascule vers FORMATION/ impossible "
                "(code " RETURN-CODE ")."
      IF RETURN-CODE = 0
         MOVE "N" TO WS-ModeFormation
         DISPLAY "Retour au mode production."
         PERFORM OUVRIR-SESSION-OPERATEUR
      ELSE
         DISPLAY "Retour production impossible (code "
             RETURN-CODE "). Session toujours en formation."
