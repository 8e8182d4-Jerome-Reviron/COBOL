      05 FILLER PIC X(16) VALUE "MENU-00".
   01 ClesLignesMenuTable REDEFINES ClesLignesMenu
         OCCURS 19 TIMES PIC X(16).
      *> Les options que le rôle de l'opérateur de session n'autorise
      *> pas (matrice GCBHabilitationsFile) ne sont pas affichées ; la
      *> clé de la ligne est l'objet de la matrice. Un choix tapé
      *> malgré tout est refusé et tracé par TRAITER-CHOIX de GCB2.
   01 WS-ObjetHabil PIC X(24).
   01 WS-ModeHabil PIC X(1) VALUE "A".
   01 WS-Habilite PIC X(1).

LINKAGE SECTION.
   01 SoldeCompte PIC S9(5)V99.
PROCEDURE DIVISION USING SoldeCompte SoldeAutreCompte Montant ChoixUtilisateur.
   PERFORM VARYING IdxLigneMenu FROM 1 BY 1 UNTIL IdxLigneMenu > 19
      MOVE ClesLignesMenuTable(IdxLigneMenu) TO WS-CleMessage
      MOVE "O" TO WS-Habilite
      IF IdxLigneMenu > 1 AND IdxLigneMenu < 19
         MOVE WS-CleMessage TO WS-ObjetHabil
         CALL 'GCB_HABILITATION' USING WS-ObjetHabil WS-ModeHabil
             WS-Habilite
      END-IF
      IF WS-Habilite = "O"
         CALL 'GCB_MESSAGE' USING WS-CleMessage WS-TexteMessage
         DISPLAY FUNCTION TRIM(WS-TexteMessage TRAILING)
      END-IF
   END-PERFORM.
   ACCEPT ChoixUtilisateur.
   EXIT PROGRAM.
