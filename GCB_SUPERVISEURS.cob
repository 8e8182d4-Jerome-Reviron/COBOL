   COPY SUPERVISEUR.

WORKING-STORAGE SECTION.
      *> Programme d'administration : session opérateur (GCB_SIGNON)
      *> puis habilitation du rôle sur le programme lui-même dans la
      *> matrice GCBHabilitationsFile ; un refus est tracé.
   01 WS-SignonOK PIC X(1).
   01 WS-ObjetHabil PIC X(24) VALUE "GCB_SUPERVISEURS".
   01 WS-ModeHabil PIC X(1) VALUE "C".
   01 WS-Habilite PIC X(1).
   01 WS-SUP-STATUS PIC 99.
   01 WS-EOF-SUP PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-IdSaisi PIC X(8).
   01 WS-SuperviseurTrouve PIC X VALUE "N".

      *> Table de réécriture du fichier : il est rechargé puis réécrit
      *> en entier.
   01 WS-NbSuperviseurs PIC 9(3) VALUE 0.
   01 IdxSup PIC 9(3).
   01 TableSuperviseurs OCCURS 50 TIMES.
      *> eux-mêmes passent par GCB_AUTORISATION.

PROCEDURE DIVISION.
   CALL 'GCB_SIGNON' USING WS-SignonOK.
   IF WS-SignonOK NOT = "O"
      DISPLAY "Pas de session opérateur : référentiel des "
          "superviseurs inaccessible."
      STOP RUN
   END-IF.
   CALL 'GCB_HABILITATION' USING WS-ObjetHabil WS-ModeHabil
       WS-Habilite.
   IF WS-Habilite NOT = "O"
      DISPLAY "Programme non autorisé pour votre rôle."
      STOP RUN
   END-IF.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== REFERENTIEL DES SUPERVISEURS ==="
