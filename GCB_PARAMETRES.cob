      05 AuteurParamJournal PIC X(8).

WORKING-STORAGE SECTION.
      *> Programme d'administration : session opérateur (GCB_SIGNON)
      *> puis habilitation du rôle sur le programme lui-même dans la
      *> matrice GCBHabilitationsFile ; un refus est tracé.
   01 WS-SignonOK PIC X(1).
   01 WS-ObjetHabil PIC X(24) VALUE "GCB_PARAMETRES".
   01 WS-ModeHabil PIC X(1) VALUE "C".
   01 WS-Habilite PIC X(1).
   01 WS-PARAM-STATUS PIC 99.
   01 WS-JRN-STATUS PIC 99.
   01 WS-EOF-PARAM PIC X VALUE "N".
      05 WS-HeureSys PIC 9(6).
      05 WS-RestSys PIC X(7).

      *> Table de réécriture : le fichier est rechargé puis réécrit en
      *> entier.
   01 WS-NbParametres PIC 9(2) VALUE 0.
   01 IdxParam PIC 9(2).
   01 TableParametres OCCURS 50 TIMES.
      *> ancienne valeur, nouvelle valeur, auteur et horodatage.

PROCEDURE DIVISION.
   CALL 'GCB_SIGNON' USING WS-SignonOK.
   IF WS-SignonOK NOT = "O"
      DISPLAY "Pas de session opérateur : paramètres "
          "d'exploitation inaccessibles."
      STOP RUN
   END-IF.
   CALL 'GCB_HABILITATION' USING WS-ObjetHabil WS-ModeHabil
       WS-Habilite.
   IF WS-Habilite NOT = "O"
      DISPLAY "Programme non autorisé pour votre rôle."
      STOP RUN
   END-IF.
      *> Le premier appel à GCB_PARAMETRE sème le fichier si besoin,
      *> pour que la liste ne soit jamais vide en production.
   CALL 'GCB_PARAMETRE' USING CleAmorce WS-ValeurSeme WS-SemeTrouve.
