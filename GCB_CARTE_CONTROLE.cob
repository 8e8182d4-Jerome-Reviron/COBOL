FILE-CONTROL.
    SELECT GCBCartesFile
        FILE STATUS IS WS-CARTE-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumCarte
        ALTERNATE RECORD KEY IS NumeroCompteCarte
            WITH DUPLICATES
        ASSIGN TO "GCBCartesFile.dat".
    SELECT GCBHistoriqueFile
        FILE STATUS IS WS-HIST-STATUS
        ORGANIZATION IS INDEXED
   01 WS-CARTE-STATUS PIC 99.
   01 WS-HIST-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-EOF-HIST PIC X VALUE "N".
   01 WS-CarteTrouvee PIC X VALUE "N".
   01 WS-StatutCarteLue PIC X(1).

PROCEDURE DIVISION USING NumCarteDemandee NumCompteDemande
    MontantDemande Autorise.
   CALL 'GCB_MIGRATION_CARTES'.
   MOVE "N" TO Autorise.
   PERFORM LIRE-DATE-JOUR.
   PERFORM CHERCHER-CARTE.
   END-IF.

CHERCHER-CARTE.
      *> Lecture directe de la carte par son numéro.
   MOVE "N" TO WS-CarteTrouvee.
   OPEN INPUT GCBCartesFile.
   IF WS-CARTE-STATUS = "00"
      MOVE NumCarteDemandee TO NumCarte
      READ GCBCartesFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            IF NumeroCompteCarte = NumCompteDemande
               MOVE "O" TO WS-CarteTrouvee
               MOVE StatutCarte TO WS-StatutCarteLue
               MOVE DateExpirationCarte TO WS-ExpirationCarteLue
               MOVE LimiteJourCarte TO WS-LimiteCarteLue
            END-IF
      END-READ
      CLOSE GCBCartesFile
   END-IF.

