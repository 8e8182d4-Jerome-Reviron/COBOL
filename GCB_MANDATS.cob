FILE-CONTROL.
    SELECT GCBMandatsFile
        FILE STATUS IS WS-MANDAT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleMandat
        ASSIGN TO "GCBMandatsFile.dat".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
   01 WS-DateSignatureSaisie PIC 9(8).
   01 WS-PlafondSaisi PIC 9(5)V99.
   01 WS-MandatTrouve PIC X VALUE "N".

      *> Capture des mandats de prélèvement contrôlés par
      *> GCB_PRELEVEMENTS avant toute collecte.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_MANDATS'.
   PERFORM LIRE-DATE-JOUR.
   DISPLAY "==============================================".
   DISPLAY "MANDATS DE PRELEVEMENT - GCB2".
   END-IF.
   DISPLAY "Plafond par collecte (0 = sans plafond) : ".
   ACCEPT WS-PlafondSaisi.
   OPEN I-O GCBMandatsFile.
   IF WS-MANDAT-STATUS = "35"
      OPEN OUTPUT GCBMandatsFile
      CLOSE GCBMandatsFile
      OPEN I-O GCBMandatsFile
   END-IF.
   IF WS-MANDAT-STATUS NOT = "00"
      DISPLAY "Erreur GCBMandatsFile, statut " WS-MANDAT-STATUS
      MOVE WS-PlafondSaisi TO PlafondMandat
      MOVE "A" TO StatutMandat
      WRITE MandatRecord
         INVALID KEY
               *> Un seul mandat par créancier sur un compte : la
               *> nouvelle signature remplace l'ancienne, révoquée ou
               *> non.
            REWRITE MandatRecord
            DISPLAY "Mandat du créancier " WS-CreancierSaisi
                " remplacé par la nouvelle signature."
         NOT INVALID KEY
            DISPLAY "Mandat enregistré pour le créancier "
                WS-CreancierSaisi "."
      END-WRITE
      CLOSE GCBMandatsFile
   END-IF.

REVOQUER-MANDAT.
      *> Lecture et réécriture du seul mandat visé, par sa clé.
   DISPLAY "Numéro du compte : ".
   ACCEPT WS-NumCompteSaisi.
   DISPLAY "Identifiant du créancier : ".
   ACCEPT WS-CreancierSaisi.
   MOVE "N" TO WS-MandatTrouve.
   OPEN I-O GCBMandatsFile.
   IF WS-MANDAT-STATUS = "00"
      MOVE WS-NumCompteSaisi TO NumeroCompteMandat
      MOVE WS-CreancierSaisi TO CreancierMandat
      READ GCBMandatsFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            IF StatutMandat = "A"
               MOVE "O" TO WS-MandatTrouve
               MOVE "R" TO StatutMandat
               REWRITE MandatRecord
            END-IF
      END-READ
      CLOSE GCBMandatsFile
   END-IF.
   IF WS-MandatTrouve = "O"
      DISPLAY "Mandat révoqué."
   ELSE
      DISPLAY "Aucun mandat actif pour ce créancier sur ce compte."
   END-IF.

LISTER-MANDATS.
      *> Mandats du compte par START sur le compte en tête de clé.
   DISPLAY "Numéro du compte : ".
   ACCEPT WS-NumCompteSaisi.
   MOVE "N" TO WS-MandatTrouve.
   MOVE "N" TO WS-EOF-MANDAT.
   OPEN INPUT GCBMandatsFile.
   IF WS-MANDAT-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-MANDAT
   END-IF.
   MOVE WS-NumCompteSaisi TO NumeroCompteMandat.
   MOVE LOW-VALUES TO CreancierMandat.
   IF WS-EOF-MANDAT = "N"
      START GCBMandatsFile KEY IS GREATER THAN OR EQUAL CleMandat
         INVALID KEY MOVE "Y" TO WS-EOF-MANDAT
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF-MANDAT = "Y"
      READ GCBMandatsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-MANDAT
         NOT AT END
            IF NumeroCompteMandat NOT = WS-NumCompteSaisi
               MOVE "Y" TO WS-EOF-MANDAT
            ELSE
               MOVE "O" TO WS-MandatTrouve
               DISPLAY CreancierMandat " signé le " DateSignatureMandat
                   " plafond " PlafondMandat " (" StatutMandat ")"
            END-IF
      END-READ
   END-PERFORM.
   IF WS-MANDAT-STATUS NOT = "35"
      CLOSE GCBMandatsFile
   END-IF.
   IF WS-MandatTrouve = "N"
      DISPLAY "Aucun mandat pour ce compte."
   END-IF.
