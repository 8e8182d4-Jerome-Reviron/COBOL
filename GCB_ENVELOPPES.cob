FILE-CONTROL.
    SELECT GCBEnveloppesFile
        FILE STATUS IS WS-ENV-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleEnveloppe
        ASSIGN TO "GCBEnveloppesFile.dat".

DATA DIVISION.
FILE SECTION.
      *> GCB_BLOCAGE pour les blocages de fonds.

PROCEDURE DIVISION USING NumCompte TotalEnveloppes.
   CALL 'GCB_MIGRATION_ENVELOPPES'.
   MOVE 0 TO TotalEnveloppes.
   MOVE "N" TO WS-EOF-ENV.
   MOVE "N" TO WS-EnvOuvert.
      MOVE "Y" TO WS-EOF-ENV
   ELSE
      MOVE "O" TO WS-EnvOuvert
   END-IF.
      *> Positionnement sur la première enveloppe du compte (le numéro
      *> de compte est en tête de la clé), lecture tant que le compte
      *> ne change pas.
   MOVE NumCompte TO NumeroCompteEnveloppe.
   MOVE LOW-VALUES TO LibelleEnveloppe.
   IF WS-EOF-ENV = "N"
      START GCBEnveloppesFile KEY IS GREATER THAN OR EQUAL CleEnveloppe
         INVALID KEY MOVE "Y" TO WS-EOF-ENV
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF-ENV = "Y"
      READ GCBEnveloppesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-ENV
         NOT AT END
            IF NumeroCompteEnveloppe NOT = NumCompte
               MOVE "Y" TO WS-EOF-ENV
            ELSE
            IF StatutEnveloppe = "A"
               ADD MontantEnveloppe TO TotalEnveloppes
            END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-EnvOuvert = "O"
