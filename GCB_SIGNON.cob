   01 WS-OperateurTrouve PIC X VALUE "N".
   01 WS-NbTentatives PIC 9 VALUE 0.
   01 MaxTentatives PIC 9 VALUE 3.
      *> Opérateur déjà identifié dans cette exécution : les
      *> programmes lancés ensuite depuis MenuPrincipal reprennent
      *> sa session au lieu de redemander le code.
   01 WS-IdSessionOuverte PIC 9(6) VALUE 0.

LINKAGE SECTION.
   01 Autorise PIC X(1).
      *> condensat GCB_PIN_HASH, jamais en clair). Trois échecs
      *> rendent la main sans session. Le référentiel est semé au
      *> premier lancement avec un opérateur d'amorçage dont le code
      *> doit être changé via GCB_OPERATEURS. Dans une même exécution,
      *> la session ouverte est reprise sans nouvelle saisie.

PROCEDURE DIVISION USING Autorise.
   MOVE "N" TO Autorise.
   PERFORM SEMER-OPERATEURS-SI-ABSENT.
   IF WS-IdSessionOuverte NOT = 0
      PERFORM REPRENDRE-SESSION-OUVERTE
   END-IF.
   PERFORM UNTIL Autorise = "O"
       OR WS-NbTentatives >= MaxTentatives
      DISPLAY "Identifiant opérateur : "
      PERFORM CONTROLER-OPERATEUR
      IF WS-OperateurTrouve = "O"
         MOVE "O" TO Autorise
         MOVE WS-IdSaisi TO WS-IdSessionOuverte
         PERFORM ECRIRE-SESSION-OPERATEUR
         DISPLAY "Session ouverte pour " NomOperateur "."
      ELSE
SEMER-OPERATEURS-SI-ABSENT.
      *> Même idée que SEMER-SUPERVISEURS-SI-ABSENT dans
      *> GCB_AUTORISATION : un opérateur d'amorçage (100001, code
      *> 1234) à remplacer dès la mise en route. Il est
      *> administrateur, seul rôle admis à entretenir la matrice des
      *> habilitations.
   OPEN INPUT GCBOperateursFile.
   IF WS-OPER-STATUS = "00"
      CLOSE GCBOperateursFile
      CALL 'GCB_PIN_HASH' USING WS-IdSaisi WS-CodeSaisi
          WS-CodeSaisiHache
      MOVE WS-CodeSaisiHache TO CodeOperateurHache
      MOVE "A" TO RoleOperateur
      MOVE "A" TO StatutOperateur
      MOVE 0 TO NumClientOperateur
      WRITE OperateurRecord
      CLOSE GCBOperateursFile
   END-IF.
      CLOSE GCBOperateursFile
   END-IF.

REPRENDRE-SESSION-OUVERTE.
      *> La session n'est reprise que si l'opérateur figure, toujours
      *> actif, dans le référentiel du répertoire courant : après une
      *> bascule vers le bac à sable de formation (ou retour), un
      *> opérateur inconnu de ce référentiel s'identifie à nouveau.
   MOVE WS-IdSessionOuverte TO WS-IdSaisi.
   MOVE "N" TO WS-OperateurTrouve.
   MOVE "N" TO WS-EOF-OPER.
   OPEN INPUT GCBOperateursFile.
   IF WS-OPER-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-OPER
   END-IF.
   PERFORM UNTIL WS-EOF-OPER = "Y"
      READ GCBOperateursFile
         AT END MOVE "Y" TO WS-EOF-OPER
         NOT AT END
            IF IdOperateur = WS-IdSaisi AND StatutOperateur = "A"
               MOVE "O" TO WS-OperateurTrouve
               MOVE "Y" TO WS-EOF-OPER
            END-IF
      END-READ
   END-PERFORM.
   IF WS-OPER-STATUS NOT = "35"
      CLOSE GCBOperateursFile
   END-IF.
   IF WS-OperateurTrouve = "O"
      MOVE "O" TO Autorise
      PERFORM ECRIRE-SESSION-OPERATEUR
   ELSE
      MOVE 0 TO WS-IdSessionOuverte
   END-IF.

ECRIRE-SESSION-OPERATEUR.
   MOVE WS-IdSaisi TO OperateurSessionRecord.
   OPEN OUTPUT GCBOperateurSessionFile.
