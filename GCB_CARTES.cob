FILE-CONTROL.
    SELECT GCBCartesFile
        FILE STATUS IS WS-CARTE-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumCarte
        ALTERNATE RECORD KEY IS NumeroCompteCarte
            WITH DUPLICATES
        ASSIGN TO "GCBCartesFile.dat".
    SELECT GCBCarteSeqFile
        FILE STATUS IS WS-CARTESEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
   01 WS-CompteRemplacement PIC 9(6).
   01 WS-ExpirationRemplacement PIC 9(8).
   01 WS-LimiteRemplacement PIC 9(5)V99.

      *> Entretien du registre des cartes de retrait : émission,
      *> blocage (carte perdue ou volée) et remplacement (l'ancienne
      *> GCB_CARTE_CONTROLE.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_CARTES'.
   DISPLAY "==============================================".
   DISPLAY "REGISTRE DES CARTES DE RETRAIT - GCB2".
   DISPLAY "==============================================".
       WS-NumCompteSaisi ", expire le " WS-DateExpirationSaisie ".".

ECRIRE-NOUVELLE-CARTE.
   OPEN I-O GCBCartesFile.
   IF WS-CARTE-STATUS = "35"
      OPEN OUTPUT GCBCartesFile
      CLOSE GCBCartesFile
      OPEN I-O GCBCartesFile
   END-IF.
   IF WS-CARTE-STATUS NOT = "00"
      DISPLAY "Erreur GCBCartesFile, statut " WS-CARTE-STATUS
      MOVE WS-DateExpirationSaisie TO DateExpirationCarte
      MOVE WS-LimiteSaisie TO LimiteJourCarte
      WRITE CarteRecord
         INVALID KEY
            DISPLAY "Carte " WS-NouvelleCarte " déjà présente, statut "
                WS-CARTE-STATUS
      END-WRITE
      CLOSE GCBCartesFile
   END-IF.

   CLOSE GCBCarteSeqFile.

BLOQUER-CARTE.
      *> La carte est relue par son numéro et réécrite seule.
   DISPLAY "Numéro de la carte à bloquer : ".
   ACCEPT WS-CarteSaisie.
   MOVE "N" TO WS-CarteTrouvee.
   OPEN I-O GCBCartesFile.
   IF WS-CARTE-STATUS = "00"
      MOVE WS-CarteSaisie TO NumCarte
      READ GCBCartesFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            IF StatutCarte = "A"
               MOVE "O" TO WS-CarteTrouvee
               MOVE "B" TO StatutCarte
               REWRITE CarteRecord
            END-IF
      END-READ
      CLOSE GCBCartesFile
   END-IF.
   IF WS-CarteTrouvee = "O"
      DISPLAY "Carte " WS-CarteSaisie " bloquée."
   ELSE
      DISPLAY "Carte " WS-CarteSaisie " introuvable ou déjà "
REMPLACER-CARTE.
   DISPLAY "Numéro de la carte à remplacer : ".
   ACCEPT WS-CarteSaisie.
   MOVE "N" TO WS-CarteTrouvee.
   OPEN I-O GCBCartesFile.
   IF WS-CARTE-STATUS = "00"
      MOVE WS-CarteSaisie TO NumCarte
      READ GCBCartesFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            IF StatutCarte NOT = "R"
               MOVE "O" TO WS-CarteTrouvee
               MOVE "R" TO StatutCarte
               MOVE NumeroCompteCarte TO WS-CompteRemplacement
               MOVE DateExpirationCarte TO WS-ExpirationRemplacement
               MOVE LimiteJourCarte TO WS-LimiteRemplacement
               REWRITE CarteRecord
            END-IF
      END-READ
      CLOSE GCBCartesFile
   END-IF.
   IF WS-CarteTrouvee = "N"
      DISPLAY "Carte " WS-CarteSaisie " introuvable ou déjà "
          "remplacée."
   ELSE
      MOVE WS-CompteRemplacement TO WS-NumCompteSaisi
      MOVE WS-ExpirationRemplacement TO WS-DateExpirationSaisie
      MOVE WS-LimiteRemplacement TO WS-LimiteSaisie
   END-IF.

LISTER-CARTES-COMPTE.
      *> Seules les cartes du compte sont lues, par la clé
      *> alternative NumeroCompteCarte.
   DISPLAY "Numéro du compte : ".
   ACCEPT WS-NumCompteSaisi.
   MOVE "N" TO WS-CarteTrouvee.
   MOVE "N" TO WS-EOF-CARTE.
   OPEN INPUT GCBCartesFile.
   IF WS-CARTE-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-CARTE
   END-IF.
   MOVE WS-NumCompteSaisi TO NumeroCompteCarte.
   IF WS-EOF-CARTE = "N"
      START GCBCartesFile KEY IS EQUAL TO NumeroCompteCarte
         INVALID KEY MOVE "Y" TO WS-EOF-CARTE
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF-CARTE = "Y"
      READ GCBCartesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-CARTE
         NOT AT END
            IF NumeroCompteCarte NOT = WS-NumCompteSaisi
               MOVE "Y" TO WS-EOF-CARTE
            ELSE
               MOVE "O" TO WS-CarteTrouvee
               DISPLAY "Carte " NumCarte " statut " StatutCarte
                   " expire le " DateExpirationCarte " plafond jour "
                   LimiteJourCarte
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CARTE-STATUS NOT = "35"
      CLOSE GCBCartesFile
   END-IF.
   IF WS-CarteTrouvee = "N"
      DISPLAY "Aucune carte pour ce compte."
   END-IF.
