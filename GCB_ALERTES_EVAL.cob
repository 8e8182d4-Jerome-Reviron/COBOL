        ALTERNATE RECORD KEY IS NumeroCompte OF HistoriqueRecord
            WITH DUPLICATES
        ASSIGN TO "GCBHistoriqueFile.dat".
    SELECT GCBMouvementsJourFile
        FILE STATUS IS WS-MVTJ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomExtraitJour.

DATA DIVISION.
FILE SECTION.
   FD GCBHistoriqueFile.
   COPY HISTORIQUE.

   FD GCBMouvementsJourFile.
   COPY MVTJOUR.

WORKING-STORAGE SECTION.
   01 WS-REGLE-STATUS PIC 99.
   01 WS-NOTIF-STATUS PIC 99.
   01 WS-HIST-STATUS PIC 99.
      *> Extrait des mouvements du jour écrit par la clôture
      *> (GCB_EXTRAIT_JOUR), lu à la place de l'historique quand
      *> GCB_EXTRAIT_CONTROLE l'a reconnu fiable.
   01 WS-MVTJ-STATUS PIC 99.
   01 WS-NomExtraitJour PIC X(44).
   01 WS-ExtraitFiable PIC X(1) VALUE "N".
   01 WS-EOF-MVTJ PIC X VALUE "N".
   01 WS-EOF-REGLE PIC X VALUE "N".
   01 WS-EOF-HIST PIC X VALUE "N".
   01 WS-NbRegles PIC 9(3) VALUE 0.

      *> Évaluation des règles d'alerte à la clôture de journée,
      *> appelée par GCB_JOURNEE : pour chaque règle active, les
      *> mouvements du jour du compte (extrait des mouvements du
      *> jour, ou à défaut clé alternative de GCBHistoriqueFile) et
      *> le solde de fin de journée sont
      *> confrontés au seuil, et chaque déclenchement écrit une
      *> notification "P" que GCB2 affichera et fera acquitter au
      *> prochain LOGIN du client.
   IF WS-NbRegles = 0
      CONTINUE
   ELSE
      CALL 'GCB_EXTRAIT_CONTROLE' USING DateJour WS-ExtraitFiable
      MOVE SPACES TO WS-NomExtraitJour
      STRING "GCBMouvementsJour" DateJour ".txt"
          DELIMITED BY SIZE INTO WS-NomExtraitJour
      PERFORM VARYING IdxRegle FROM 1 BY 1
          UNTIL IdxRegle > WS-NbRegles
         IF StatutRegleTable(IdxRegle) = "A"
      WHEN "S"
         PERFORM EVALUER-REGLE-SOLDE
      WHEN "C"
      WHEN "R"
         PERFORM EVALUER-REGLE-MOUVEMENTS
      WHEN OTHER
         CONTINUE
   END-EVALUATE.
      PERFORM ECRIRE-NOTIFICATION
   END-IF.

EVALUER-REGLE-MOUVEMENTS.
   IF WS-ExtraitFiable = "O"
      PERFORM PARCOURIR-EXTRAIT-COMPTE
   ELSE
      PERFORM PARCOURIR-HISTORIQUE-COMPTE
   END-IF.

PARCOURIR-EXTRAIT-COMPTE.
      *> L'extrait est trié par compte : la lecture s'arrête au
      *> premier compte supérieur à celui de la règle.
   MOVE "N" TO WS-EOF-MVTJ.
   OPEN INPUT GCBMouvementsJourFile.
   IF WS-MVTJ-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-MVTJ
   END-IF.
   PERFORM UNTIL WS-EOF-MVTJ = "Y"
      READ GCBMouvementsJourFile
         AT END MOVE "Y" TO WS-EOF-MVTJ
         NOT AT END
            IF TypeMvtJour NOT = "D"
               MOVE "Y" TO WS-EOF-MVTJ
            ELSE
               MOVE ImageHistoMvtJour TO HistoriqueRecord
               IF NumeroCompte OF HistoriqueRecord
                   > CompteRegleTable(IdxRegle)
                  MOVE "Y" TO WS-EOF-MVTJ
               ELSE
               IF NumeroCompte OF HistoriqueRecord
                   = CompteRegleTable(IdxRegle)
                  PERFORM TESTER-MOUVEMENT-REGLE
               END-IF
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-MVTJ-STATUS NOT = "35"
      CLOSE GCBMouvementsJourFile
   END-IF.

TESTER-MOUVEMENT-REGLE.
      *> Règle "C" : crédits reçus dans la journée (dépôts, virements
      *> reçus, chèques déposés, décaissements de prêt, versements de
      *> terme). Règle "R" : chèques rejetés.
   IF TypeRegleTable(IdxRegle) = "C"
      IF ActionFile = "DEPOT"
          OR ActionFile = "VIR-RECU"
          OR ActionFile = "DEP-CHQ"
          OR ActionFile = "DECAISS-PR"
          OR ActionFile = "ET-CAPITAL"
         MOVE MontantFile TO WS-MontantNum
         IF WS-MontantNum > SeuilRegleTable(IdxRegle)
            MOVE "C" TO WS-TypeNotif
            MOVE WS-MontantNum TO WS-MontantNotif
            PERFORM ECRIRE-NOTIFICATION
         END-IF
      END-IF
   ELSE
      IF ActionFile = "REJET-CHQ"
         MOVE MontantFile TO WS-MontantNum
         MOVE "R" TO WS-TypeNotif
         MOVE WS-MontantNum TO WS-MontantNotif
         PERFORM ECRIRE-NOTIFICATION
      END-IF
   END-IF.

PARCOURIR-HISTORIQUE-COMPTE.
   MOVE "N" TO WS-EOF-HIST.
   OPEN INPUT GCBHistoriqueFile.
   IF WS-HIST-STATUS NOT = "00"
               IF NumeroCompte OF HistoriqueRecord
                   = CompteRegleTable(IdxRegle)
                  IF DateTraitement = DateJour
                     PERFORM TESTER-MOUVEMENT-REGLE
                  END-IF
               ELSE
                  MOVE "Y" TO WS-EOF-HIST
