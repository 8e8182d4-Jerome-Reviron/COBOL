FILE-CONTROL.
    SELECT GCBLitigesFile
        FILE STATUS IS WS-LIT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumLitige
        ALTERNATE RECORD KEY IS NumeroCompteLitige
            WITH DUPLICATES
        ASSIGN TO "GCBLitigesFile.dat".
    SELECT GCBLitigeSeqFile
        FILE STATUS IS WS-LITSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
   01 WS-AgeJours PIC 9(5).
   01 WS-EntierJour PIC 9(8).
   01 WS-EntierOuverture PIC 9(8).
   01 WS-NbOuverts PIC 9(5) VALUE 0.
   01 WS-NumCompteLitige PIC 9(6).

   01 WS-SoldeCompte PIC S9(5)V99.
   01 WS-StatutCompte PIC X(1).
      *> laisse sa trace dans GCBHistoriqueFile.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_LITIGES'.
   PERFORM LIRE-DATE-JOUR.
   DISPLAY "==============================================".
   DISPLAY "LITIGES SUR MOUVEMENTS - GCB2".
   IF WS-MontantProvisoire > 0
      PERFORM POSTER-CREDIT-PROVISOIRE
   END-IF.
   OPEN I-O GCBLitigesFile.
   IF WS-LIT-STATUS = "35"
      OPEN OUTPUT GCBLitigesFile
      CLOSE GCBLitigesFile
      OPEN I-O GCBLitigesFile
   END-IF.
   IF WS-LIT-STATUS NOT = "00"
      DISPLAY "Erreur GCBLitigesFile, statut " WS-LIT-STATUS
      MOVE "O" TO StatutLitige
      MOVE 0 TO DateClotureLitige
      WRITE LitigeRecord
         INVALID KEY
            DISPLAY "Litige " WS-NouveauNumLitige " déjà présent, "
                "statut " WS-LIT-STATUS
         NOT INVALID KEY
            DISPLAY "Litige " WS-NouveauNumLitige " ouvert sur le "
                "mouvement " WS-NumSequenceSaisie "."
      END-WRITE
      CLOSE GCBLitigesFile
   END-IF.

POSTER-CREDIT-PROVISOIRE.
   CLOSE GCBLitigeSeqFile.

LISTER-LITIGES-OUVERTS.
   MOVE 0 TO WS-NbOuverts.
   COMPUTE WS-EntierJour = FUNCTION INTEGER-OF-DATE(WS-DateJour).
   MOVE "N" TO WS-EOF-LIT.
   OPEN INPUT GCBLitigesFile.
   IF WS-LIT-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-LIT
   END-IF.
   PERFORM UNTIL WS-EOF-LIT = "Y"
      READ GCBLitigesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-LIT
         NOT AT END
            IF StatutLitige = "O"
               ADD 1 TO WS-NbOuverts
               COMPUTE WS-EntierOuverture
                   = FUNCTION INTEGER-OF-DATE(DateOuvertureLitige)
               COMPUTE WS-AgeJours = WS-EntierJour - WS-EntierOuverture
               DISPLAY "Litige " NumLitige " compte "
                   NumeroCompteLitige " mouvement "
                   NumSequenceLitige " ouvert depuis "
                   WS-AgeJours " jour(s), provisoire "
                   MontantProvisoireLitige " - " MotifLitige
            END-IF
      END-READ
   END-PERFORM.
   IF WS-LIT-STATUS NOT = "35"
      CLOSE GCBLitigesFile
   END-IF.
   IF WS-NbOuverts = 0
      DISPLAY "Aucun litige ouvert."
   END-IF.

RESOUDRE-LITIGE.
      *> Lecture et réécriture du seul litige visé, par sa clé.
   DISPLAY "Numéro du litige : ".
   ACCEPT WS-NumLitigeSaisi.
   DISPLAY "Issue (F=crédit définitif, R=reprise du crédit, "
      AND WS-IssueSaisie NOT = "C"
      DISPLAY "Issue invalide."
   ELSE
      MOVE "N" TO WS-LitigeTrouve
      OPEN I-O GCBLitigesFile
      IF WS-LIT-STATUS = "00"
         MOVE WS-NumLitigeSaisi TO NumLitige
         READ GCBLitigesFile
            INVALID KEY CONTINUE
            NOT INVALID KEY
               IF StatutLitige = "O"
                  MOVE "O" TO WS-LitigeTrouve
               END-IF
         END-READ
      END-IF
      IF WS-LitigeTrouve = "N"
         DISPLAY "Litige introuvable ou déjà clos."
      ELSE
         IF WS-IssueSaisie = "R"
            AND MontantProvisoireLitige > 0
            PERFORM REPRENDRE-CREDIT-PROVISOIRE
         END-IF
         MOVE WS-IssueSaisie TO StatutLitige
         MOVE WS-DateJour TO DateClotureLitige
         REWRITE LitigeRecord
         DISPLAY "Litige " WS-NumLitigeSaisi " clos (issue "
             WS-IssueSaisie ")."
      END-IF
      IF WS-LIT-STATUS NOT = "35"
         CLOSE GCBLitigesFile
      END-IF
   END-IF.

REPRENDRE-CREDIT-PROVISOIRE.
   MOVE NumeroCompteLitige TO WS-NumCompteLitige.
   MOVE 0 TO WS-SoldeCompte.
   CALL 'GCB_LECTURE' USING WS-NumCompteLitige
       WS-SoldeCompte WS-StatutCompte WS-PinCompte WS-DeviseCompte
       WS-NomTitulaire WS-CompteJoint WS-NomCotitulaire
       WS-Beneficiaire.
          "litige laissé ouvert."
      MOVE "O" TO WS-IssueSaisie
   ELSE
      MOVE MontantProvisoireLitige TO WS-MontantMouvement
      COMPUTE WS-SoldeCompte = WS-SoldeCompte - WS-MontantMouvement
      CALL 'GCB_WRITE' USING WS-NumCompteLitige
          ActionRepriseProvisoire WS-MontantMouvement
          WS-SoldeCompte WS-PinCompte WS-DeviseCompte
          WS-NomTitulaire WS-CompteJoint WS-NomCotitulaire
          WS-Beneficiaire WS-StatutCompte
      DISPLAY "Crédit provisoire repris sur le compte "
          WS-NumCompteLitige "."
   END-IF.
