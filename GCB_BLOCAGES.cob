FILE-CONTROL.
    SELECT GCBBlocagesFile
        FILE STATUS IS WS-BLOC-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumBlocage
        ALTERNATE RECORD KEY IS NumeroCompteBlocage
            WITH DUPLICATES
        ASSIGN TO "GCBBlocagesFile.dat".
    SELECT GCBBlocageSeqFile
        FILE STATUS IS WS-SEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
   01 ActionLevee PIC X(10) VALUE "LEV-BLOC".
   01 WS-MontantLeve PIC S9(5)V99.
   01 WS-NbPurges PIC 9(4) VALUE 0.
   01 WS-NbBlocages PIC 9(6) VALUE 0.
   01 WS-NumCompteLeve PIC 9(6).

   01 WS-SoldeCompte PIC S9(5)V99.
   01 WS-StatutCompte PIC X(1).
      *> pour le rapprochement de GCB_RECONCILE).

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_BLOCAGES'.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== BLOCAGES DE FONDS - POSTE SUPERVISEUR ==="
   WRITE BlocageSeqRecord.
   CLOSE GCBBlocageSeqFile.

OUVRIR-BLOCAGES-IO.
      *> Fichier indexé créé vide au premier usage, comme
      *> OUVRIR-GCBCOMPTESFILE dans GCB_WRITE.
   OPEN I-O GCBBlocagesFile.
   IF WS-BLOC-STATUS = "35"
      OPEN OUTPUT GCBBlocagesFile
      CLOSE GCBBlocagesFile
      OPEN I-O GCBBlocagesFile
   END-IF.

POSER-BLOCAGE.
   PERFORM OBTENIR-PROCHAIN-NUMERO.
   PERFORM OUVRIR-BLOCAGES-IO.
   IF WS-BLOC-STATUS NOT = "00"
      DISPLAY "GCB_BLOCAGES: erreur ouverture, statut " WS-BLOC-STATUS
   ELSE
      ACCEPT DateExpirationBlocage
      MOVE "A" TO StatutBlocage
      WRITE BlocageRecord
         INVALID KEY
            DISPLAY "Blocage " WS-NouvelleSeq " déjà présent, statut "
                WS-BLOC-STATUS
         NOT INVALID KEY
            DISPLAY "Blocage " WS-NouvelleSeq " posé."
      END-WRITE
      CLOSE GCBBlocagesFile
   END-IF.

TRACER-LEVEE.
      *> Trace d'audit de la levée : l'action LEV-BLOC est neutre pour
      *> le solde (voir SIGNER-MONTANT dans GCB_RECONCILE), le montant
      *> n'est porté qu'à titre d'information.
   MOVE NumeroCompteBlocage TO WS-NumCompteLeve.
   MOVE 0 TO WS-SoldeCompte.
   CALL 'GCB_LECTURE' USING WS-NumCompteLeve WS-SoldeCompte
       WS-StatutCompte WS-PinCompte WS-DeviseCompte WS-NomTitulaire
       WS-CompteJoint WS-NomCotitulaire WS-Beneficiaire.
   MOVE MontantBlocage TO WS-MontantLeve.
   CALL 'GCB_WRITE' USING WS-NumCompteLeve ActionLevee
       WS-MontantLeve WS-SoldeCompte WS-PinCompte WS-DeviseCompte
       WS-NomTitulaire WS-CompteJoint WS-NomCotitulaire
       WS-Beneficiaire WS-StatutCompte.

LEVER-BLOCAGE.
      *> Lecture et réécriture du seul blocage visé, par sa clé.
   DISPLAY "Numéro du blocage à lever : ".
   ACCEPT WS-NumBlocageSaisi.
   MOVE "N" TO WS-BlocageTrouve.
   OPEN I-O GCBBlocagesFile.
   IF WS-BLOC-STATUS = "00"
      MOVE WS-NumBlocageSaisi TO NumBlocage
      READ GCBBlocagesFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            IF StatutBlocage = "A"
               MOVE "O" TO WS-BlocageTrouve
               MOVE "L" TO StatutBlocage
               REWRITE BlocageRecord
               PERFORM TRACER-LEVEE
            END-IF
      END-READ
      CLOSE GCBBlocagesFile
   END-IF.
   IF WS-BlocageTrouve = "N"
      DISPLAY "Blocage " WS-NumBlocageSaisi " introuvable ou déjà levé."
   ELSE
      DISPLAY "Blocage " WS-NumBlocageSaisi " levé."
   END-IF.

PURGER-BLOCAGES-EXPIRES.
   PERFORM LIRE-DATE-JOUR.
   MOVE 0 TO WS-NbPurges.
   MOVE "N" TO WS-EOF-BLOC.
   OPEN I-O GCBBlocagesFile.
   IF WS-BLOC-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-BLOC
   END-IF.
   PERFORM UNTIL WS-EOF-BLOC = "Y"
      READ GCBBlocagesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-BLOC
         NOT AT END
            IF StatutBlocage = "A"
               AND DateExpirationBlocage NOT = 0
               AND DateExpirationBlocage < WS-DateJour
               MOVE "L" TO StatutBlocage
               REWRITE BlocageRecord
               PERFORM TRACER-LEVEE
               ADD 1 TO WS-NbPurges
            END-IF
      END-READ
   END-PERFORM.
   IF WS-BLOC-STATUS NOT = "35"
      CLOSE GCBBlocagesFile
   END-IF.
   DISPLAY WS-NbPurges " blocage(s) expiré(s) purgé(s).".

AFFICHER-BLOCAGES.
   MOVE 0 TO WS-NbBlocages.
   MOVE "N" TO WS-EOF-BLOC.
   OPEN INPUT GCBBlocagesFile.
   IF WS-BLOC-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-BLOC
   END-IF.
   PERFORM UNTIL WS-EOF-BLOC = "Y"
      READ GCBBlocagesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-BLOC
         NOT AT END
            ADD 1 TO WS-NbBlocages
            DISPLAY NumBlocage " compte " NumeroCompteBlocage
                " montant " MontantBlocage " statut " StatutBlocage
                " expire " DateExpirationBlocage " : " MotifBlocage
      END-READ
   END-PERFORM.
   IF WS-BLOC-STATUS NOT = "35"
      CLOSE GCBBlocagesFile
   END-IF.
   IF WS-NbBlocages = 0
      DISPLAY "Aucun blocage enregistré."
   END-IF.

LIRE-DATE-JOUR.
