        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS IdMembre OF MembreRecord
        ASSIGN TO "GCBMembresFile.dat".
    SELECT GCBBlocagesFile
        FILE STATUS IS WS-BLOC-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NumBlocage
        ALTERNATE RECORD KEY IS NumeroCompteBlocage
            WITH DUPLICATES
        ASSIGN TO "GCBBlocagesFile.dat".
    SELECT GCBCartesFile
        FILE STATUS IS WS-CARTE-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NumCarte
        ALTERNATE RECORD KEY IS NumeroCompteCarte
            WITH DUPLICATES
        ASSIGN TO "GCBCartesFile.dat".
    SELECT GCBMandatsFile
        FILE STATUS IS WS-MANDAT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CleMandat
        ASSIGN TO "GCBMandatsFile.dat".
    SELECT GCBLitigesFile
        FILE STATUS IS WS-LIT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NumLitige
        ALTERNATE RECORD KEY IS NumeroCompteLitige
            WITH DUPLICATES
        ASSIGN TO "GCBLitigesFile.dat".
    SELECT GCBEnveloppesFile
        FILE STATUS IS WS-ENV-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CleEnveloppe
        ASSIGN TO "GCBEnveloppesFile.dat".
    SELECT GCBBeneficiairesFile
        FILE STATUS IS WS-BENEF-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CleBeneficiaire
        ASSIGN TO "GCBBeneficiairesFile.dat".
    SELECT GCBChequesFile
        FILE STATUS IS WS-CHQ-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS NumCheque
        ALTERNATE RECORD KEY IS NumeroCompteCheque
            WITH DUPLICATES
        ASSIGN TO "GCBChequesFile.dat".
    SELECT SnapshotFile
        FILE STATUS IS WS-SNAP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
   FD GCBMembresFile.
   COPY MEMBRE.

   FD GCBBlocagesFile.
   COPY BLOCAGE.

   FD GCBCartesFile.
   COPY CARTE.

   FD GCBMandatsFile.
   COPY MANDAT.

   FD GCBLitigesFile.
   COPY LITIGE.

   FD GCBEnveloppesFile.
   COPY ENVELOPPE.

   FD GCBBeneficiairesFile.
   COPY BENEF.

   FD GCBChequesFile.
   COPY CHEQUE.

   FD SnapshotFile.
   01 SnapshotRecord.
      05 TypeLigneSnapshot PIC X(1).
   COPY EXPLOITATION.

WORKING-STORAGE SECTION.
      *> Programme d'administration : session opérateur (GCB_SIGNON)
      *> puis habilitation du rôle sur le programme lui-même dans la
      *> matrice GCBHabilitationsFile ; un refus est tracé.
   01 WS-SignonOK PIC X(1).
   01 WS-ObjetHabil PIC X(24) VALUE "GCB_RESTAURATION".
   01 WS-ModeHabil PIC X(1) VALUE "C".
   01 WS-Habilite PIC X(1).
   01 WS-CPT-STATUS PIC 99.
   01 WS-HIST-STATUS PIC 99.
   01 WS-LIV-STATUS PIC 99.
   01 WS-EMP-STATUS PIC 99.
   01 WS-MBR-STATUS PIC 99.
   01 WS-BLOC-STATUS PIC 99.
   01 WS-CARTE-STATUS PIC 99.
   01 WS-MANDAT-STATUS PIC 99.
   01 WS-LIT-STATUS PIC 99.
   01 WS-ENV-STATUS PIC 99.
   01 WS-BENEF-STATUS PIC 99.
   01 WS-CHQ-STATUS PIC 99.
   01 WS-SNAP-STATUS PIC 99.
   01 WS-EXPL-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 99 VALUE 0.
   01 WS-NomSnapshot PIC X(44).
   01 WS-NomCourt PIC X(12).
   01 WS-DateSauvegarde PIC 9(8).
      *> JournalExploitationFile.

PROCEDURE DIVISION.
   CALL 'GCB_SIGNON' USING WS-SignonOK.
   IF WS-SignonOK NOT = "O"
      DISPLAY "Pas de session opérateur : restauration inaccessible."
      STOP RUN
   END-IF.
   CALL 'GCB_HABILITATION' USING WS-ObjetHabil WS-ModeHabil
       WS-Habilite.
   IF WS-Habilite NOT = "O"
      DISPLAY "Programme non autorisé pour votre rôle."
      STOP RUN
   END-IF.
   PERFORM CAPTURER-DEBUT-EXPLOITATION.
   DISPLAY "==============================================".
   DISPLAY "RESTAURATION D'UN FICHIER INDEXE".
   DISPLAY "==============================================".
   DISPLAY "1. GCBComptesFile      2. GCBHistoriqueFile".
   DISPLAY "3. GCBLivresFile       4. GCBEmpruntsFile".
   DISPLAY "5. GCBMembresFile      6. GCBBlocagesFile".
   DISPLAY "7. GCBCartesFile       8. GCBMandatsFile".
   DISPLAY "9. GCBLitigesFile     10. GCBEnveloppesFile".
   DISPLAY "11. GCBBeneficiairesFile 12. GCBChequesFile".
   DISPLAY "0. Quitter".
   ACCEPT ChoixUtilisateur.
   IF ChoixUtilisateur >= 1 AND ChoixUtilisateur <= 12
      EVALUATE ChoixUtilisateur
         WHEN 1 MOVE "Comptes" TO WS-NomCourt
         WHEN 2 MOVE "Historique" TO WS-NomCourt
         WHEN 3 MOVE "Livres" TO WS-NomCourt
         WHEN 4 MOVE "Emprunts" TO WS-NomCourt
         WHEN 5 MOVE "Membres" TO WS-NomCourt
         WHEN 6 MOVE "Blocages" TO WS-NomCourt
         WHEN 7 MOVE "Cartes" TO WS-NomCourt
         WHEN 8 MOVE "Mandats" TO WS-NomCourt
         WHEN 9 MOVE "Litiges" TO WS-NomCourt
         WHEN 10 MOVE "Enveloppes" TO WS-NomCourt
         WHEN 11 MOVE "Benef" TO WS-NomCourt
         WHEN 12 MOVE "Cheques" TO WS-NomCourt
      END-EVALUATE
      DISPLAY "Date de la sauvegarde à restaurer (AAAAMMJJ) : "
      ACCEPT WS-DateSauvegarde
      WHEN 3 OPEN OUTPUT GCBLivresFile
      WHEN 4 OPEN OUTPUT GCBEmpruntsFile
      WHEN 5 OPEN OUTPUT GCBMembresFile
      WHEN 6 OPEN OUTPUT GCBBlocagesFile
      WHEN 7 OPEN OUTPUT GCBCartesFile
      WHEN 8 OPEN OUTPUT GCBMandatsFile
      WHEN 9 OPEN OUTPUT GCBLitigesFile
      WHEN 10 OPEN OUTPUT GCBEnveloppesFile
      WHEN 11 OPEN OUTPUT GCBBeneficiairesFile
      WHEN 12 OPEN OUTPUT GCBChequesFile
   END-EVALUATE.

ECRIRE-ENREG-CIBLE.
      WHEN 5
         MOVE WS-ZoneLigne TO MembreRecord
         WRITE MembreRecord
      WHEN 6
         MOVE WS-ZoneLigne TO BlocageRecord
         WRITE BlocageRecord
      WHEN 7
         MOVE WS-ZoneLigne TO CarteRecord
         WRITE CarteRecord
      WHEN 8
         MOVE WS-ZoneLigne TO MandatRecord
         WRITE MandatRecord
      WHEN 9
         MOVE WS-ZoneLigne TO LitigeRecord
         WRITE LitigeRecord
      WHEN 10
         MOVE WS-ZoneLigne TO EnveloppeRecord
         WRITE EnveloppeRecord
      WHEN 11
         MOVE WS-ZoneLigne TO BeneficiaireEnregistreRecord
         WRITE BeneficiaireEnregistreRecord
      WHEN 12
         MOVE WS-ZoneLigne TO ChequeRecord
         WRITE ChequeRecord
   END-EVALUATE.

FERMER-CIBLE.
      WHEN 3 CLOSE GCBLivresFile
      WHEN 4 CLOSE GCBEmpruntsFile
      WHEN 5 CLOSE GCBMembresFile
      WHEN 6 CLOSE GCBBlocagesFile
      WHEN 7 CLOSE GCBCartesFile
      WHEN 8 CLOSE GCBMandatsFile
      WHEN 9 CLOSE GCBLitigesFile
      WHEN 10 CLOSE GCBEnveloppesFile
      WHEN 11 CLOSE GCBBeneficiairesFile
      WHEN 12 CLOSE GCBChequesFile
   END-EVALUATE.

CAPTURER-DEBUT-EXPLOITATION.
