        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IdMembre OF MembreRecord
        ASSIGN TO "GCBMembresFile.dat".
    SELECT GCBConsultationsFile
        FILE STATUS IS WS-CONS-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBConsultationsFile.txt".
    SELECT ExportClientFile
        FILE STATUS IS WS-EXP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
   FD GCBMembresFile.
   COPY MEMBRE.

   FD GCBConsultationsFile.
   COPY CONSULTATION.

   FD ExportClientFile.
   01 LigneExport PIC X(100).

WORKING-STORAGE SECTION.
      *> Programme d'administration : session opérateur (GCB_SIGNON)
      *> puis habilitation du rôle sur le programme lui-même dans la
      *> matrice GCBHabilitationsFile ; un refus est tracé.
   01 WS-SignonOK PIC X(1).
   01 WS-ObjetHabil PIC X(24) VALUE "GCB_RGPD".
   01 WS-ModeHabil PIC X(1) VALUE "C".
   01 WS-Habilite PIC X(1).
   01 WS-CLI-STATUS PIC 99.
   01 WS-CPT-STATUS PIC 99.
   01 WS-HIST-STATUS PIC 99.
   01 WS-RECU-STATUS PIC 99.
   01 WS-MBR-STATUS PIC 99.
   01 WS-EXP-STATUS PIC 99.
   01 WS-CONS-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 0.
   01 WS-NumClientDemande PIC 9(6).
   01 WS-ReferenceOperation PIC X(12).
   01 WS-NbAnonymises PIC 9(3) VALUE 0.
   01 LibelleAnonyme PIC X(30) VALUE "ANONYMISE".
   01 WS-ProgrammeConsult PIC X(12) VALUE "GCB_RGPD".
   01 WS-NatureConsult PIC X(12) VALUE "EXPORT-RGPD".

      *> Comptes du client, collectés d'un balayage de
      *> GCBComptesFile : un client ne détient jamais plus de
      *>    dates restent intacts pour la piste comptable.

PROCEDURE DIVISION.
   CALL 'GCB_SIGNON' USING WS-SignonOK.
   IF WS-SignonOK NOT = "O"
      DISPLAY "Pas de session opérateur : données personnelles "
          "inaccessibles."
      STOP RUN
   END-IF.
   CALL 'GCB_HABILITATION' USING WS-ObjetHabil WS-ModeHabil
       WS-Habilite.
   IF WS-Habilite NOT = "O"
      DISPLAY "Programme non autorisé pour votre rôle."
      STOP RUN
   END-IF.
   DISPLAY "==============================================".
   DISPLAY "DONNEES PERSONNELLES D'UN CLIENT (RGPD)".
   DISPLAY "==============================================".
      PERFORM EXPORTER-COMPTES
      PERFORM EXPORTER-RECUS
      PERFORM EXPORTER-ADHESION-BIBLIOTHEQUE
      PERFORM EXPORTER-CONSULTATIONS
      CLOSE ExportClientFile
         *> L'export lui-même est une consultation de chaque compte.
      PERFORM VARYING IdxCompte FROM 1 BY 1
          UNTIL IdxCompte > WS-NbComptesClient
         CALL 'GCB_CONSULTATION' USING NumCompteClient(IdxCompte)
             WS-ProgrammeConsult WS-NatureConsult
      END-PERFORM
      DISPLAY "Export écrit dans " FUNCTION TRIM(WS-NomExport)
          " (" WS-NbLignesExport " ligne(s))."
   END-IF.
                   " amendes " WS-SoldeAff
                   DELIMITED BY SIZE INTO WS-LigneTravail
               PERFORM ECRIRE-LIGNE-EXPORT
               IF AdresseMembre NOT = SPACES
                  MOVE SPACES TO WS-LigneTravail
                  STRING "               adresse " AdresseMembre
                      DELIMITED BY SIZE INTO WS-LigneTravail
                  PERFORM ECRIRE-LIGNE-EXPORT
               END-IF
            END-IF
      END-READ
   END-PERFORM.
      CLOSE GCBMembresFile
   END-IF.

EXPORTER-CONSULTATIONS.
      *> Qui a consulté les comptes du client, quand et par quel
      *> programme : le journal GCBConsultationsFile fait partie des
      *> données détenues sur lui. Une ligne est retenue si elle
      *> porte le client ou l'un de ses comptes actuels.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBConsultationsFile.
   IF WS-CONS-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBConsultationsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            PERFORM VARYING IdxCompte FROM 1 BY 1
                UNTIL IdxCompte > WS-NbComptesClient
                OR NumCompteClient(IdxCompte) = NumCompteConsultation
               CONTINUE
            END-PERFORM
            IF IdxCompte <= WS-NbComptesClient
               OR NumClientConsultation = WS-NumClientDemande
               MOVE SPACES TO WS-LigneTravail
               STRING "CONSULTATION " DateConsultation " "
                   HeureConsultation " compte "
                   NumCompteConsultation " " NatureConsultation
                   " par opérateur " OperateurConsultation " ("
                   ProgrammeConsultation ")"
                   DELIMITED BY SIZE INTO WS-LigneTravail
               PERFORM ECRIRE-LIGNE-EXPORT
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CONS-STATUS NOT = "35"
      CLOSE GCBConsultationsFile
   END-IF.

ECRIRE-LIGNE-EXPORT.
   MOVE WS-LigneTravail TO LigneExport.
   WRITE LigneExport.
         MOVE 0 TO DateExpirationDocument
         MOVE "M" TO NiveauRisqueClient
         MOVE 0 TO DateRevueClient
         MOVE 0 TO DateNaissanceClient
         MOVE 0 TO NumTuteurClient
         MOVE SPACE TO RegimeMineurClient
         REWRITE ClientRecord
         ADD 1 TO WS-NbAnonymises
   END-READ.
            IF NomMembre = WS-NomClientOrigine
               MOVE LibelleAnonyme TO NomMembre
               MOVE SPACES TO ContactMembre
               MOVE SPACES TO AdresseMembre
               REWRITE MembreRecord
               ADD 1 TO WS-NbAnonymises
            END-IF
