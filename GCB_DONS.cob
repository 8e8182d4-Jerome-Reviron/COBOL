        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleExemplaire
        ALTERNATE RECORD KEY IS CodeBarreExemplaire
            WITH DUPLICATES
        ASSIGN TO "GCBExemplairesFile.dat".

DATA DIVISION.
      05 ContactDonateurListe PIC X(30).
      05 NbLivresDonateur PIC 9(3).

      *> Site du poste (GCB_SITE) : les copies créées ici y sont
      *> attachées et y sont présentes.
   01 WS-SitePoste PIC X(3) VALUE SPACES.
   01 WS-LibelleSitePoste PIC X(30).
   01 WS-SiteTrouve PIC X(1).

      *> Entrée des dons : la moitié du stock arrive en cartons.
      *> Chaque livre présenté est expertisé puis accessionné (titre
      *> créé ou complété, copie créée, valeur estimée retenue pour
      *> donateurs sortent du même fichier.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_EXEMPLAIRES'.
   ACCEPT WS-DateJour FROM DATE YYYYMMDD.
   CALL 'GCB_SITE' USING WS-SitePoste WS-LibelleSitePoste
       WS-SiteTrouve.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== DONS ET ACCESSIONS ==="
      MOVE WS-DateJour TO DateAcquisitionExemplaire
      MOVE "BON" TO EtatExemplaire
      MOVE "R" TO StatutExemplaire
      MOVE 0 TO CodeBarreExemplaire
      MOVE WS-SitePoste TO SiteAttacheExemplaire
      MOVE WS-SitePoste TO SiteCourantExemplaire
      MOVE SPACES TO SiteDestinationExemplaire
      WRITE ExemplaireRecord
      CLOSE GCBExemplairesFile
      DISPLAY "Copie #" WS-NumExempCree " accessionnée."
