        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleExemplaire
        ALTERNATE RECORD KEY IS CodeBarreExemplaire
            WITH DUPLICATES
        ASSIGN TO "GCBExemplairesFile.dat".
    SELECT GCBMembresFile
        FILE STATUS IS WS-MBR-STATUS
      05 NbEmpruntesCumul PIC 9(4).
      05 NbPretesCumul PIC 9(4).

      *> Site du poste (GCB_SITE) : les copies créées ici y sont
      *> attachées et y sont présentes.
   01 WS-SitePoste PIC X(3) VALUE SPACES.
   01 WS-LibelleSitePoste PIC X(30).
   01 WS-SiteTrouve PIC X(1).

      *> Prêt entre bibliothèques avec les partenaires de l'accord
      *> réciproque : demandes dans les deux sens, réception d'un
      *> livre partenaire comme entrée temporaire du catalogue
      *> partenaire.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_EXEMPLAIRES'.
   PERFORM SEMER-PARTENAIRES-SI-ABSENT.
   CALL 'GCB_SITE' USING WS-SitePoste WS-LibelleSitePoste
       WS-SiteTrouve.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== PRET ENTRE BIBLIOTHEQUES (PEB) ==="
      MOVE WS-DateJour TO DateAcquisitionExemplaire
      MOVE "BON" TO EtatExemplaire
      MOVE "R" TO StatutExemplaire
      MOVE 0 TO CodeBarreExemplaire
      MOVE WS-SitePoste TO SiteAttacheExemplaire
      MOVE WS-SitePoste TO SiteCourantExemplaire
      MOVE SPACES TO SiteDestinationExemplaire
      WRITE ExemplaireRecord
         INVALID KEY DISPLAY "Copie PEB déjà présente."
      END-WRITE
