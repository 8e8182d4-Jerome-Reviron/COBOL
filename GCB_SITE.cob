IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_SITE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBSitesFile
        FILE STATUS IS WS-SITE-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBSitesFile.txt".
    SELECT GCBSitePosteFile
        FILE STATUS IS WS-POSTE-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBSitePosteFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBSitesFile.
   COPY SITE.

   FD GCBSitePosteFile.
      *> Site du poste (guichet, borne, catalogue public) : une seule
      *> ligne posée à l'installation du poste dans le bâtiment.
   01 SitePosteRecord PIC X(3).

WORKING-STORAGE SECTION.
   01 WS-SITE-STATUS PIC 99.
   01 WS-POSTE-STATUS PIC 99.
   01 WS-EOF-SITE PIC X VALUE "N".

      *> Table d'amorçage des sites, écrite au premier appel quand le
      *> fichier n'existe pas encore - même idée que le semis de
      *> GCB_CATEGORIE_MEMBRE. Un nouveau site s'ajoute en éditant le
      *> fichier (une ligne par site).
   01 IdxSeme PIC 9(1).
   01 SitesDepart.
      05 FILLER PIC X(33) VALUE "CENBibliothèque centrale".
      05 FILLER PIC X(33) VALUE "ANXAnnexe du village".
   01 SitesDepartTable REDEFINES SitesDepart.
         *> Chaque entrée fait 33 octets : code 3, libellé 30.
      05 SiteDepartEntree OCCURS 2 TIMES.
         10 CodeSiteDepart PIC X(3).
         10 LibelleSiteDepart PIC X(30).

LINKAGE SECTION.
   01 CodeSiteDemande PIC X(3).
   01 LibelleSiteLu PIC X(30).
   01 SiteTrouve PIC X(1).

      *> Sert le libellé d'un site du réseau. Un code à blanc
      *> demande le site du poste courant (GCBSitePosteFile, la
      *> centrale "CEN" à défaut) : le code est alors rendu dans
      *> CodeSiteDemande. SiteTrouve "N" pour un code inconnu.

PROCEDURE DIVISION USING CodeSiteDemande LibelleSiteLu SiteTrouve.
   MOVE "N" TO SiteTrouve.
   MOVE SPACES TO LibelleSiteLu.
   PERFORM SEMER-SITES-SI-ABSENT.
   IF CodeSiteDemande = SPACES
      PERFORM LIRE-SITE-POSTE
   END-IF.
   MOVE "N" TO WS-EOF-SITE.
   OPEN INPUT GCBSitesFile.
   IF WS-SITE-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-SITE
   END-IF.
   PERFORM UNTIL WS-EOF-SITE = "Y"
      READ GCBSitesFile
         AT END MOVE "Y" TO WS-EOF-SITE
         NOT AT END
            IF CodeSite = CodeSiteDemande
               MOVE "O" TO SiteTrouve
               MOVE LibelleSite TO LibelleSiteLu
               MOVE "Y" TO WS-EOF-SITE
            END-IF
      END-READ
   END-PERFORM.
   IF WS-SITE-STATUS NOT = "35"
      CLOSE GCBSitesFile
   END-IF.
   EXIT PROGRAM.

LIRE-SITE-POSTE.
   MOVE "CEN" TO CodeSiteDemande.
   OPEN INPUT GCBSitePosteFile.
   IF WS-POSTE-STATUS = "00"
      READ GCBSitePosteFile
         AT END CONTINUE
         NOT AT END
            IF SitePosteRecord NOT = SPACES
               MOVE SitePosteRecord TO CodeSiteDemande
            END-IF
      END-READ
      CLOSE GCBSitePosteFile
   END-IF.

SEMER-SITES-SI-ABSENT.
   OPEN INPUT GCBSitesFile.
   IF WS-SITE-STATUS = "00"
      CLOSE GCBSitesFile
   ELSE
      OPEN OUTPUT GCBSitesFile
      PERFORM VARYING IdxSeme FROM 1 BY 1 UNTIL IdxSeme > 2
         MOVE CodeSiteDepart(IdxSeme) TO CodeSite
         MOVE LibelleSiteDepart(IdxSeme) TO LibelleSite
         WRITE SiteRecord
      END-PERFORM
      CLOSE GCBSitesFile
   END-IF.
