        ALTERNATE RECORD KEY IS IdMembreEmprunt
            WITH DUPLICATES
        ASSIGN TO "GCBEmpruntsFile.dat".
    SELECT GCBExemplairesFile
        FILE STATUS IS WS-EXEMP-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleExemplaire
        ALTERNATE RECORD KEY IS CodeBarreExemplaire
            WITH DUPLICATES
        ASSIGN TO "GCBExemplairesFile.dat".
    SELECT GCBInventaireFile
        FILE STATUS IS WS-INV-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBInventaireAuditFile.txt".
    SELECT GCBInventaireScansFile
        FILE STATUS IS WS-SCAN-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBInventaireScansFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBEmpruntsFile.
   COPY EMPRUNT.

   FD GCBExemplairesFile.
   COPY EXEMPLAIRE.

   FD GCBInventaireFile.
      *> Session d'inventaire : une ligne par titre et par site avec
      *> les copies en rayon à ce site figées à l'ouverture, le
      *> comptage physique saisi et la part légitimement sortie en
      *> prêt depuis ce site. "O" à compter, "C" compté, "V" écart
      *> validé et ajusté ; les écarts non validés restent "C"
      *> jusqu'à résolution. Site à blanc (ancien dessin) : "CEN".
   01 InventaireRecord.
      05 TitreInventaire PIC X(30).
      05 NbAttendusInventaire PIC 9(3).
      05 NbComptesInventaire PIC 9(3).
      05 NbEnPretInventaire PIC 9(3).
      05 StatutLigneInventaire PIC X(1).
      05 SiteInventaire PIC X(3).

   FD GCBInventaireAuditFile.
   01 AuditInventaireRecord.
      05 TitreAuditInv PIC X(30).
      05 AncienNbAuditInv PIC 9(3).
      05 NouveauNbAuditInv PIC 9(3).
      05 SiteAuditInv PIC X(3).

   FD GCBInventaireScansFile.
      *> Codes-barres déjà scannés dans la session en cours : une
      *> copie passée deux fois sous la douchette ne compte qu'une.
   01 ScanInventaireRecord PIC 9(10).

WORKING-STORAGE SECTION.
   01 WS-LIV-STATUS PIC 99.
   01 WS-EMP-STATUS PIC 99.
   01 WS-EXEMP-STATUS PIC 99.
   01 WS-INV-STATUS PIC 99.
   01 WS-AUDIT-STATUS PIC 99.
   01 WS-SCAN-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-EOF-EMP PIC X VALUE "N".
   01 WS-EOF-EXEMP PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-ISBNSaisi PIC X(13).
   01 WS-ComptePhysique PIC 9(3).
      05 WS-DateSys PIC 9(8).
      05 WS-HeureSys PIC 9(6).
      05 WS-RestSys PIC X(7).
   01 TableInventaire OCCURS 500 TIMES.
      05 TitreInvTable PIC X(30).
      05 AttendusInvTable PIC 9(3).
      05 ComptesInvTable PIC 9(3).
      05 EnPretInvTable PIC 9(3).
      05 StatutInvTable PIC X(1).
      05 SiteInvTable PIC X(3).

      *> Inventaire par site : le poste compte pour son site, servi
      *> par GCB_SITE. Une ligne titre/site absente de la session est
      *> créée au premier comptage avec zéro attendu.
   01 WS-SitePoste PIC X(3) VALUE SPACES.
   01 WS-LibelleSitePoste PIC X(30).
   01 WS-SiteTrouve PIC X(1).
   01 WS-TitreLigne PIC X(30).
   01 WS-SiteLigne PIC X(3).
   01 WS-NouveauNbCopies PIC S9(4).
   01 WS-NbSitesInv PIC 9(2) VALUE 0.
   01 IdxSiteInv PIC 9(2).
   01 WS-SiteInvTrouve PIC X(1).
   01 TableSitesInv OCCURS 10 TIMES.
      05 CodeSiteInv PIC X(3).
   01 WS-TotAttendusSite PIC 9(5).
   01 WS-TotComptesSite PIC 9(5).
   01 WS-EcartSite PIC S9(5).

      *> Comptage à la douchette : chaque étiquette scannée en rayon
      *> ajoute une copie au compte de son titre (le comptage saisi
      *> par ISBN, lui, remplace le compte).
   01 WS-CodeScanne PIC 9(10).
   01 WS-TypeCodeLu PIC X(1).
   01 WS-IdMembreCode PIC 9(6).
   01 WS-TitreCode PIC X(30).
   01 WS-NumExempCode PIC 9(3).
   01 WS-StatutExempCode PIC X(1).
   01 WS-DejaScanne PIC X VALUE "N".
   01 WS-NbScansSession PIC 9(4) VALUE 0.
   01 WS-NbScansLot PIC 9(4) VALUE 0.
   01 IdxScan PIC 9(4).
   01 TableScans OCCURS 3000 TIMES.
      05 CodeScanTable PIC 9(10).

      *> Inventaire physique annuel : la session fige le NbCopies de
      *> chaque titre, les comptages se saisissent par ISBN (même
      *> recherche que RECHERCHER-PAR-ISBN), les copies en prêt sont
      *> décomptées via GCBEmpruntsFile, et la clôture produit le
      *> rapport d'écarts ; un écart validé ajuste NbCopies avec une
      *> ligne d'audit, un écart refusé reste listé. Les copies
      *> étiquetées se comptent aussi à la douchette, une par une.
      *> Chaque site compte son rayon : la session, les comptages et
      *> le rapport d'écarts sont ventilés par site.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_EXEMPLAIRES'.
   CALL 'GCB_SITE' USING WS-SitePoste WS-LibelleSitePoste
       WS-SiteTrouve.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== INVENTAIRE PHYSIQUE DU CATALOGUE ==="
      DISPLAY "Site : " WS-SitePoste " "
          FUNCTION TRIM(WS-LibelleSitePoste)
      DISPLAY "1. Ouvrir une session (figer le stock)"
      DISPLAY "2. Saisir un comptage (par ISBN)"
      DISPLAY "3. Rapport des écarts"
      DISPLAY "4. Clôturer la session (valider les écarts)"
      DISPLAY "5. Scanner les copies en rayon (code-barre)"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
         WHEN 2 PERFORM SAISIR-COMPTAGE
         WHEN 3 PERFORM RAPPORT-ECARTS
         WHEN 4 PERFORM CLOTURER-SESSION
         WHEN 5 PERFORM SCANNER-COPIES
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
      READ GCBInventaireFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbLignes < 500
               ADD 1 TO WS-NbLignes
               MOVE TitreInventaire TO TitreInvTable(WS-NbLignes)
               MOVE NbAttendusInventaire
                   TO EnPretInvTable(WS-NbLignes)
               MOVE StatutLigneInventaire
                   TO StatutInvTable(WS-NbLignes)
               MOVE SiteInventaire TO SiteInvTable(WS-NbLignes)
               IF SiteInvTable(WS-NbLignes) = SPACES
                  MOVE "CEN" TO SiteInvTable(WS-NbLignes)
               END-IF
            END-IF
      END-READ
   END-PERFORM.
      MOVE ComptesInvTable(IdxInv) TO NbComptesInventaire
      MOVE EnPretInvTable(IdxInv) TO NbEnPretInventaire
      MOVE StatutInvTable(IdxInv) TO StatutLigneInventaire
      MOVE SiteInvTable(IdxInv) TO SiteInventaire
      WRITE InventaireRecord
   END-PERFORM.
   CLOSE GCBInventaireFile.
      DISPLAY "GCBLivresFile indisponible (statut "
          WS-LIV-STATUS ")."
   ELSE
      OPEN INPUT GCBExemplairesFile
      MOVE 0 TO WS-NbLignes
      MOVE "N" TO WS-EOF
      MOVE LOW-VALUES TO Titre OF LivreRecord
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBLivresFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF
            NOT AT END PERFORM FIGER-TITRE-PAR-SITE
         END-READ
      END-PERFORM
      IF WS-EXEMP-STATUS NOT = "35"
         CLOSE GCBExemplairesFile
      END-IF
      CLOSE GCBLivresFile
      PERFORM COMPTER-PRETS-EN-COURS
      PERFORM REECRIRE-TABLE-INVENTAIRE
      OPEN OUTPUT GCBInventaireScansFile
      CLOSE GCBInventaireScansFile
      DISPLAY "Session ouverte : " WS-NbLignes
          " ligne(s) titre/site figée(s)."
   END-IF.

FIGER-TITRE-PAR-SITE.
      *> Les copies en rayon du titre sont réparties sur leur site
      *> courant ; sans fichier des exemplaires, le NbCopies du titre
      *> est figé à la centrale comme avant.
   MOVE Titre OF LivreRecord TO WS-TitreLigne.
   IF WS-EXEMP-STATUS NOT = "00"
      MOVE "CEN" TO WS-SiteLigne
      PERFORM CREER-LIGNE-SITE
      IF WS-LigneTrouvee = "O"
         MOVE NbCopies OF LivreRecord TO AttendusInvTable(IdxInv)
      END-IF
   ELSE
      MOVE "N" TO WS-EOF-EXEMP
      MOVE WS-TitreLigne TO TitreExemplaire
      MOVE 0 TO NumExemplaire
      START GCBExemplairesFile KEY IS GREATER THAN OR EQUAL
          CleExemplaire
         INVALID KEY MOVE "Y" TO WS-EOF-EXEMP
      END-START
      PERFORM UNTIL WS-EOF-EXEMP = "Y"
         READ GCBExemplairesFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF-EXEMP
            NOT AT END
               IF TitreExemplaire NOT = WS-TitreLigne
                  MOVE "Y" TO WS-EOF-EXEMP
               ELSE
                  IF StatutExemplaire = "R"
                     PERFORM LIRE-SITE-COPIE
                     PERFORM TROUVER-LIGNE-SITE
                     IF WS-LigneTrouvee = "N"
                        PERFORM CREER-LIGNE-SITE
                     END-IF
                     IF WS-LigneTrouvee = "O"
                        ADD 1 TO AttendusInvTable(IdxInv)
                     END-IF
                  END-IF
               END-IF
         END-READ
      END-PERFORM
   END-IF.

LIRE-SITE-COPIE.
   MOVE SiteCourantExemplaire TO WS-SiteLigne.
   IF WS-SiteLigne = SPACES
      MOVE SiteAttacheExemplaire TO WS-SiteLigne
   END-IF.
   IF WS-SiteLigne = SPACES
      MOVE "CEN" TO WS-SiteLigne
   END-IF.

TROUVER-LIGNE-SITE.
   MOVE "N" TO WS-LigneTrouvee.
   PERFORM VARYING IdxInv FROM 1 BY 1
       UNTIL IdxInv > WS-NbLignes OR WS-LigneTrouvee = "O"
      IF TitreInvTable(IdxInv) = WS-TitreLigne
         AND SiteInvTable(IdxInv) = WS-SiteLigne
         MOVE "O" TO WS-LigneTrouvee
      END-IF
   END-PERFORM.
   IF WS-LigneTrouvee = "O"
      SUBTRACT 1 FROM IdxInv
   END-IF.

CREER-LIGNE-SITE.
   MOVE "N" TO WS-LigneTrouvee.
   IF WS-NbLignes < 500
      ADD 1 TO WS-NbLignes
      MOVE WS-NbLignes TO IdxInv
      MOVE WS-TitreLigne TO TitreInvTable(IdxInv)
      MOVE WS-SiteLigne TO SiteInvTable(IdxInv)
      MOVE 0 TO AttendusInvTable(IdxInv)
      MOVE 0 TO ComptesInvTable(IdxInv)
      MOVE 0 TO EnPretInvTable(IdxInv)
      MOVE "O" TO StatutInvTable(IdxInv)
      MOVE "O" TO WS-LigneTrouvee
   END-IF.

COMPTER-PRETS-EN-COURS.
      *> Les copies légitimement sorties ne doivent pas apparaître en
      *> écart : le nombre d'emprunts ouverts par titre est relevé,
      *> au site où la copie a été prêtée.
   OPEN INPUT GCBEmpruntsFile.
   IF WS-EMP-STATUS = "00"
      MOVE "N" TO WS-EOF-EMP
            AT END MOVE "Y" TO WS-EOF-EMP
            NOT AT END
               IF DateRetourEffective = 0
                  MOVE TitreEmprunt TO WS-TitreLigne
                  MOVE SiteEmprunt TO WS-SiteLigne
                  IF WS-SiteLigne = SPACES
                     MOVE "CEN" TO WS-SiteLigne
                  END-IF
                  PERFORM TROUVER-LIGNE-SITE
                  IF WS-LigneTrouvee = "O"
                     ADD 1 TO EnPretInvTable(IdxInv)
                  END-IF
               END-IF
         END-READ
      END-PERFORM
         DISPLAY "Nombre de copies comptées en rayon : "
         ACCEPT WS-ComptePhysique
         PERFORM CHARGER-TABLE-INVENTAIRE
         IF WS-NbLignes = 0
            DISPLAY "Aucune session d'inventaire ouverte (ouvrir "
                "une session d'abord)."
         ELSE
            MOVE Titre OF LivreRecord TO WS-TitreLigne
            MOVE WS-SitePoste TO WS-SiteLigne
            PERFORM TROUVER-LIGNE-SITE
            IF WS-LigneTrouvee = "N"
               PERFORM CREER-LIGNE-SITE
            END-IF
            IF WS-LigneTrouvee = "N"
               DISPLAY "Session pleine : comptage non enregistré."
            ELSE
               MOVE WS-ComptePhysique TO ComptesInvTable(IdxInv)
               IF StatutInvTable(IdxInv) = "O"
                  MOVE "C" TO StatutInvTable(IdxInv)
               END-IF
               PERFORM REECRIRE-TABLE-INVENTAIRE
               DISPLAY "Comptage enregistré au site "
                   WS-SitePoste "."
            END-IF
         END-IF
      END-IF
   END-IF.

SCANNER-COPIES.
   PERFORM CHARGER-TABLE-INVENTAIRE.
   IF WS-NbLignes = 0
      DISPLAY "Aucune session d'inventaire ouverte."
   ELSE
      PERFORM CHARGER-TABLE-SCANS
      MOVE 0 TO WS-NbScansLot
      OPEN EXTEND GCBInventaireScansFile
      IF WS-SCAN-STATUS = "35"
         OPEN OUTPUT GCBInventaireScansFile
      END-IF
      MOVE 1 TO WS-CodeScanne
      PERFORM UNTIL WS-CodeScanne = 0
         DISPLAY "Code-barre de la copie (0 = fin) : "
         ACCEPT WS-CodeScanne
         IF WS-CodeScanne NOT = 0
            PERFORM COMPTER-COPIE-SCANNEE
         END-IF
      END-PERFORM
      CLOSE GCBInventaireScansFile
      PERFORM REECRIRE-TABLE-INVENTAIRE
      DISPLAY WS-NbScansLot " copie(s) comptée(s) à la douchette."
   END-IF.

CHARGER-TABLE-SCANS.
   MOVE 0 TO WS-NbScansSession.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBInventaireScansFile.
   IF WS-SCAN-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBInventaireScansFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbScansSession < 3000
               ADD 1 TO WS-NbScansSession
               MOVE ScanInventaireRecord
                   TO CodeScanTable(WS-NbScansSession)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-SCAN-STATUS NOT = "35"
      CLOSE GCBInventaireScansFile
   END-IF.

COMPTER-COPIE-SCANNEE.
   MOVE "N" TO WS-DejaScanne.
   PERFORM VARYING IdxScan FROM 1 BY 1
       UNTIL IdxScan > WS-NbScansSession
      IF CodeScanTable(IdxScan) = WS-CodeScanne
         MOVE "O" TO WS-DejaScanne
      END-IF
   END-PERFORM.
   CALL 'GCB_CODE_BARRE' USING WS-CodeScanne WS-TypeCodeLu
       WS-IdMembreCode WS-TitreCode WS-NumExempCode
       WS-StatutExempCode.
   IF WS-DejaScanne = "O"
      DISPLAY "Copie déjà comptée dans cette session."
   ELSE
   IF WS-TypeCodeLu NOT = "E"
      DISPLAY "Code-barre inconnu : " WS-CodeScanne
   ELSE
      *> Seules les copies notées en rayon entrent dans le compte
      *> comparé à NbCopies ; une copie trouvée en rayon alors
      *> qu'elle est notée ailleurs est signalée pour régularisation.
   IF WS-StatutExempCode NOT = "R"
      DISPLAY WS-TitreCode " copie " WS-NumExempCode
          " notée au statut " WS-StatutExempCode
          " : non comptée, à régulariser (option 16 du guichet)."
   ELSE
      *> La copie compte au site où elle est trouvée ; notée à un
      *> autre site, elle est signalée pour transfert ou mise à jour.
      PERFORM CONTROLER-SITE-COPIE-SCANNEE
      MOVE WS-TitreCode TO WS-TitreLigne
      MOVE WS-SitePoste TO WS-SiteLigne
      PERFORM TROUVER-LIGNE-SITE
      IF WS-LigneTrouvee = "N"
         PERFORM CREER-LIGNE-SITE
      END-IF
      IF WS-LigneTrouvee = "O"
         ADD 1 TO ComptesInvTable(IdxInv)
         IF StatutInvTable(IdxInv) = "O"
            MOVE "C" TO StatutInvTable(IdxInv)
         END-IF
      END-IF
      IF WS-LigneTrouvee = "N"
         DISPLAY "Session pleine : " WS-TitreCode " non compté."
      ELSE
         IF WS-NbScansSession < 3000
            ADD 1 TO WS-NbScansSession
            MOVE WS-CodeScanne TO CodeScanTable(WS-NbScansSession)
         END-IF
         MOVE WS-CodeScanne TO ScanInventaireRecord
         WRITE ScanInventaireRecord
         ADD 1 TO WS-NbScansLot
         DISPLAY WS-TitreCode " copie " WS-NumExempCode " comptée."
      END-IF
   END-IF
   END-IF
   END-IF.

CONTROLER-SITE-COPIE-SCANNEE.
   OPEN INPUT GCBExemplairesFile.
   IF WS-EXEMP-STATUS = "00"
      MOVE WS-TitreCode TO TitreExemplaire
      MOVE WS-NumExempCode TO NumExemplaire
      READ GCBExemplairesFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            PERFORM LIRE-SITE-COPIE
            IF WS-SiteLigne NOT = WS-SitePoste
               DISPLAY WS-TitreCode " copie " WS-NumExempCode
                   " notée au site " WS-SiteLigne
                   " : trouvée ici, à régulariser."
            END-IF
      END-READ
      CLOSE GCBExemplairesFile
   END-IF.

RAPPORT-ECARTS.
   PERFORM CHARGER-TABLE-INVENTAIRE.
   IF WS-NbLignes = 0
      DISPLAY "Aucune session d'inventaire ouverte."
   ELSE
      DISPLAY "--- Écarts (compté - attendu en rayon) par site ---"
      MOVE 0 TO WS-NbSitesInv
      PERFORM VARYING IdxInv FROM 1 BY 1 UNTIL IdxInv > WS-NbLignes
         IF StatutInvTable(IdxInv) = "C"
            PERFORM NOTER-SITE-ECART
         END-IF
      END-PERFORM
      PERFORM VARYING IdxSiteInv FROM 1 BY 1
          UNTIL IdxSiteInv > WS-NbSitesInv
         PERFORM AFFICHER-ECARTS-SITE
      END-PERFORM
   END-IF.

NOTER-SITE-ECART.
   MOVE "N" TO WS-SiteInvTrouve.
   PERFORM VARYING IdxSiteInv FROM 1 BY 1
       UNTIL IdxSiteInv > WS-NbSitesInv OR WS-SiteInvTrouve = "O"
      IF CodeSiteInv(IdxSiteInv) = SiteInvTable(IdxInv)
         MOVE "O" TO WS-SiteInvTrouve
      END-IF
   END-PERFORM.
   IF WS-SiteInvTrouve = "N" AND WS-NbSitesInv < 10
      ADD 1 TO WS-NbSitesInv
      MOVE SiteInvTable(IdxInv) TO CodeSiteInv(WS-NbSitesInv)
   END-IF.

AFFICHER-ECARTS-SITE.
   MOVE 0 TO WS-TotAttendusSite.
   MOVE 0 TO WS-TotComptesSite.
   DISPLAY "Site " CodeSiteInv(IdxSiteInv) " :".
   PERFORM VARYING IdxInv FROM 1 BY 1 UNTIL IdxInv > WS-NbLignes
      IF StatutInvTable(IdxInv) = "C"
         AND SiteInvTable(IdxInv) = CodeSiteInv(IdxSiteInv)
         COMPUTE WS-EcartLigne = ComptesInvTable(IdxInv)
             - AttendusInvTable(IdxInv)
         ADD AttendusInvTable(IdxInv) TO WS-TotAttendusSite
         ADD ComptesInvTable(IdxInv) TO WS-TotComptesSite
         DISPLAY "  " TitreInvTable(IdxInv) " attendu "
             AttendusInvTable(IdxInv) " compté "
             ComptesInvTable(IdxInv) " en prêt "
             EnPretInvTable(IdxInv) " écart " WS-EcartLigne
      END-IF
   END-PERFORM.
   COMPUTE WS-EcartSite = WS-TotComptesSite - WS-TotAttendusSite.
   DISPLAY "  Sous-total " CodeSiteInv(IdxSiteInv) " : attendu "
       WS-TotAttendusSite " compté " WS-TotComptesSite
       " écart " WS-EcartSite.

CLOTURER-SESSION.
   PERFORM CHARGER-TABLE-INVENTAIRE.
   IF WS-NbLignes = 0
               IF WS-EcartLigne = 0
                  MOVE "V" TO StatutInvTable(IdxInv)
               ELSE
                  DISPLAY TitreInvTable(IdxInv) " site "
                      SiteInvTable(IdxInv) " écart "
                      WS-EcartLigne " : valider l'ajustement "
                      "de NbCopies ? (O/N) "
                  ACCEPT WS-Validation
   END-IF.

AJUSTER-TITRE.
      *> Le titre peut avoir une ligne par site : NbCopies est
      *> corrigé de l'écart de la ligne, sans descendre sous zéro.
   MOVE TitreInvTable(IdxInv) TO Titre OF LivreRecord.
   READ GCBLivresFile
      INVALID KEY CONTINUE
      NOT INVALID KEY
         COMPUTE WS-NouveauNbCopies
             = NbCopies OF LivreRecord + WS-EcartLigne
         IF WS-NouveauNbCopies < 0
            MOVE 0 TO WS-NouveauNbCopies
         END-IF
         PERFORM ECRIRE-AUDIT-AJUSTEMENT
         MOVE WS-NouveauNbCopies TO NbCopies OF LivreRecord
         REWRITE LivreRecord
   END-READ.

          DELIMITED BY SIZE INTO DateHeureAuditInv
      MOVE TitreInvTable(IdxInv) TO TitreAuditInv
      MOVE NbCopies OF LivreRecord TO AncienNbAuditInv
      MOVE WS-NouveauNbCopies TO NouveauNbAuditInv
      MOVE SiteInvTable(IdxInv) TO SiteAuditInv
      WRITE AuditInventaireRecord
      CLOSE GCBInventaireAuditFile
   END-IF.
