IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_NAVETTE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBExemplairesFile
        FILE STATUS IS WS-EXEMP-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleExemplaire
        ALTERNATE RECORD KEY IS CodeBarreExemplaire
            WITH DUPLICATES
        ASSIGN TO "GCBExemplairesFile.dat".
    SELECT GCBReservationsFile
        FILE STATUS IS WS-RESA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBReservationsFile.txt".
    SELECT GCBEtatNavetteFile
        FILE STATUS IS WS-ETAT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEtat.

DATA DIVISION.
FILE SECTION.
   FD GCBExemplairesFile.
   COPY EXEMPLAIRE.

   FD GCBReservationsFile.
   COPY RESERVATION.

   FD GCBEtatNavetteFile.
   01 LigneEtatNavette PIC X(80).

WORKING-STORAGE SECTION.
   01 WS-EXEMP-STATUS PIC 99.
   01 WS-RESA-STATUS PIC 99.
   01 WS-ETAT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-EOF-EXEMP PIC X VALUE "N".
   01 WS-DateJour PIC 9(8).
   01 WS-NomEtat PIC X(44).
   01 WS-LigneTravail PIC X(80).
   01 WS-NbLignesEtat PIC 9(6) VALUE 0.
   01 WS-TypeRapportEtat PIC X(12) VALUE "NAVETTE".
   01 WS-NbAcheminees PIC 9(5) VALUE 0.
   01 WS-ResaModifiee PIC X(1) VALUE "N".

      *> Sites d'une copie, à blanc dans l'ancien dessin : attachée à
      *> la centrale et présente à son site d'attache.
   01 WS-SiteAttacheCopie PIC X(3).
   01 WS-SiteCopie PIC X(3).
   01 WS-LibelleSite PIC X(30).
   01 WS-SiteTrouve PIC X(1).

      *> Réservations chargées en table puis réécrites, comme au
      *> guichet.
   01 WS-NbReservations PIC 9(3) VALUE 0.
   01 IdxResa PIC 9(3).
   01 TableReservations OCCURS 200 TIMES.
      05 NumResaTable PIC 9(6).
      05 TitreResaTable PIC X(30).
      05 MembreResaTable PIC 9(6).
      05 DatePlaceeTable PIC 9(8).
      05 StatutResaTable PIC X(1).
      05 DateLimiteTable PIC 9(8).
      05 SiteRetraitTable PIC X(3).

      *> Recherche, pour une réservation en attente, d'une copie en
      *> rayon : au site de retrait (rien à acheminer) ou ailleurs.
   01 WS-RayonAuRetrait PIC X(1).
   01 WS-NumCopieAilleurs PIC 9(3).

      *> Copies en transit du jour, regroupées ensuite par site de
      *> destination pour la feuille de route du chauffeur.
   01 WS-NbTransit PIC 9(3) VALUE 0.
   01 IdxTransit PIC 9(3).
   01 TableTransit OCCURS 500 TIMES.
      05 DestTransit PIC X(3).
      05 OrigineTransit PIC X(3).
      05 TitreTransit PIC X(30).
      05 NumTransit PIC 9(3).
      05 CodeTransit PIC 9(10).
      05 MotifTransit PIC X(12).
   01 WS-NbDestinations PIC 9(2) VALUE 0.
   01 IdxDest PIC 9(2).
   01 WS-DestTrouvee PIC X(1).
   01 TableDestinations OCCURS 20 TIMES.
      05 CodeDestTable PIC X(3).
      05 NbCopiesDestTable PIC 9(3).

      *> Navette quotidienne entre les sites : chaque réservation en
      *> attente dont le site de retrait n'a plus de copie en rayon
      *> reçoit une copie en rayon d'un autre site, qui part en
      *> transit ("T") vers le site de retrait (la réservation passe
      *> aussi en "T" et sera mise de côté à la réception). La
      *> feuille de route liste ensuite toutes les copies en transit
      *> par site de destination, avec le site d'origine et le motif
      *> (réservation ou retour au site d'attache). Elle est datée et
      *> enregistrée au catalogue des rapports.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_EXEMPLAIRES'.
   DISPLAY "==============================================".
   DISPLAY "NAVETTE ENTRE LES SITES".
   DISPLAY "==============================================".
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   OPEN I-O GCBExemplairesFile.
   IF WS-EXEMP-STATUS NOT = "00"
      DISPLAY "Fichier des exemplaires indisponible (statut "
          WS-EXEMP-STATUS ")."
      STOP RUN
   END-IF.
   PERFORM CHARGER-TABLE-RESERVATIONS.
   PERFORM VARYING IdxResa FROM 1 BY 1
       UNTIL IdxResa > WS-NbReservations
      IF StatutResaTable(IdxResa) = "A"
         PERFORM ACHEMINER-RESERVATION
      END-IF
   END-PERFORM.
   IF WS-ResaModifiee = "O"
      PERFORM REECRIRE-TABLE-RESERVATIONS
   END-IF.
   PERFORM RELEVER-COPIES-EN-TRANSIT.
   CLOSE GCBExemplairesFile.
   MOVE SPACES TO WS-NomEtat.
   STRING "GCBNavette" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEtat.
   OPEN OUTPUT GCBEtatNavetteFile.
   PERFORM ECRIRE-FEUILLE-DE-ROUTE.
   CLOSE GCBEtatNavetteFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportEtat
       WS-DateJour WS-NbLignesEtat WS-NomEtat.
   DISPLAY WS-NbAcheminees " copie(s) acheminée(s) pour réservation, "
       WS-NbTransit " copie(s) en transit.".
   DISPLAY "Feuille de route dans " FUNCTION TRIM(WS-NomEtat) ".".
   STOP RUN.

CHARGER-TABLE-RESERVATIONS.
   MOVE 0 TO WS-NbReservations.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBReservationsFile.
   IF WS-RESA-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBReservationsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbReservations < 200
               ADD 1 TO WS-NbReservations
               MOVE NumReservation TO NumResaTable(WS-NbReservations)
               MOVE TitreReservation
                   TO TitreResaTable(WS-NbReservations)
               MOVE IdMembreReservation
                   TO MembreResaTable(WS-NbReservations)
               MOVE DatePlaceeReservation
                   TO DatePlaceeTable(WS-NbReservations)
               MOVE StatutReservation
                   TO StatutResaTable(WS-NbReservations)
               MOVE DateLimiteRetrait
                   TO DateLimiteTable(WS-NbReservations)
               MOVE SiteRetraitReservation
                   TO SiteRetraitTable(WS-NbReservations)
               IF SiteRetraitTable(WS-NbReservations) = SPACES
                  MOVE "CEN" TO SiteRetraitTable(WS-NbReservations)
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-RESA-STATUS NOT = "35"
      CLOSE GCBReservationsFile
   END-IF.

REECRIRE-TABLE-RESERVATIONS.
   OPEN OUTPUT GCBReservationsFile.
   PERFORM VARYING IdxResa FROM 1 BY 1
       UNTIL IdxResa > WS-NbReservations
      MOVE NumResaTable(IdxResa) TO NumReservation
      MOVE TitreResaTable(IdxResa) TO TitreReservation
      MOVE MembreResaTable(IdxResa) TO IdMembreReservation
      MOVE DatePlaceeTable(IdxResa) TO DatePlaceeReservation
      MOVE StatutResaTable(IdxResa) TO StatutReservation
      MOVE DateLimiteTable(IdxResa) TO DateLimiteRetrait
      MOVE SiteRetraitTable(IdxResa) TO SiteRetraitReservation
      WRITE ReservationRecord
   END-PERFORM.
   CLOSE GCBReservationsFile.

LIRE-SITES-COPIE.
   MOVE SiteAttacheExemplaire TO WS-SiteAttacheCopie.
   IF WS-SiteAttacheCopie = SPACES
      MOVE "CEN" TO WS-SiteAttacheCopie
   END-IF.
   MOVE SiteCourantExemplaire TO WS-SiteCopie.
   IF WS-SiteCopie = SPACES
      MOVE WS-SiteAttacheCopie TO WS-SiteCopie
   END-IF.

ACHEMINER-RESERVATION.
      *> Une copie en rayon au site de retrait suffit : le membre la
      *> prend sur place. Sinon la première copie en rayon d'un
      *> autre site part vers lui.
   MOVE "N" TO WS-RayonAuRetrait.
   MOVE 0 TO WS-NumCopieAilleurs.
   MOVE "N" TO WS-EOF-EXEMP.
   MOVE TitreResaTable(IdxResa) TO TitreExemplaire.
   MOVE 0 TO NumExemplaire.
   START GCBExemplairesFile KEY IS GREATER THAN OR EQUAL
       CleExemplaire
      INVALID KEY MOVE "Y" TO WS-EOF-EXEMP
   END-START.
   PERFORM UNTIL WS-EOF-EXEMP = "Y"
      READ GCBExemplairesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-EXEMP
         NOT AT END
            IF TitreExemplaire NOT = TitreResaTable(IdxResa)
               MOVE "Y" TO WS-EOF-EXEMP
            ELSE
               IF StatutExemplaire = "R"
                  PERFORM LIRE-SITES-COPIE
                  IF WS-SiteCopie = SiteRetraitTable(IdxResa)
                     MOVE "O" TO WS-RayonAuRetrait
                     MOVE "Y" TO WS-EOF-EXEMP
                  ELSE
                     IF WS-NumCopieAilleurs = 0
                        MOVE NumExemplaire TO WS-NumCopieAilleurs
                     END-IF
                  END-IF
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-RayonAuRetrait = "N" AND WS-NumCopieAilleurs > 0
      MOVE TitreResaTable(IdxResa) TO TitreExemplaire
      MOVE WS-NumCopieAilleurs TO NumExemplaire
      READ GCBExemplairesFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            PERFORM LIRE-SITES-COPIE
            MOVE WS-SiteCopie TO SiteCourantExemplaire
            MOVE "T" TO StatutExemplaire
            MOVE SiteRetraitTable(IdxResa)
                TO SiteDestinationExemplaire
            REWRITE ExemplaireRecord
            MOVE "T" TO StatutResaTable(IdxResa)
            MOVE "O" TO WS-ResaModifiee
            ADD 1 TO WS-NbAcheminees
            DISPLAY "Réservation " NumResaTable(IdxResa) " : copie "
                NumExemplaire " de " TitreExemplaire " part de "
                WS-SiteCopie " vers " SiteRetraitTable(IdxResa) "."
      END-READ
   END-IF.

RELEVER-COPIES-EN-TRANSIT.
   MOVE 0 TO WS-NbTransit.
   MOVE "N" TO WS-EOF-EXEMP.
   MOVE LOW-VALUES TO CleExemplaire.
   START GCBExemplairesFile KEY IS GREATER THAN OR EQUAL
       CleExemplaire
      INVALID KEY MOVE "Y" TO WS-EOF-EXEMP
   END-START.
   PERFORM UNTIL WS-EOF-EXEMP = "Y"
      READ GCBExemplairesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-EXEMP
         NOT AT END
            IF StatutExemplaire = "T" AND WS-NbTransit < 500
               PERFORM NOTER-COPIE-EN-TRANSIT
            END-IF
      END-READ
   END-PERFORM.

NOTER-COPIE-EN-TRANSIT.
   PERFORM LIRE-SITES-COPIE.
   ADD 1 TO WS-NbTransit.
   MOVE SiteDestinationExemplaire TO DestTransit(WS-NbTransit).
   IF DestTransit(WS-NbTransit) = SPACES
      MOVE WS-SiteAttacheCopie TO DestTransit(WS-NbTransit)
   END-IF.
   MOVE WS-SiteCopie TO OrigineTransit(WS-NbTransit).
   MOVE TitreExemplaire TO TitreTransit(WS-NbTransit).
   MOVE NumExemplaire TO NumTransit(WS-NbTransit).
   MOVE CodeBarreExemplaire TO CodeTransit(WS-NbTransit).
   IF DestTransit(WS-NbTransit) = WS-SiteAttacheCopie
      MOVE "RETOUR" TO MotifTransit(WS-NbTransit)
   ELSE
      MOVE "RESERVATION" TO MotifTransit(WS-NbTransit)
   END-IF.
   MOVE "N" TO WS-DestTrouvee.
   PERFORM VARYING IdxDest FROM 1 BY 1
       UNTIL IdxDest > WS-NbDestinations OR WS-DestTrouvee = "O"
      IF CodeDestTable(IdxDest) = DestTransit(WS-NbTransit)
         MOVE "O" TO WS-DestTrouvee
         ADD 1 TO NbCopiesDestTable(IdxDest)
      END-IF
   END-PERFORM.
   IF WS-DestTrouvee = "N" AND WS-NbDestinations < 20
      ADD 1 TO WS-NbDestinations
      MOVE DestTransit(WS-NbTransit)
          TO CodeDestTable(WS-NbDestinations)
      MOVE 1 TO NbCopiesDestTable(WS-NbDestinations)
   END-IF.

ECRIRE-FEUILLE-DE-ROUTE.
   MOVE SPACES TO WS-LigneTravail.
   STRING "FEUILLE DE ROUTE DE LA NAVETTE DU " WS-DateJour
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-ETAT.
   IF WS-NbTransit = 0
      MOVE SPACES TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-ETAT
      MOVE "  Aucune copie à transporter." TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-ETAT
   END-IF.
   PERFORM VARYING IdxDest FROM 1 BY 1
       UNTIL IdxDest > WS-NbDestinations
      CALL 'GCB_SITE' USING CodeDestTable(IdxDest) WS-LibelleSite
          WS-SiteTrouve
      MOVE SPACES TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-ETAT
      MOVE SPACES TO WS-LigneTravail
      STRING "VERS " CodeDestTable(IdxDest) " " WS-LibelleSite
          " : " NbCopiesDestTable(IdxDest) " copie(s)"
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-ETAT
      MOVE "  De  Titre                          Copie Code-barre Motif"
          TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-ETAT
      PERFORM VARYING IdxTransit FROM 1 BY 1
          UNTIL IdxTransit > WS-NbTransit
         IF DestTransit(IdxTransit) = CodeDestTable(IdxDest)
            MOVE SPACES TO WS-LigneTravail
            STRING "  " OrigineTransit(IdxTransit) " "
                TitreTransit(IdxTransit) " " NumTransit(IdxTransit)
                "   " CodeTransit(IdxTransit) " "
                MotifTransit(IdxTransit)
                DELIMITED BY SIZE INTO WS-LigneTravail
            PERFORM ECRIRE-LIGNE-ETAT
         END-IF
      END-PERFORM
   END-PERFORM.

ECRIRE-LIGNE-ETAT.
   MOVE WS-LigneTravail TO LigneEtatNavette.
   WRITE LigneEtatNavette.
   ADD 1 TO WS-NbLignesEtat.
