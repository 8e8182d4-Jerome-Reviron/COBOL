IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_ECHEANCES_NUMERIQUES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBLicencesFile
        FILE STATUS IS WS-LIC-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TitreLicence
        ASSIGN TO "GCBLicencesFile.dat".
    SELECT GCBEmpruntsFile
        FILE STATUS IS WS-EMP-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumeroEmprunt
        ALTERNATE RECORD KEY IS TitreEmprunt
            WITH DUPLICATES
        ALTERNATE RECORD KEY IS IdMembreEmprunt
            WITH DUPLICATES
        ASSIGN TO "GCBEmpruntsFile.dat".
    SELECT GCBReservationsFile
        FILE STATUS IS WS-RESA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBReservationsFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBLicencesFile.
   COPY LICENCE.

   FD GCBEmpruntsFile.
   COPY EMPRUNT.

   FD GCBReservationsFile.
   COPY RESERVATION.

WORKING-STORAGE SECTION.
   01 WS-LIC-STATUS PIC 99.
   01 WS-EMP-STATUS PIC 99.
   01 WS-RESA-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-EOF-EMP PIC X VALUE "N".
   01 WS-EOF-LIC PIC X VALUE "N".
   01 WS-DateJour PIC 9(8).
   01 WS-EntierJour PIC 9(8).
   01 WS-NbRendus PIC 9(5) VALUE 0.
   01 WS-NbExpirees PIC 9(5) VALUE 0.
   01 WS-NbPlacesTenues PIC 9(5) VALUE 0.
   01 WS-LicenceUtilisable PIC X(1).
   01 WS-NbPretsEnCours PIC 9(3).
   01 WS-NbTenuesTitre PIC 9(3).
   01 WS-PlacesLibres PIC S9(4).
   01 WS-MeilleurRang PIC 9(3).
   01 WS-ResaModifiee PIC X(1) VALUE "N".
   01 DelaiRetraitJours PIC 9(2) VALUE 3.

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

      *> Echéances des prêts numériques, chaque jour avant
      *> l'ouverture : un prêt de canal "N" dont la date de retour
      *> est passée se rend tout seul à cette date, sans amende
      *> (AmendeAppliquee "O"). Les places tenues pour un
      *> réservataire qui n'est pas venu emprunter expirent à leur
      *> date limite. Chaque licence encore utilisable sert ensuite
      *> sa file d'attente sur les places libérées.

PROCEDURE DIVISION.
   DISPLAY "==============================================".
   DISPLAY "ECHEANCES DES PRETS NUMERIQUES".
   DISPLAY "==============================================".
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   COMPUTE WS-EntierJour = FUNCTION INTEGER-OF-DATE(WS-DateJour).
   OPEN INPUT GCBLicencesFile.
   IF WS-LIC-STATUS NOT = "00"
      DISPLAY "Aucune licence numérique (statut " WS-LIC-STATUS ")."
      STOP RUN
   END-IF.
   PERFORM RENDRE-PRETS-ECHUS.
   PERFORM CHARGER-TABLE-RESERVATIONS.
   PERFORM EXPIRER-PLACES-TENUES.
   OPEN INPUT GCBEmpruntsFile.
   MOVE "N" TO WS-EOF-LIC.
   MOVE LOW-VALUES TO TitreLicence.
   START GCBLicencesFile KEY IS GREATER THAN OR EQUAL TitreLicence
      INVALID KEY MOVE "Y" TO WS-EOF-LIC
   END-START.
   PERFORM UNTIL WS-EOF-LIC = "Y"
      READ GCBLicencesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-LIC
         NOT AT END PERFORM SERVIR-FILE-LICENCE
      END-READ
   END-PERFORM.
   IF WS-EMP-STATUS NOT = "35"
      CLOSE GCBEmpruntsFile
   END-IF.
   CLOSE GCBLicencesFile.
   IF WS-ResaModifiee = "O"
      PERFORM REECRIRE-TABLE-RESERVATIONS
   END-IF.
   DISPLAY WS-NbRendus " prêt(s) numérique(s) rendu(s) à échéance.".
   DISPLAY WS-NbExpirees " place(s) tenue(s) expirée(s).".
   DISPLAY WS-NbPlacesTenues " réservataire(s) servi(s).".
   STOP RUN.

RENDRE-PRETS-ECHUS.
   OPEN I-O GCBEmpruntsFile.
   IF WS-EMP-STATUS = "00"
      MOVE "N" TO WS-EOF-EMP
      MOVE LOW-VALUES TO NumeroEmprunt
      START GCBEmpruntsFile KEY IS GREATER THAN NumeroEmprunt
         INVALID KEY MOVE "Y" TO WS-EOF-EMP
      END-START
      PERFORM UNTIL WS-EOF-EMP = "Y"
         READ GCBEmpruntsFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF-EMP
            NOT AT END
               IF CanalEmprunt = "N"
                  AND DateRetourEffective = 0
                  AND DateRetourPrevue < WS-DateJour
                  MOVE DateRetourPrevue TO DateRetourEffective
                  MOVE "O" TO AmendeAppliquee
                  MOVE SiteEmprunt TO SiteRetour
                  REWRITE EmpruntRecord
                  ADD 1 TO WS-NbRendus
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBEmpruntsFile
   END-IF.

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

EXPIRER-PLACES-TENUES.
      *> Seules les réservations de titres sous licence : les mises
      *> de côté de copies physiques relèvent du guichet (option 14).
   PERFORM VARYING IdxResa FROM 1 BY 1
       UNTIL IdxResa > WS-NbReservations
      IF StatutResaTable(IdxResa) = "H"
         AND DateLimiteTable(IdxResa) < WS-DateJour
         MOVE TitreResaTable(IdxResa) TO TitreLicence
         READ GCBLicencesFile
            INVALID KEY CONTINUE
            NOT INVALID KEY
               MOVE "E" TO StatutResaTable(IdxResa)
               MOVE "O" TO WS-ResaModifiee
               ADD 1 TO WS-NbExpirees
         END-READ
      END-IF
   END-PERFORM.

SERVIR-FILE-LICENCE.
   MOVE "O" TO WS-LicenceUtilisable.
   IF DateExpirationLicence NOT = 0
      AND DateExpirationLicence < WS-DateJour
      MOVE "N" TO WS-LicenceUtilisable
   END-IF.
   IF MaxPretsTotal > 0
      AND NbPretsCumules >= MaxPretsTotal
      MOVE "N" TO WS-LicenceUtilisable
   END-IF.
   IF WS-LicenceUtilisable = "O"
      PERFORM COMPTER-PRETS-TITRE
      MOVE 0 TO WS-NbTenuesTitre
      PERFORM VARYING IdxResa FROM 1 BY 1
          UNTIL IdxResa > WS-NbReservations
         IF TitreResaTable(IdxResa) = TitreLicence
            AND StatutResaTable(IdxResa) = "H"
            ADD 1 TO WS-NbTenuesTitre
         END-IF
      END-PERFORM
      COMPUTE WS-PlacesLibres = MaxPretsSimultanes
          - WS-NbPretsEnCours - WS-NbTenuesTitre
      MOVE 1 TO WS-MeilleurRang
      PERFORM UNTIL WS-PlacesLibres <= 0 OR WS-MeilleurRang = 0
         PERFORM TENIR-PLACE-PREMIER-EN-FILE
         SUBTRACT 1 FROM WS-PlacesLibres
      END-PERFORM
   END-IF.

COMPTER-PRETS-TITRE.
   MOVE 0 TO WS-NbPretsEnCours.
   IF WS-EMP-STATUS = "00"
      MOVE "N" TO WS-EOF-EMP
      MOVE TitreLicence TO TitreEmprunt
      START GCBEmpruntsFile KEY IS EQUAL TO TitreEmprunt
         INVALID KEY MOVE "Y" TO WS-EOF-EMP
      END-START
      PERFORM UNTIL WS-EOF-EMP = "Y"
         READ GCBEmpruntsFile NEXT RECORD
            AT END MOVE "Y" TO WS-EOF-EMP
            NOT AT END
               IF TitreEmprunt NOT = TitreLicence
                  MOVE "Y" TO WS-EOF-EMP
               ELSE
                  IF DateRetourEffective = 0
                     AND CanalEmprunt = "N"
                     ADD 1 TO WS-NbPretsEnCours
                  END-IF
               END-IF
         END-READ
      END-PERFORM
   END-IF.

TENIR-PLACE-PREMIER-EN-FILE.
      *> Le premier en attente (plus petit numéro de réservation)
      *> obtient une place tenue jusqu'à une date limite.
   MOVE 0 TO WS-MeilleurRang.
   PERFORM VARYING IdxResa FROM 1 BY 1
       UNTIL IdxResa > WS-NbReservations
      IF TitreResaTable(IdxResa) = TitreLicence
         AND StatutResaTable(IdxResa) = "A"
         IF WS-MeilleurRang = 0
            OR NumResaTable(IdxResa) < NumResaTable(WS-MeilleurRang)
            MOVE IdxResa TO WS-MeilleurRang
         END-IF
      END-IF
   END-PERFORM.
   IF WS-MeilleurRang > 0
      MOVE "H" TO StatutResaTable(WS-MeilleurRang)
      COMPUTE DateLimiteTable(WS-MeilleurRang)
          = FUNCTION DATE-OF-INTEGER(WS-EntierJour + DelaiRetraitJours)
      MOVE "O" TO WS-ResaModifiee
      ADD 1 TO WS-NbPlacesTenues
      DISPLAY TitreLicence " : place tenue pour le membre "
          MembreResaTable(WS-MeilleurRang) " jusqu'au "
          DateLimiteTable(WS-MeilleurRang) "."
   END-IF.
