IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_EXTRAIT_CONTROLE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBCompteurMouvementsFile
        FILE STATUS IS WS-CPTMVT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCompteurMouvementsFile.txt".
    SELECT GCBControleMouvementsFile
        FILE STATUS IS WS-CTLMVT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBControleMouvementsFile.txt".
    SELECT GCBMouvementsJourFile
        FILE STATUS IS WS-MVTJ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomExtraitJour.

DATA DIVISION.
FILE SECTION.
   FD GCBCompteurMouvementsFile.
   COPY CPTMVT.

   FD GCBControleMouvementsFile.
   01 ControleMouvementsRecord PIC X(32).

   FD GCBMouvementsJourFile.
   COPY MVTJOUR.

WORKING-STORAGE SECTION.
   01 WS-CPTMVT-STATUS PIC 99.
   01 WS-CTLMVT-STATUS PIC 99.
   01 WS-MVTJ-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-NomExtraitJour PIC X(44).
   01 WS-Motif PIC X(60).

      *> Décompte attendu pour la journée : le compteur de GCB_WRITE
      *> s'il est encore sur cette date (il voit aussi ce qui aurait
      *> été posté après la clôture), sinon la ligne du registre
      *> inscrite par la clôture.
   01 WS-DecompteConnu PIC X(1) VALUE "N".
   01 WS-NbAttendu PIC 9(8) VALUE 0.
   01 WS-LigneRegistre.
      05 WS-DateRegistre PIC 9(8).
      05 WS-NbRegistre PIC 9(8).
      05 FILLER PIC X(16).

      *> Ce que l'extrait contient réellement.
   01 WS-NbLus PIC 9(8) VALUE 0.
   01 WS-TotalLu PIC 9(11)V99 VALUE 0.
   01 WS-FinTrouvee PIC X(1) VALUE "N".
   01 WS-NbFin PIC 9(8) VALUE 0.
   01 WS-TotalFin PIC 9(11)V99 VALUE 0.
   01 WS-DateFin PIC 9(8) VALUE 0.
   01 WS-MontantNum PIC 9(5)V99.
   01 WS-HistoriqueImage.
      05 FILLER PIC X(24).
      05 WS-MontantImage PIC ZZZZ9.99.
      05 FILLER PIC X(27).

LINKAGE SECTION.
   01 DateJour PIC 9(8).
   01 ExtraitFiable PIC X(1).

      *> Contrôle de l'extrait des mouvements du jour avant qu'un état
      *> ne s'y fie : l'extrait doit exister, se terminer par son
      *> enregistrement de fin, pour la bonne date, et le nombre et le
      *> total des mouvements lus doivent égaler ceux de la fin, le
      *> nombre égalant en outre le décompte de la journée tenu par
      *> GCB_WRITE. ExtraitFiable revient à "O" seulement dans ce cas ;
      *> sinon le motif est affiché et l'état appelant relit
      *> l'historique comme avant.

PROCEDURE DIVISION USING DateJour ExtraitFiable.
   MOVE "N" TO ExtraitFiable.
   MOVE SPACES TO WS-Motif.
   PERFORM LIRE-DECOMPTE-ATTENDU.
   IF WS-DecompteConnu = "N"
      MOVE "aucun décompte de mouvements pour la journée"
          TO WS-Motif
   ELSE
      PERFORM LIRE-EXTRAIT
      IF WS-MVTJ-STATUS = "35"
         MOVE "extrait absent (journée non clôturée ?)" TO WS-Motif
      ELSE
      IF WS-FinTrouvee = "N"
         MOVE "extrait sans enregistrement de fin" TO WS-Motif
      ELSE
      IF WS-DateFin NOT = DateJour
         MOVE "enregistrement de fin d'une autre journée" TO WS-Motif
      ELSE
      IF WS-NbLus NOT = WS-NbFin OR WS-TotalLu NOT = WS-TotalFin
         MOVE "contenu différent de l'enregistrement de fin"
             TO WS-Motif
      ELSE
      IF WS-NbFin NOT = WS-NbAttendu
         MOVE "nombre de mouvements différent du décompte du jour"
             TO WS-Motif
      ELSE
         MOVE "O" TO ExtraitFiable
      END-IF
      END-IF
      END-IF
      END-IF
      END-IF
   END-IF.
   IF ExtraitFiable = "N"
      DISPLAY "Extrait des mouvements du " DateJour " non retenu : "
          FUNCTION TRIM(WS-Motif) ". Lecture de l'historique."
   END-IF.
   EXIT PROGRAM.

LIRE-DECOMPTE-ATTENDU.
   MOVE "N" TO WS-DecompteConnu.
   MOVE 0 TO WS-NbAttendu.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBControleMouvementsFile.
   IF WS-CTLMVT-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBControleMouvementsFile INTO WS-LigneRegistre
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-DateRegistre = DateJour
               MOVE "O" TO WS-DecompteConnu
               MOVE WS-NbRegistre TO WS-NbAttendu
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CTLMVT-STATUS NOT = "35"
      CLOSE GCBControleMouvementsFile
   END-IF.
   OPEN INPUT GCBCompteurMouvementsFile.
   IF WS-CPTMVT-STATUS = "00"
      READ GCBCompteurMouvementsFile
         AT END CONTINUE
         NOT AT END
            IF DateCompteurMvt = DateJour
               MOVE "O" TO WS-DecompteConnu
               MOVE NbCompteurMvt TO WS-NbAttendu
            END-IF
      END-READ
      CLOSE GCBCompteurMouvementsFile
   END-IF.

LIRE-EXTRAIT.
   MOVE SPACES TO WS-NomExtraitJour.
   STRING "GCBMouvementsJour" DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomExtraitJour.
   MOVE 0 TO WS-NbLus.
   MOVE 0 TO WS-TotalLu.
   MOVE "N" TO WS-FinTrouvee.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBMouvementsJourFile.
   IF WS-MVTJ-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBMouvementsJourFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF TypeMvtJour = "T"
               MOVE "O" TO WS-FinTrouvee
               MOVE DateFinMvtJour TO WS-DateFin
               MOVE NbFinMvtJour TO WS-NbFin
               MOVE TotalFinMvtJour TO WS-TotalFin
            ELSE
               ADD 1 TO WS-NbLus
               MOVE ImageHistoMvtJour TO WS-HistoriqueImage
               MOVE WS-MontantImage TO WS-MontantNum
               ADD WS-MontantNum TO WS-TotalLu
            END-IF
      END-READ
   END-PERFORM.
   IF WS-MVTJ-STATUS NOT = "35"
      CLOSE GCBMouvementsJourFile
   END-IF.
