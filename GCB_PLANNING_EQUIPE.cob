IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_PLANNING_EQUIPE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBEquipesFile
        FILE STATUS IS WS-EQP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBEquipesFile.txt".
    SELECT GCBChantiersFile
        FILE STATUS IS WS-CHA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBChantiersFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBEquipesFile.
   COPY EQUIPE.

   FD GCBChantiersFile.
   COPY CHANTIER.

WORKING-STORAGE SECTION.
   01 WS-EQP-STATUS PIC 99.
   01 WS-CHA-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-NbEquipesRegistre PIC 9(3).
   01 WS-EquipeTrouvee PIC X(1).
   01 WS-RythmeRetenu PIC X(7).
   01 WS-EntierCandidat PIC 9(8).
   01 WS-EntierJour PIC 9(8).
   01 WS-DateJourTeste PIC 9(8).
   01 WS-JourSemaine PIC 9(1).
   01 WS-JourOuvre PIC X(1).
   01 WS-JourTravaille PIC X(1).
   01 WS-JoursComptes PIC 9(3).
   01 WS-JoursParcourus PIC 9(4).
   01 WS-DureeRetenue PIC 9(3).
   01 WS-DebutSlot PIC 9(8).
   01 WS-FinSlot PIC 9(8).
   01 WS-FinConflit PIC 9(8).
   01 WS-Essais PIC 9(3).
   01 WS-Conflit PIC X(1).

      *> Chantiers planifiés ou en cours de l'équipe demandée.
   01 WS-NbOccupations PIC 9(3) VALUE 0.
   01 IdxOcc PIC 9(3).
   01 TableOccupations OCCURS 200 TIMES.
      05 NumChantierOcc PIC 9(6).
      05 DebutOcc PIC 9(8).
      05 FinOcc PIC 9(8).

LINKAGE SECTION.
   01 ModePlanning PIC X(1).
      *> "P" = proposer le premier créneau libre à partir de
      *> DateDebutPlanning, "V" = vérifier le créneau qui commence
      *> à DateDebutPlanning, "J" = dire si DateDebutPlanning est un
      *> jour travaillé de l'équipe.
   01 EquipePlanning PIC X(10).
   01 DateDebutPlanning PIC 9(8).
   01 DureePlanning PIC 9(3).
   01 ChantierExcluPlanning PIC 9(6).
   01 DateFinPlanning PIC 9(8).
   01 ResultatPlanning PIC X(1).
      *> "P"/"V" : "N" créneau libre, "O" équipe déjà occupée (le
      *> chantier en cause dans ChantierConflitPlanning).
      *> "J" : "O" jour travaillé, "N" chômé.
      *> Tous modes : "E" équipe inconnue ou suspendue, "X" registre
      *> des équipes encore vide.
   01 ChantierConflitPlanning PIC 9(6).

      *> Capacité des équipes de pose : un chantier occupe son
      *> équipe pendant DureePlanning jours travaillés (rythme de
      *> l'équipe au registre GCBEquipesFile, jours fériés de
      *> GCB_JOUR_OUVRE chômés) à partir du premier jour travaillé
      *> au plus tôt à la date demandée. Deux chantiers planifiés ou
      *> en cours ne peuvent se chevaucher sur la même équipe ; le
      *> chantier en cours de replanification est exclu de la
      *> comparaison. En proposition, le créneau glisse après la fin
      *> de chaque chantier en conflit jusqu'au premier libre.

PROCEDURE DIVISION USING ModePlanning EquipePlanning
    DateDebutPlanning DureePlanning ChantierExcluPlanning
    DateFinPlanning ResultatPlanning ChantierConflitPlanning.
   MOVE 0 TO ChantierConflitPlanning.
   MOVE DateDebutPlanning TO DateFinPlanning.
   PERFORM CHERCHER-EQUIPE.
   IF WS-NbEquipesRegistre = 0
      MOVE "X" TO ResultatPlanning
   ELSE
   IF WS-EquipeTrouvee = "N"
      MOVE "E" TO ResultatPlanning
   ELSE
   IF ModePlanning = "J"
      MOVE DateDebutPlanning TO WS-DateJourTeste
      COMPUTE WS-EntierJour
          = FUNCTION INTEGER-OF-DATE(WS-DateJourTeste)
      PERFORM TESTER-JOUR-TRAVAILLE
      MOVE WS-JourTravaille TO ResultatPlanning
   ELSE
      MOVE DureePlanning TO WS-DureeRetenue
      IF WS-DureeRetenue = 0
         MOVE 1 TO WS-DureeRetenue
      END-IF
      PERFORM CHARGER-OCCUPATIONS
      COMPUTE WS-EntierCandidat
          = FUNCTION INTEGER-OF-DATE(DateDebutPlanning)
      PERFORM CALCULER-CRENEAU
      PERFORM CHERCHER-CONFLIT
      IF ModePlanning = "P"
         MOVE 0 TO WS-Essais
         PERFORM UNTIL WS-Conflit = "N" OR WS-Essais >= 200
            ADD 1 TO WS-Essais
            COMPUTE WS-EntierCandidat
                = FUNCTION INTEGER-OF-DATE(WS-FinConflit) + 1
            PERFORM CALCULER-CRENEAU
            PERFORM CHERCHER-CONFLIT
         END-PERFORM
      END-IF
      MOVE WS-DebutSlot TO DateDebutPlanning
      MOVE WS-FinSlot TO DateFinPlanning
      MOVE WS-Conflit TO ResultatPlanning
   END-IF
   END-IF
   END-IF.
   EXIT PROGRAM.

CHERCHER-EQUIPE.
   MOVE 0 TO WS-NbEquipesRegistre.
   MOVE "N" TO WS-EquipeTrouvee.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBEquipesFile.
   IF WS-EQP-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBEquipesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            ADD 1 TO WS-NbEquipesRegistre
            IF CodeEquipe = EquipePlanning AND StatutEquipe = "A"
               MOVE "O" TO WS-EquipeTrouvee
               MOVE RythmeEquipe TO WS-RythmeRetenu
            END-IF
      END-READ
   END-PERFORM.
   IF WS-EQP-STATUS NOT = "35"
      CLOSE GCBEquipesFile
   END-IF.
   IF WS-RythmeRetenu = SPACES
      MOVE "OOOOONN" TO WS-RythmeRetenu
   END-IF.

CHARGER-OCCUPATIONS.
   MOVE 0 TO WS-NbOccupations.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBChantiersFile.
   IF WS-CHA-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBChantiersFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF EquipeChantier = EquipePlanning
               AND (StatutChantier = "P" OR StatutChantier = "C")
               AND NumChantier NOT = ChantierExcluPlanning
               AND WS-NbOccupations < 200
               ADD 1 TO WS-NbOccupations
               MOVE NumChantier TO NumChantierOcc(WS-NbOccupations)
               MOVE DatePrevueChantier TO DebutOcc(WS-NbOccupations)
               IF DateFinPrevueChantier IS NUMERIC
                  AND DateFinPrevueChantier >= DatePrevueChantier
                  MOVE DateFinPrevueChantier
                      TO FinOcc(WS-NbOccupations)
               ELSE
                  MOVE DatePrevueChantier TO FinOcc(WS-NbOccupations)
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CHA-STATUS NOT = "35"
      CLOSE GCBChantiersFile
   END-IF.

CALCULER-CRENEAU.
      *> Premier jour travaillé au plus tôt au candidat, puis
      *> WS-DureeRetenue jours travaillés en tout.
   MOVE 0 TO WS-JoursComptes.
   MOVE 0 TO WS-JoursParcourus.
   MOVE 0 TO WS-DebutSlot.
   MOVE WS-EntierCandidat TO WS-EntierJour.
   PERFORM UNTIL WS-JoursComptes >= WS-DureeRetenue
       OR WS-JoursParcourus >= 731
      COMPUTE WS-DateJourTeste
          = FUNCTION DATE-OF-INTEGER(WS-EntierJour)
      PERFORM TESTER-JOUR-TRAVAILLE
      IF WS-JourTravaille = "O"
         ADD 1 TO WS-JoursComptes
         IF WS-DebutSlot = 0
            MOVE WS-DateJourTeste TO WS-DebutSlot
         END-IF
         MOVE WS-DateJourTeste TO WS-FinSlot
      END-IF
      ADD 1 TO WS-EntierJour
      ADD 1 TO WS-JoursParcourus
   END-PERFORM.

CHERCHER-CONFLIT.
      *> Chevauchement de dates avec un chantier de l'équipe ; en
      *> cas de plusieurs, la fin la plus tardive fait glisser la
      *> proposition d'un coup.
   MOVE "N" TO WS-Conflit.
   MOVE 0 TO WS-FinConflit.
   PERFORM VARYING IdxOcc FROM 1 BY 1
       UNTIL IdxOcc > WS-NbOccupations
      IF WS-DebutSlot <= FinOcc(IdxOcc)
         AND WS-FinSlot >= DebutOcc(IdxOcc)
         IF WS-Conflit = "N"
            MOVE NumChantierOcc(IdxOcc) TO ChantierConflitPlanning
         END-IF
         MOVE "O" TO WS-Conflit
         IF FinOcc(IdxOcc) > WS-FinConflit
            MOVE FinOcc(IdxOcc) TO WS-FinConflit
         END-IF
      END-IF
   END-PERFORM.

TESTER-JOUR-TRAVAILLE.
      *> Le jour 1 de INTEGER-OF-DATE est un lundi : le reste de la
      *> division par 7 donne le rang dans la semaine (0 = dimanche).
      *> Un jour de semaine doit en plus être ouvré au calendrier ;
      *> le samedi et le dimanche, que GCB_JOUR_OUVRE déclare
      *> toujours chômés, ne dépendent que du rythme de l'équipe.
   COMPUTE WS-JourSemaine = FUNCTION MOD(WS-EntierJour, 7).
   IF WS-JourSemaine = 0
      MOVE 7 TO WS-JourSemaine
   END-IF.
   MOVE "N" TO WS-JourTravaille.
   IF WS-RythmeRetenu(WS-JourSemaine:1) = "O"
      IF WS-JourSemaine >= 6
         MOVE "O" TO WS-JourTravaille
      ELSE
         CALL 'GCB_JOUR_OUVRE' USING WS-DateJourTeste WS-JourOuvre
         MOVE WS-JourOuvre TO WS-JourTravaille
      END-IF
   END-IF.
