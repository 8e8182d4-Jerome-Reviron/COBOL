IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_FILTRAGE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBListeSurveillanceFile
        FILE STATUS IS WS-LISTE-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBListeSurveillanceFile.txt".
    SELECT GCBSurveillanceFile
        FILE STATUS IS WS-SURV-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBSurveillanceFile.txt".
    SELECT GCBSurveillanceSeqFile
        FILE STATUS IS WS-SEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBSurveillanceSeqFile.txt".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBListeSurveillanceFile.
   COPY LISTESURV.

   FD GCBSurveillanceFile.
   COPY SURVCAS.

   FD GCBSurveillanceSeqFile.
   01 SurveillanceSeqRecord PIC 9(6).

   FD GCBJourFile.
   COPY JOUR.

WORKING-STORAGE SECTION.
   01 WS-LISTE-STATUS PIC 99.
   01 WS-SURV-STATUS PIC 99.
   01 WS-SEQ-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-DernierNumCas PIC 9(6) VALUE 0.
   01 WS-NouveauNumCas PIC 9(6) VALUE 0.

      *> Seuil de ressemblance (sur 100) au-delà duquel un nom est
      *> retenu ; servi par GCBParametresFile, la VALUE n'est qu'un
      *> repli.
   01 SeuilFiltrage PIC 9(3) VALUE 85.
   01 CleSeuilFiltrage PIC X(20) VALUE "SEUIL-FILTRAGE".
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).

      *> Liste chargée au premier appel et gardée pour les appels
      *> suivants de la même exécution (passe nocturne), noms et
      *> alias déjà normalisés.
   01 WS-ListeChargee PIC X VALUE "N".
   01 WS-NbEntrees PIC 9(4) VALUE 0.
   01 IdxEntree PIC 9(4).
   01 TableListe OCCURS 3000 TIMES.
      05 NumEntreeTable PIC 9(6).
      05 CategorieTable PIC X(1).
      05 DateNaissanceTable PIC 9(8).
      05 NomsEntreeTable PIC X(30) OCCURS 4 TIMES.
   01 IdxNom PIC 9(1).
   01 IdxAlias PIC 9(1).

      *> Normalisation : majuscules, accents ôtés, tout ce qui n'est
      *> pas une lettre devient un séparateur unique.
   01 WS-NomBrut PIC X(30).
   01 WS-NomNormalise PIC X(30).
   01 WS-Caractere PIC X(1).
   01 IdxCar PIC 9(2).
   01 WS-LongSortie PIC 9(2).
   01 WS-DernierSeparateur PIC 9(2).
   01 WS-NomCandidat PIC X(30).
   01 WS-NomInverse PIC X(30).

      *> Distance d'édition (Levenshtein) entre deux noms normalisés.
   01 WS-ChaineA PIC X(30).
   01 WS-ChaineB PIC X(30).
   01 WS-LongA PIC 9(2).
   01 WS-LongB PIC 9(2).
   01 WS-LongMax PIC 9(2).
   01 IdxA PIC 9(2).
   01 IdxB PIC 9(2).
   01 WS-Cout PIC 9(1).
   01 WS-Minimum PIC 9(2).
   01 TableDistance.
      05 LigneDistance OCCURS 31 TIMES.
         10 CelluleDistance PIC 9(2) OCCURS 31 TIMES.
   01 WS-Score PIC 9(3).
   01 WS-MeilleurScore PIC 9(3).

      *> État du nom pour une entrée : dernier cas connu.
   01 WS-StatutConnu PIC X(1).
   01 WS-CasConnu PIC 9(6).

LINKAGE SECTION.
   01 NomFiltre PIC X(30).
   01 DateNaissanceFiltre PIC 9(8).
   01 TypeObjetFiltre PIC X(1).
   01 NumeroObjetFiltre PIC 9(6).
   01 Retenu PIC X(1).
   01 NumCasFiltre PIC 9(6).

      *> Filtrage d'un nom contre la liste de surveillance (sanctions
      *> et PPE) : ressemblance par distance d'édition sur le nom et
      *> les alias, dans l'ordre saisi et avec le dernier mot remis en
      *> tête ("JEAN DUPONT" / "DUPONT JEAN"). Deux dates de naissance
      *> connues et différentes écartent l'entrée. Une ressemblance
      *> au-delà du seuil ouvre un cas dans GCBSurveillanceFile, la
      *> même file de revue que GCB_SURVEILLANCE, et Retenu vaut "O" :
      *> l'appelant suspend l'opération. Un cas déjà ouvert ou fondé
      *> retient sans en ouvrir un second ; un cas disposé non fondé
      *> laisse passer ce nom pour cette entrée.

PROCEDURE DIVISION USING NomFiltre DateNaissanceFiltre TypeObjetFiltre
    NumeroObjetFiltre Retenu NumCasFiltre.
   MOVE "N" TO Retenu.
   MOVE 0 TO NumCasFiltre.
   IF WS-ListeChargee = "N"
      PERFORM LIRE-DATE-JOUR
      PERFORM CHARGER-SEUIL
      PERFORM CHARGER-LISTE
      MOVE "O" TO WS-ListeChargee
   END-IF.
   IF NomFiltre NOT = SPACES
      MOVE NomFiltre TO WS-NomBrut
      PERFORM NORMALISER-NOM
      MOVE WS-NomNormalise TO WS-NomCandidat
      PERFORM INVERSER-NOM
      PERFORM VARYING IdxEntree FROM 1 BY 1
          UNTIL IdxEntree > WS-NbEntrees OR Retenu = "O"
         PERFORM EVALUER-ENTREE
      END-PERFORM
   END-IF.
   EXIT PROGRAM.

LIRE-DATE-JOUR.
      *> Même repli que OBTENIR-DATE-TRAITEMENT dans GCB_WRITE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   OPEN INPUT GCBJourFile.
   IF WS-JOUR-STATUS = "00"
      READ GCBJourFile
         AT END CONTINUE
         NOT AT END MOVE DateJourFile TO WS-DateJour
      END-READ
      CLOSE GCBJourFile
   END-IF.

CHARGER-SEUIL.
   CALL 'GCB_PARAMETRE' USING CleSeuilFiltrage WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O" AND WS-ValeurParam > 0
      AND WS-ValeurParam <= 100
      MOVE WS-ValeurParam TO SeuilFiltrage
   END-IF.

CHARGER-LISTE.
   MOVE 0 TO WS-NbEntrees.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBListeSurveillanceFile.
   IF WS-LISTE-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBListeSurveillanceFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbEntrees < 3000
               ADD 1 TO WS-NbEntrees
               MOVE NumEntreeListe TO NumEntreeTable(WS-NbEntrees)
               MOVE CategorieListe TO CategorieTable(WS-NbEntrees)
               MOVE DateNaissanceListe
                   TO DateNaissanceTable(WS-NbEntrees)
               MOVE NomListe TO WS-NomBrut
               PERFORM NORMALISER-NOM
               MOVE WS-NomNormalise
                   TO NomsEntreeTable(WS-NbEntrees, 1)
               PERFORM VARYING IdxAlias FROM 1 BY 1
                   UNTIL IdxAlias > 3
                  MOVE AliasListe(IdxAlias) TO WS-NomBrut
                  PERFORM NORMALISER-NOM
                  MOVE WS-NomNormalise
                      TO NomsEntreeTable(WS-NbEntrees, IdxAlias + 1)
               END-PERFORM
            ELSE
               DISPLAY "GCB_FILTRAGE: liste de surveillance au-delà "
                   "de 3000 entrées, fin de liste ignorée."
               MOVE "Y" TO WS-EOF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-LISTE-STATUS NOT = "35"
      CLOSE GCBListeSurveillanceFile
   END-IF.

NORMALISER-NOM.
      *> Les lettres accentuées sont ramenées à leur lettre de base
      *> (le "~" de bourrage tombe avec les autres non-lettres).
   INSPECT WS-NomBrut REPLACING
       ALL "é" BY "E~" ALL "è" BY "E~" ALL "ê" BY "E~"
       ALL "ë" BY "E~" ALL "à" BY "A~" ALL "â" BY "A~"
       ALL "ä" BY "A~" ALL "î" BY "I~" ALL "ï" BY "I~"
       ALL "ô" BY "O~" ALL "ö" BY "O~" ALL "ù" BY "U~"
       ALL "û" BY "U~" ALL "ü" BY "U~" ALL "ç" BY "C~"
       ALL "É" BY "E~" ALL "È" BY "E~" ALL "À" BY "A~"
       ALL "Ç" BY "C~".
   MOVE FUNCTION UPPER-CASE(WS-NomBrut) TO WS-NomBrut.
   MOVE SPACES TO WS-NomNormalise.
   MOVE 0 TO WS-LongSortie.
   PERFORM VARYING IdxCar FROM 1 BY 1 UNTIL IdxCar > 30
      MOVE WS-NomBrut(IdxCar:1) TO WS-Caractere
      IF WS-Caractere >= "A" AND WS-Caractere <= "Z"
         ADD 1 TO WS-LongSortie
         MOVE WS-Caractere TO WS-NomNormalise(WS-LongSortie:1)
      ELSE
      IF WS-Caractere = SPACE OR WS-Caractere = "-"
         OR WS-Caractere = "'"
         IF WS-LongSortie > 0
            IF WS-NomNormalise(WS-LongSortie:1) NOT = SPACE
               ADD 1 TO WS-LongSortie
            END-IF
         END-IF
      END-IF
      END-IF
   END-PERFORM.

INVERSER-NOM.
      *> Dernier mot remis en tête pour les noms saisis dans l'autre
      *> ordre ; un nom d'un seul mot n'a pas de variante.
   MOVE SPACES TO WS-NomInverse.
   MOVE 0 TO WS-DernierSeparateur.
   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NomCandidat)) TO WS-LongA.
   PERFORM VARYING IdxCar FROM 1 BY 1 UNTIL IdxCar > WS-LongA
      IF WS-NomCandidat(IdxCar:1) = SPACE
         MOVE IdxCar TO WS-DernierSeparateur
      END-IF
   END-PERFORM.
   IF WS-DernierSeparateur > 0
      STRING WS-NomCandidat(WS-DernierSeparateur + 1:
                 WS-LongA - WS-DernierSeparateur)
          " " WS-NomCandidat(1:WS-DernierSeparateur - 1)
          DELIMITED BY SIZE INTO WS-NomInverse
   END-IF.

EVALUER-ENTREE.
   MOVE 0 TO WS-MeilleurScore.
   PERFORM VARYING IdxNom FROM 1 BY 1 UNTIL IdxNom > 4
      IF NomsEntreeTable(IdxEntree, IdxNom) NOT = SPACES
         MOVE WS-NomCandidat TO WS-ChaineA
         MOVE NomsEntreeTable(IdxEntree, IdxNom) TO WS-ChaineB
         PERFORM CALCULER-SCORE
         IF WS-NomInverse NOT = SPACES
            MOVE WS-NomInverse TO WS-ChaineA
            PERFORM CALCULER-SCORE
         END-IF
      END-IF
   END-PERFORM.
   IF WS-MeilleurScore >= SeuilFiltrage
      IF DateNaissanceFiltre NOT = 0
         AND DateNaissanceTable(IdxEntree) NOT = 0
         AND DateNaissanceFiltre NOT = DateNaissanceTable(IdxEntree)
         CONTINUE
      ELSE
         PERFORM CHERCHER-CAS-CONNU
         EVALUATE WS-StatutConnu
            WHEN "N"
               CONTINUE
            WHEN "O"
            WHEN "F"
               MOVE "O" TO Retenu
               MOVE WS-CasConnu TO NumCasFiltre
            WHEN OTHER
               PERFORM OUVRIR-CAS-FILTRAGE
         END-EVALUATE
      END-IF
   END-IF.

CALCULER-SCORE.
   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ChaineA)) TO WS-LongA.
   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ChaineB)) TO WS-LongB.
   PERFORM VARYING IdxA FROM 0 BY 1 UNTIL IdxA > WS-LongA
      MOVE IdxA TO CelluleDistance(IdxA + 1, 1)
   END-PERFORM.
   PERFORM VARYING IdxB FROM 0 BY 1 UNTIL IdxB > WS-LongB
      MOVE IdxB TO CelluleDistance(1, IdxB + 1)
   END-PERFORM.
   PERFORM VARYING IdxA FROM 1 BY 1 UNTIL IdxA > WS-LongA
      PERFORM VARYING IdxB FROM 1 BY 1 UNTIL IdxB > WS-LongB
         IF WS-ChaineA(IdxA:1) = WS-ChaineB(IdxB:1)
            MOVE 0 TO WS-Cout
         ELSE
            MOVE 1 TO WS-Cout
         END-IF
         COMPUTE WS-Minimum = CelluleDistance(IdxA, IdxB) + WS-Cout
         IF CelluleDistance(IdxA, IdxB + 1) + 1 < WS-Minimum
            COMPUTE WS-Minimum = CelluleDistance(IdxA, IdxB + 1) + 1
         END-IF
         IF CelluleDistance(IdxA + 1, IdxB) + 1 < WS-Minimum
            COMPUTE WS-Minimum = CelluleDistance(IdxA + 1, IdxB) + 1
         END-IF
         MOVE WS-Minimum TO CelluleDistance(IdxA + 1, IdxB + 1)
      END-PERFORM
   END-PERFORM.
   IF WS-LongA > WS-LongB
      MOVE WS-LongA TO WS-LongMax
   ELSE
      MOVE WS-LongB TO WS-LongMax
   END-IF.
   IF WS-LongMax > 0
      COMPUTE WS-Score = ((WS-LongMax
          - CelluleDistance(WS-LongA + 1, WS-LongB + 1)) * 100)
          / WS-LongMax
      IF WS-Score > WS-MeilleurScore
         MOVE WS-Score TO WS-MeilleurScore
      END-IF
   END-IF.

CHERCHER-CAS-CONNU.
      *> Dernier cas de filtrage pour ce nom et cette entrée, quel que
      *> soit l'objet qui l'a ouvert.
   MOVE SPACE TO WS-StatutConnu.
   MOVE 0 TO WS-CasConnu.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBSurveillanceFile.
   IF WS-SURV-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBSurveillanceFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF TypeObjetSurveillance NOT = SPACE
               AND NomFiltreSurveillance = NomFiltre
               AND NumEntreeListeSurveillance
                   = NumEntreeTable(IdxEntree)
               MOVE StatutCasSurveillance TO WS-StatutConnu
               MOVE NumCasSurveillance TO WS-CasConnu
            END-IF
      END-READ
   END-PERFORM.
   IF WS-SURV-STATUS NOT = "35"
      CLOSE GCBSurveillanceFile
   END-IF.

OUVRIR-CAS-FILTRAGE.
   PERFORM OBTENIR-NUMERO-CAS.
   OPEN EXTEND GCBSurveillanceFile.
   IF WS-SURV-STATUS = "35"
      OPEN OUTPUT GCBSurveillanceFile
   END-IF.
   IF WS-SURV-STATUS NOT = "00"
      DISPLAY "Erreur GCBSurveillanceFile, statut " WS-SURV-STATUS
   ELSE
      MOVE WS-NouveauNumCas TO NumCasSurveillance
      MOVE WS-DateJour TO DateCasSurveillance
      MOVE NumeroObjetFiltre TO NumeroCompteSurveillance
      IF CategorieTable(IdxEntree) = "P"
         MOVE "PE" TO CodeRegleSurveillance
         MOVE "M" TO SeveriteSurveillance
      ELSE
         MOVE "SA" TO CodeRegleSurveillance
         MOVE "H" TO SeveriteSurveillance
      END-IF
      MOVE WS-MeilleurScore TO ValeurRelevee
      MOVE "O" TO StatutCasSurveillance
      MOVE 0 TO DateDispositionSurveillance
      MOVE SPACES TO NoteDispositionSurveillance
      MOVE TypeObjetFiltre TO TypeObjetSurveillance
      MOVE NumEntreeTable(IdxEntree) TO NumEntreeListeSurveillance
      MOVE NomFiltre TO NomFiltreSurveillance
      WRITE SurveillanceRecord
      CLOSE GCBSurveillanceFile
   END-IF.
      *> Même sans cas écrit, l'opération reste retenue.
   MOVE "O" TO Retenu.
   MOVE WS-NouveauNumCas TO NumCasFiltre.
   DISPLAY "Cas de filtrage " WS-NouveauNumCas " ouvert : "
       FUNCTION TRIM(NomFiltre) " ressemble à l'entrée "
       NumEntreeTable(IdxEntree) " de la liste (score "
       WS-MeilleurScore ").".

OBTENIR-NUMERO-CAS.
      *> Même séquence que OBTENIR-NUMERO-CAS de GCB_SURVEILLANCE.
   MOVE 0 TO WS-DernierNumCas.
   OPEN INPUT GCBSurveillanceSeqFile.
   IF WS-SEQ-STATUS = "00"
      READ GCBSurveillanceSeqFile
         AT END CONTINUE
         NOT AT END
            MOVE SurveillanceSeqRecord TO WS-DernierNumCas
      END-READ
      CLOSE GCBSurveillanceSeqFile
   END-IF.
   COMPUTE WS-NouveauNumCas = WS-DernierNumCas + 1.
   MOVE WS-NouveauNumCas TO SurveillanceSeqRecord.
   OPEN OUTPUT GCBSurveillanceSeqFile.
   WRITE SurveillanceSeqRecord.
   CLOSE GCBSurveillanceSeqFile.
