IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_TVA_CATEGORIE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBTauxTVAFile
        FILE STATUS IS WS-TVA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBTauxTVAFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBTauxTVAFile.
   COPY TAUXTVA.

WORKING-STORAGE SECTION.
   01 WS-TVA-STATUS PIC 99.
   01 WS-EOF-TVA PIC X VALUE "N".
   01 WS-TauxPropreTrouve PIC X VALUE "N".
   01 WS-DateEffetPropre PIC 9(8).
   01 WS-TauxPropre PIC 9(2)V99.
   01 WS-TauxDefautTrouve PIC X VALUE "N".
   01 WS-DateEffetDefaut PIC 9(8).
   01 WS-TauxDefaut PIC 9(2)V99.
   01 CategorieDefaut PIC X(12) VALUE "DEFAUT".
   01 CleTauxTaxe PIC X(20) VALUE "TAUX-TAXE".
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).

LINKAGE SECTION.
   01 CategorieTVADemandee PIC X(12).
   01 DateTVADemandee PIC 9(8).
   01 TauxTVARetenu PIC 9(2)V99.

      *> Taux de TVA applicable à une catégorie d'article à une date :
      *> la ligne de GCBTauxTVAFile de cette catégorie dont la date
      *> d'effet est la plus récente sans dépasser la date demandée,
      *> à défaut celle de la catégorie DEFAUT, à défaut le taux
      *> unique TAUX-TAXE des paramètres d'exploitation (20 % en
      *> dernier repli). Une catégorie à blanc prend le taux DEFAUT.

PROCEDURE DIVISION USING CategorieTVADemandee DateTVADemandee
    TauxTVARetenu.
   MOVE "N" TO WS-TauxPropreTrouve.
   MOVE "N" TO WS-TauxDefautTrouve.
   MOVE 0 TO WS-DateEffetPropre.
   MOVE 0 TO WS-DateEffetDefaut.
   MOVE "N" TO WS-EOF-TVA.
   OPEN INPUT GCBTauxTVAFile.
   IF WS-TVA-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-TVA
   END-IF.
   PERFORM UNTIL WS-EOF-TVA = "Y"
      READ GCBTauxTVAFile
         AT END MOVE "Y" TO WS-EOF-TVA
         NOT AT END PERFORM EXAMINER-TAUX-TVA
      END-READ
   END-PERFORM.
   IF WS-TVA-STATUS NOT = "35"
      CLOSE GCBTauxTVAFile
   END-IF.
   IF WS-TauxPropreTrouve = "O"
      MOVE WS-TauxPropre TO TauxTVARetenu
   ELSE
   IF WS-TauxDefautTrouve = "O"
      MOVE WS-TauxDefaut TO TauxTVARetenu
   ELSE
      MOVE 20.00 TO TauxTVARetenu
      CALL 'GCB_PARAMETRE' USING CleTauxTaxe WS-ValeurParam
          WS-ParamTrouve
      IF WS-ParamTrouve = "O"
         MOVE WS-ValeurParam TO TauxTVARetenu
      END-IF
   END-IF
   END-IF.
   EXIT PROGRAM.

EXAMINER-TAUX-TVA.
   IF DateEffetTVA <= DateTVADemandee
      IF CategorieTVA = CategorieTVADemandee
         AND CategorieTVADemandee NOT = SPACES
         AND (WS-TauxPropreTrouve = "N"
              OR DateEffetTVA >= WS-DateEffetPropre)
         MOVE "O" TO WS-TauxPropreTrouve
         MOVE DateEffetTVA TO WS-DateEffetPropre
         MOVE TauxTVA TO WS-TauxPropre
      END-IF
      IF CategorieTVA = CategorieDefaut
         AND (WS-TauxDefautTrouve = "N"
              OR DateEffetTVA >= WS-DateEffetDefaut)
         MOVE "O" TO WS-TauxDefautTrouve
         MOVE DateEffetTVA TO WS-DateEffetDefaut
         MOVE TauxTVA TO WS-TauxDefaut
      END-IF
   END-IF.
