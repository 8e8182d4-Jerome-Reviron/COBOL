IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_CODE_BARRE.
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

DATA DIVISION.
FILE SECTION.
   FD GCBExemplairesFile.
   COPY EXEMPLAIRE.

WORKING-STORAGE SECTION.
   01 WS-EXEMP-STATUS PIC 99.
   01 WS-CodeLu PIC 9(10).
   01 WS-CodeDecoupe REDEFINES WS-CodeLu.
      05 WS-TypeCode PIC 9(1).
      05 WS-NumeroCode PIC 9(9).
   01 DebutCartesMembres PIC 9(10) VALUE 2000000000.

LINKAGE SECTION.
   01 CodeSaisi PIC 9(10).
   01 TypeCodeLu PIC X(1).
   01 IdMembreLu PIC 9(6).
   01 TitreExemplaireLu PIC X(30).
   01 NumExemplaireLu PIC 9(3).
   01 StatutExemplaireLu PIC X(1).

      *> Décode une saisie de douchette (ou un numéro tapé) :
      *> - "2" + IdMembre sur neuf chiffres = carte de membre,
      *>   TypeCodeLu "M" et IdMembreLu servi ; un numéro court
      *>   (moins de 2000000000) est pris pour un IdMembre tapé au
      *>   clavier et servi de même ;
      *> - "3" + numéro d'ordre = étiquette d'exemplaire, cherchée
      *>   sur la clé secondaire CodeBarreExemplaire : TypeCodeLu
      *>   "E" avec titre, numéro et statut de la copie, ou "I" si
      *>   aucune copie ne porte ce code ;
      *> - tout autre code : TypeCodeLu "I" (inconnu).

PROCEDURE DIVISION USING CodeSaisi TypeCodeLu IdMembreLu
    TitreExemplaireLu NumExemplaireLu StatutExemplaireLu.
   MOVE "I" TO TypeCodeLu.
   MOVE 0 TO IdMembreLu.
   MOVE SPACES TO TitreExemplaireLu.
   MOVE 0 TO NumExemplaireLu.
   MOVE SPACE TO StatutExemplaireLu.
   MOVE CodeSaisi TO WS-CodeLu.
   IF WS-CodeLu > 0 AND WS-CodeLu < DebutCartesMembres
      IF WS-CodeLu <= 999999
         MOVE "M" TO TypeCodeLu
         MOVE WS-CodeLu TO IdMembreLu
      END-IF
   ELSE
   IF WS-TypeCode = 2
      IF WS-NumeroCode > 0 AND WS-NumeroCode <= 999999
         MOVE "M" TO TypeCodeLu
         MOVE WS-NumeroCode TO IdMembreLu
      END-IF
   ELSE
   IF WS-TypeCode = 3
      PERFORM CHERCHER-EXEMPLAIRE
   END-IF
   END-IF
   END-IF.
   EXIT PROGRAM.

CHERCHER-EXEMPLAIRE.
   OPEN INPUT GCBExemplairesFile.
   IF WS-EXEMP-STATUS = "00"
      MOVE WS-CodeLu TO CodeBarreExemplaire
      READ GCBExemplairesFile KEY IS CodeBarreExemplaire
         INVALID KEY CONTINUE
         NOT INVALID KEY
            MOVE "E" TO TypeCodeLu
            MOVE TitreExemplaire TO TitreExemplaireLu
            MOVE NumExemplaire TO NumExemplaireLu
            MOVE StatutExemplaire TO StatutExemplaireLu
      END-READ
      CLOSE GCBExemplairesFile
   END-IF.
   IF WS-EXEMP-STATUS = "39"
      DISPLAY "Fichier des exemplaires à l'ancien dessin, sans "
          "code-barre : lancer GCB_MIGRATION_EXEMPLAIRES."
   END-IF.
