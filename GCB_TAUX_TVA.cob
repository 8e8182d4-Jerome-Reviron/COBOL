IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_TAUX_TVA.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBTauxTVAFile
        FILE STATUS IS WS-TVA-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBTauxTVAFile.txt".
    SELECT GCBTauxTVAJournalFile
        FILE STATUS IS WS-JRN-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBTauxTVAJournalFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBTauxTVAFile.
   COPY TAUXTVA.

   FD GCBTauxTVAJournalFile.
   01 TauxTVAJournalRecord.
      05 DateHeureTVAJournal PIC X(19).
      05 CategorieTVAJournal PIC X(12).
      05 DateEffetTVAJournal PIC 9(8).
      05 TauxTVAJournal PIC 9(2)V99.
      05 OperateurTVAJournal PIC X(8).

WORKING-STORAGE SECTION.
   01 WS-TVA-STATUS PIC 99.
   01 WS-JRN-STATUS PIC 99.
   01 WS-EOF-TVA PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-CategorieSaisie PIC X(12).
   01 WS-DateEffetSaisie PIC 9(8).
   01 WS-TauxSaisi PIC 9(2)V99.
   01 WS-Operateur PIC X(8).
   01 WS-TauxDefautDepart PIC 9(2)V99 VALUE 20.00.
   01 CleTauxTaxe PIC X(20) VALUE "TAUX-TAXE".
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
   01 WS-DateHeureSys.
      05 WS-DateSys PIC 9(8).
      05 WS-HeureSys PIC 9(6).
      05 WS-RestSys PIC X(7).
   01 WS-DateHeureFormatee PIC X(19).

      *> Maintenance de la table des taux de TVA par catégorie
      *> d'article, qui remplace le taux unique TAUX-TAXE du magasin.
      *> Chaque saisie est ajoutée avec sa date d'effet (les anciennes
      *> lignes restent : une vente ou un remboursement se calcule
      *> toujours au taux en vigueur à sa date) et tracée dans
      *> GCBTauxTVAJournalFile, comme la table des taux de change.

PROCEDURE DIVISION.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== TAUX DE TVA PAR CATEGORIE ==="
      DISPLAY "1. Afficher les taux enregistrés"
      DISPLAY "2. Saisir un taux (avec date d'effet)"
      DISPLAY "3. Initialiser la table avec les taux de départ"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1 PERFORM AFFICHER-TAUX-TVA
         WHEN 2 PERFORM SAISIR-TAUX-TVA
         WHEN 3 PERFORM INITIALISER-TABLE-TVA
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-PERFORM.
   STOP RUN.

AFFICHER-TAUX-TVA.
   OPEN INPUT GCBTauxTVAFile.
   IF WS-TVA-STATUS NOT = "00"
      DISPLAY "Aucun taux enregistré (voir l'option 3) : le taux "
          "TAUX-TAXE des paramètres s'applique partout."
   ELSE
      MOVE "N" TO WS-EOF-TVA
      PERFORM UNTIL WS-EOF-TVA = "Y"
         READ GCBTauxTVAFile
            AT END MOVE "Y" TO WS-EOF-TVA
            NOT AT END
               DISPLAY CategorieTVA " effet " DateEffetTVA " : "
                   TauxTVA " %"
         END-READ
      END-PERFORM
      CLOSE GCBTauxTVAFile
   END-IF.

SAISIR-TAUX-TVA.
   DISPLAY "Catégorie d'article (DEFAUT, CLOTURES, ...) : ".
   ACCEPT WS-CategorieSaisie.
   DISPLAY "Date d'effet (AAAAMMJJ) : ".
   ACCEPT WS-DateEffetSaisie.
   DISPLAY "Taux de TVA en % (99V99, 0 = exonéré) : ".
   ACCEPT WS-TauxSaisi.
   DISPLAY "Identifiant de l'opérateur : ".
   ACCEPT WS-Operateur.
   IF WS-CategorieSaisie = SPACES OR WS-DateEffetSaisie = 0
      DISPLAY "Catégorie et date d'effet obligatoires."
   ELSE
      OPEN EXTEND GCBTauxTVAFile
      IF WS-TVA-STATUS = "35"
         OPEN OUTPUT GCBTauxTVAFile
      END-IF
      IF WS-TVA-STATUS NOT = "00"
         DISPLAY "GCB_TAUX_TVA: erreur ouverture, statut "
             WS-TVA-STATUS
      ELSE
         MOVE WS-CategorieSaisie TO CategorieTVA
         MOVE WS-DateEffetSaisie TO DateEffetTVA
         MOVE WS-TauxSaisi TO TauxTVA
         WRITE TauxTVARecord
         CLOSE GCBTauxTVAFile
         PERFORM JOURNALISER-SAISIE-TVA
         DISPLAY "Taux " WS-TauxSaisi " % enregistré pour "
             FUNCTION TRIM(WS-CategorieSaisie) " avec effet au "
             WS-DateEffetSaisie "."
      END-IF
   END-IF.

JOURNALISER-SAISIE-TVA.
   OPEN EXTEND GCBTauxTVAJournalFile.
   IF WS-JRN-STATUS = "35"
      OPEN OUTPUT GCBTauxTVAJournalFile
   END-IF.
   IF WS-JRN-STATUS NOT = "00"
      DISPLAY "GCB_TAUX_TVA: erreur journal, statut " WS-JRN-STATUS
   ELSE
      MOVE FUNCTION CURRENT-DATE TO WS-DateHeureSys
      STRING WS-DateSys(1:4) "-" WS-DateSys(5:2) "-" WS-DateSys(7:2)
          " " WS-HeureSys(1:2) ":" WS-HeureSys(3:2) ":"
          WS-HeureSys(5:2)
          DELIMITED BY SIZE INTO WS-DateHeureFormatee
      MOVE WS-DateHeureFormatee TO DateHeureTVAJournal
      MOVE WS-CategorieSaisie TO CategorieTVAJournal
      MOVE WS-DateEffetSaisie TO DateEffetTVAJournal
      MOVE WS-TauxSaisi TO TauxTVAJournal
      MOVE WS-Operateur TO OperateurTVAJournal
      WRITE TauxTVAJournalRecord
      CLOSE GCBTauxTVAJournalFile
   END-IF.

INITIALISER-TABLE-TVA.
      *> Taux de départ avec une date d'effet à l'origine : DEFAUT
      *> reprend le taux unique TAUX-TAXE en vigueur, les livres et
      *> l'alimentation au taux réduit, les chantiers de clôture au
      *> taux normal.
   OPEN INPUT GCBTauxTVAFile.
   IF WS-TVA-STATUS = "00"
      CLOSE GCBTauxTVAFile
      DISPLAY "La table existe déjà, initialisation refusée."
   ELSE
      CALL 'GCB_PARAMETRE' USING CleTauxTaxe WS-ValeurParam
          WS-ParamTrouve
      IF WS-ParamTrouve = "O"
         MOVE WS-ValeurParam TO WS-TauxDefautDepart
      END-IF
      OPEN OUTPUT GCBTauxTVAFile
      MOVE "DEFAUT" TO CategorieTVA
      MOVE 00000101 TO DateEffetTVA
      MOVE WS-TauxDefautDepart TO TauxTVA
      WRITE TauxTVARecord
      MOVE "LIVRES" TO CategorieTVA
      MOVE 5.50 TO TauxTVA
      WRITE TauxTVARecord
      MOVE "ALIMENTATION" TO CategorieTVA
      MOVE 5.50 TO TauxTVA
      WRITE TauxTVARecord
      MOVE "CLOTURES" TO CategorieTVA
      MOVE 20.00 TO TauxTVA
      WRITE TauxTVARecord
      CLOSE GCBTauxTVAFile
      DISPLAY "Table initialisée : DEFAUT " WS-TauxDefautDepart
          " %, LIVRES et ALIMENTATION 5,50 %, CLOTURES 20,00 %."
   END-IF.
