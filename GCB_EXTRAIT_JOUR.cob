IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_EXTRAIT_JOUR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBHistoriqueFile
        FILE STATUS IS WS-HIST-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumSequenceHistorique
        ALTERNATE RECORD KEY IS NumeroCompte OF HistoriqueRecord
            WITH DUPLICATES
        ASSIGN TO "GCBHistoriqueFile.dat".
    SELECT GCBComptesFile
        FILE STATUS IS WS-CPT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NumeroCompte OF ComptesRecord
        ASSIGN TO "GCBComptesFile.dat".
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
   FD GCBHistoriqueFile.
   COPY HISTORIQUE.

   FD GCBComptesFile.
   COPY COMPTES.

   FD GCBCompteurMouvementsFile.
   COPY CPTMVT.

   FD GCBControleMouvementsFile.
   01 ControleMouvementsRecord PIC X(32).

   FD GCBMouvementsJourFile.
   COPY MVTJOUR.

WORKING-STORAGE SECTION.
   01 WS-HIST-STATUS PIC 99.
   01 WS-CPT-STATUS PIC 99.
   01 WS-CPTMVT-STATUS PIC 99.
   01 WS-CTLMVT-STATUS PIC 99.
   01 WS-MVTJ-STATUS PIC 99.
   01 WS-EOF-HIST PIC X VALUE "N".
   01 WS-NomExtraitJour PIC X(44).
   01 WS-ComptesOuvert PIC X(1) VALUE "N".
   01 WS-MontantNum PIC 9(5)V99.

      *> Décompte tenu par GCB_WRITE pour la journée extraite ; zéro
      *> si aucun mouvement n'a été posté à cette date.
   01 WS-CompteurDuJour.
      05 WS-DateCompteur PIC 9(8) VALUE 0.
      05 WS-NbCompteur PIC 9(8) VALUE 0.
      05 WS-PremiereSeqCompteur PIC 9(8) VALUE 0.
      05 WS-DerniereSeqCompteur PIC 9(8) VALUE 0.

      *> Mouvements de la journée, chargés dans l'ordre des numéros
      *> de séquence puis triés par compte. Au-delà de la capacité de
      *> la table, aucun extrait n'est produit : les états retombent
      *> sur l'historique plutôt que de travailler sur une journée
      *> tronquée.
   01 WS-NbMvtJour PIC 9(5) VALUE 0.
   01 WS-MvtTronques PIC X(1) VALUE "N".
   01 IdxMvt PIC 9(5).
   01 JdxMvt PIC 9(5).
   01 TableMvtJour OCCURS 5000 TIMES.
      05 CompteMvtTable PIC 9(6).
      05 LigneMvtTable PIC X(82).
   01 MvtTemp PIC X(88).

   01 WS-TotalExtrait PIC 9(11)V99 VALUE 0.
   01 WS-PremiereSeqExtrait PIC 9(8) VALUE 0.
   01 WS-DerniereSeqExtrait PIC 9(8) VALUE 0.

LINKAGE SECTION.
   01 DateJour PIC 9(8).

      *> Extraction des mouvements du jour, appelée une fois par la
      *> clôture de journée (GCB_JOURNEE) après le report des soldes :
      *> les HistoriqueRecord datés de la journée sont lus à partir du
      *> premier numéro de séquence du jour, enrichis de l'agence, de
      *> la devise, du produit et du client du compte, triés par
      *> compte et écrits dans GCBMouvementsJour<date>.txt avec un
      *> enregistrement de fin de contrôle. Le décompte du jour tenu
      *> par GCB_WRITE est recopié au registre
      *> GCBControleMouvementsFile, contre lequel GCB_EXTRAIT_CONTROLE
      *> vérifie l'extrait pour les états.

PROCEDURE DIVISION USING DateJour.
   PERFORM LIRE-COMPTEUR-JOUR.
   PERFORM CHARGER-MOUVEMENTS-JOUR.
   MOVE SPACES TO WS-NomExtraitJour.
   STRING "GCBMouvementsJour" DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomExtraitJour.
   IF WS-MvtTronques = "O"
         *> Un extrait d'une clôture antérieure de la même date ne
         *> doit pas survivre : le fichier est vidé, sans fin.
      OPEN OUTPUT GCBMouvementsJourFile
      CLOSE GCBMouvementsJourFile
      DISPLAY "GCB_EXTRAIT_JOUR: plus de 5000 mouvements le "
          DateJour " : pas d'extrait, les états liront "
          "l'historique."
   ELSE
      PERFORM TRIER-MOUVEMENTS-JOUR
      PERFORM ECRIRE-EXTRAIT-JOUR
   END-IF.
   PERFORM INSCRIRE-REGISTRE-CONTROLE.
   EXIT PROGRAM.

LIRE-COMPTEUR-JOUR.
   MOVE DateJour TO WS-DateCompteur.
   MOVE 0 TO WS-NbCompteur.
   MOVE 0 TO WS-PremiereSeqCompteur.
   MOVE 0 TO WS-DerniereSeqCompteur.
   OPEN INPUT GCBCompteurMouvementsFile.
   IF WS-CPTMVT-STATUS = "00"
      READ GCBCompteurMouvementsFile
         AT END CONTINUE
         NOT AT END
            IF DateCompteurMvt = DateJour
               MOVE CompteurMouvementsRecord TO WS-CompteurDuJour
            END-IF
      END-READ
      CLOSE GCBCompteurMouvementsFile
   END-IF.

CHARGER-MOUVEMENTS-JOUR.
   MOVE 0 TO WS-NbMvtJour.
   MOVE "N" TO WS-MvtTronques.
   MOVE "N" TO WS-EOF-HIST.
   OPEN INPUT GCBComptesFile.
   IF WS-CPT-STATUS = "00"
      MOVE "O" TO WS-ComptesOuvert
   ELSE
      MOVE "N" TO WS-ComptesOuvert
   END-IF.
   OPEN INPUT GCBHistoriqueFile.
   IF WS-HIST-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-HIST
   ELSE
         *> Le premier numéro du jour évite de relire tout
         *> l'historique ; sans décompte pour la journée, on repart
         *> du début.
      MOVE WS-PremiereSeqCompteur TO NumSequenceHistorique
      START GCBHistoriqueFile KEY IS NOT LESS THAN
          NumSequenceHistorique
         INVALID KEY MOVE "Y" TO WS-EOF-HIST
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF-HIST = "Y"
      READ GCBHistoriqueFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-HIST
         NOT AT END
            IF DateTraitement = DateJour
               PERFORM RETENIR-MOUVEMENT-JOUR
            END-IF
      END-READ
   END-PERFORM.
   IF WS-HIST-STATUS NOT = "35" AND WS-HIST-STATUS NOT = "91"
      CLOSE GCBHistoriqueFile
   END-IF.
   IF WS-ComptesOuvert = "O"
      CLOSE GCBComptesFile
   END-IF.

RETENIR-MOUVEMENT-JOUR.
   IF WS-NbMvtJour >= 5000
      MOVE "O" TO WS-MvtTronques
   ELSE
      ADD 1 TO WS-NbMvtJour
      MOVE SPACES TO MouvementJourRecord
      MOVE "D" TO TypeMvtJour
      MOVE DateJour TO DateMvtJour
      MOVE "001" TO CodeAgenceMvtJour
      MOVE "EUR" TO DeviseMvtJour
      MOVE "CC" TO CodeProduitMvtJour
      MOVE 0 TO NumClientMvtJour
      IF WS-ComptesOuvert = "O"
         MOVE NumeroCompte OF HistoriqueRecord
             TO NumeroCompte OF ComptesRecord
         READ GCBComptesFile
            INVALID KEY CONTINUE
            NOT INVALID KEY
               MOVE CodeAgenceFile TO CodeAgenceMvtJour
               MOVE DeviseCompteFile TO DeviseMvtJour
               MOVE CodeProduitFile TO CodeProduitMvtJour
               MOVE NumClientFile TO NumClientMvtJour
         END-READ
      END-IF
      MOVE HistoriqueRecord TO ImageHistoMvtJour
      MOVE NumeroCompte OF HistoriqueRecord
          TO CompteMvtTable(WS-NbMvtJour)
      MOVE MouvementJourRecord TO LigneMvtTable(WS-NbMvtJour)
   END-IF.

TRIER-MOUVEMENTS-JOUR.
      *> Tri à bulles sur le compte, comme TRIER-CLIENTS dans
      *> GCB_RENTABILITE. Le tri ne permute que des comptes
      *> strictement désordonnés : à compte égal, l'ordre de
      *> chargement (les numéros de séquence) est conservé.
   PERFORM VARYING IdxMvt FROM 1 BY 1
       UNTIL IdxMvt >= WS-NbMvtJour
      PERFORM VARYING JdxMvt FROM 1 BY 1
          UNTIL JdxMvt > WS-NbMvtJour - IdxMvt
         IF CompteMvtTable(JdxMvt) > CompteMvtTable(JdxMvt + 1)
            MOVE TableMvtJour(JdxMvt) TO MvtTemp
            MOVE TableMvtJour(JdxMvt + 1) TO TableMvtJour(JdxMvt)
            MOVE MvtTemp TO TableMvtJour(JdxMvt + 1)
         END-IF
      END-PERFORM
   END-PERFORM.

ECRIRE-EXTRAIT-JOUR.
   MOVE 0 TO WS-TotalExtrait.
   MOVE 0 TO WS-PremiereSeqExtrait.
   MOVE 0 TO WS-DerniereSeqExtrait.
   OPEN OUTPUT GCBMouvementsJourFile.
   IF WS-MVTJ-STATUS NOT = "00"
      DISPLAY "GCB_EXTRAIT_JOUR: erreur "
          FUNCTION TRIM(WS-NomExtraitJour) ", statut " WS-MVTJ-STATUS
   ELSE
      PERFORM VARYING IdxMvt FROM 1 BY 1 UNTIL IdxMvt > WS-NbMvtJour
         MOVE LigneMvtTable(IdxMvt) TO MouvementJourRecord
         MOVE ImageHistoMvtJour TO HistoriqueRecord
         WRITE MouvementJourRecord
         MOVE MontantFile TO WS-MontantNum
         ADD WS-MontantNum TO WS-TotalExtrait
         IF WS-PremiereSeqExtrait = 0
             OR NumSequenceHistorique < WS-PremiereSeqExtrait
            MOVE NumSequenceHistorique TO WS-PremiereSeqExtrait
         END-IF
         IF NumSequenceHistorique > WS-DerniereSeqExtrait
            MOVE NumSequenceHistorique TO WS-DerniereSeqExtrait
         END-IF
      END-PERFORM
      MOVE SPACES TO FinMouvementJourRecord
      MOVE "T" TO TypeFinMvtJour
      MOVE DateJour TO DateFinMvtJour
      MOVE WS-NbMvtJour TO NbFinMvtJour
      MOVE WS-PremiereSeqExtrait TO PremiereSeqFinMvtJour
      MOVE WS-DerniereSeqExtrait TO DerniereSeqFinMvtJour
      MOVE WS-TotalExtrait TO TotalFinMvtJour
      WRITE FinMouvementJourRecord
      CLOSE GCBMouvementsJourFile
      DISPLAY WS-NbMvtJour " mouvement(s) du " DateJour
          " extraits dans " FUNCTION TRIM(WS-NomExtraitJour) "."
      IF WS-NbMvtJour NOT = WS-NbCompteur
         DISPLAY "GCB_EXTRAIT_JOUR: l'historique ne rend que "
             WS-NbMvtJour " mouvement(s) pour " WS-NbCompteur
             " comptés par GCB_WRITE : les états ne se fieront pas "
             "à l'extrait."
      END-IF
   END-IF.

INSCRIRE-REGISTRE-CONTROLE.
      *> Une clôture reprise après interruption réinscrit la même
      *> date : GCB_EXTRAIT_CONTROLE retient la dernière ligne.
   MOVE WS-CompteurDuJour TO ControleMouvementsRecord.
   OPEN EXTEND GCBControleMouvementsFile.
   IF WS-CTLMVT-STATUS = "35"
      OPEN OUTPUT GCBControleMouvementsFile
   END-IF.
   IF WS-CTLMVT-STATUS = "00"
      WRITE ControleMouvementsRecord
      CLOSE GCBControleMouvementsFile
   ELSE
      DISPLAY "GCB_EXTRAIT_JOUR: erreur GCBControleMouvementsFile, "
          "statut " WS-CTLMVT-STATUS
   END-IF.
