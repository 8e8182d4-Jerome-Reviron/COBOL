IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_LISTES_SURV.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBListeOfficielleFile
        FILE STATUS IS WS-OFF-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBListeOfficielleFile.txt".
    SELECT GCBListeSurveillanceFile
        FILE STATUS IS WS-LISTE-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBListeSurveillanceFile.txt".
    SELECT GCBFiltrageEtatFile
        FILE STATUS IS WS-ETAT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBFiltrageEtatFile.txt".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBListeOfficielleFile.
      *> Même dessin que ListeSurveillanceRecord (LISTESURV).
   01 ListeOfficielleRecord PIC X(145).

   FD GCBListeSurveillanceFile.
   COPY LISTESURV.

   FD GCBFiltrageEtatFile.
   COPY FILTRETAT.

   FD GCBJourFile.
   COPY JOUR.

WORKING-STORAGE SECTION.
   01 WS-OFF-STATUS PIC 99.
   01 WS-LISTE-STATUS PIC 99.
   01 WS-ETAT-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 0.
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-NbChargees PIC 9(6) VALUE 0.
   01 WS-NbRejetees PIC 9(6) VALUE 0.
   01 WS-DernierNumEntree PIC 9(6) VALUE 0.
   01 WS-DateRefiltrageAvant PIC 9(8) VALUE 0.
   01 IdxAlias PIC 9(1).
   01 WS-AutorisationOK PIC X(1).
   01 WS-CodeOperationSup PIC X(1) VALUE "L".
   01 WS-ReferenceSup PIC X(12).

      *> Tenue de la liste de surveillance sanctions et PPE par la
      *> conformité : chargement de la liste officielle (qui remplace
      *> la liste en place), ajout ponctuel d'une entrée, consultation
      *> et refiltrage immédiat. Toute modification de la liste passe
      *> sous visa GCB_AUTORISATION et demande un refiltrage complet
      *> des clients et bénéficiaires, passé par GCB_FILTRAGE_LOT à la
      *> clôture de journée suivante (ou tout de suite par le choix 4).

PROCEDURE DIVISION.
   PERFORM LIRE-DATE-JOUR.
   DISPLAY "==============================================".
   DISPLAY "LISTES DE SURVEILLANCE SANCTIONS / PPE - GCB2".
   DISPLAY "==============================================".
   DISPLAY "1. Charger la liste officielle".
   DISPLAY "2. Ajouter une entrée".
   DISPLAY "3. Consulter la liste".
   DISPLAY "4. Refiltrer clients et bénéficiaires maintenant".
   DISPLAY "0. Quitter".
   ACCEPT ChoixUtilisateur.
   EVALUATE ChoixUtilisateur
      WHEN 1
         PERFORM CHARGER-LISTE-OFFICIELLE
      WHEN 2
         PERFORM AJOUTER-ENTREE
      WHEN 3
         PERFORM CONSULTER-LISTE
      WHEN 4
         PERFORM REFILTRER-MAINTENANT
      WHEN OTHER
         DISPLAY "Aucune action effectuée."
   END-EVALUATE.
   STOP RUN.

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

DEMANDER-VISA.
   MOVE "L" TO WS-CodeOperationSup.
   MOVE SPACES TO WS-ReferenceSup.
   MOVE WS-DateJour TO WS-ReferenceSup(1:8).
   CALL 'GCB_AUTORISATION' USING WS-CodeOperationSup
       WS-ReferenceSup WS-AutorisationOK.

CHARGER-LISTE-OFFICIELLE.
   PERFORM DEMANDER-VISA.
   IF WS-AutorisationOK NOT = "O"
      DISPLAY "Chargement refusé sans visa superviseur."
   ELSE
   OPEN INPUT GCBListeOfficielleFile
   IF WS-OFF-STATUS NOT = "00"
      DISPLAY "Liste officielle GCBListeOfficielleFile absente "
          "(statut " WS-OFF-STATUS ") : liste en place conservée."
   ELSE
      OPEN OUTPUT GCBListeSurveillanceFile
      MOVE 0 TO WS-NbChargees
      MOVE 0 TO WS-NbRejetees
      MOVE 0 TO WS-DernierNumEntree
      MOVE "N" TO WS-EOF
      PERFORM UNTIL WS-EOF = "Y"
         READ GCBListeOfficielleFile
            AT END MOVE "Y" TO WS-EOF
            NOT AT END PERFORM RECOPIER-ENTREE-OFFICIELLE
         END-READ
      END-PERFORM
      CLOSE GCBListeOfficielleFile
      CLOSE GCBListeSurveillanceFile
      PERFORM DEMANDER-REFILTRAGE
      DISPLAY WS-NbChargees " entrée(s) chargée(s), "
          WS-NbRejetees " rejetée(s) (nom absent ou catégorie "
          "inconnue). Refiltrage demandé à la prochaine clôture."
   END-IF
   END-IF.

RECOPIER-ENTREE-OFFICIELLE.
   MOVE ListeOfficielleRecord TO ListeSurveillanceRecord.
   IF NomListe = SPACES
      OR (CategorieListe NOT = "S" AND CategorieListe NOT = "P")
      ADD 1 TO WS-NbRejetees
   ELSE
         *> Une entrée sans numéro de la source en reçoit un à la
         *> suite, le numéro servant de clé aux cas de filtrage.
      IF NumEntreeListe NOT NUMERIC OR NumEntreeListe = 0
         COMPUTE NumEntreeListe = WS-DernierNumEntree + 1
      END-IF
      IF DateNaissanceListe NOT NUMERIC
         MOVE 0 TO DateNaissanceListe
      END-IF
      IF NumEntreeListe > WS-DernierNumEntree
         MOVE NumEntreeListe TO WS-DernierNumEntree
      END-IF
      WRITE ListeSurveillanceRecord
      ADD 1 TO WS-NbChargees
   END-IF.

AJOUTER-ENTREE.
   PERFORM DEMANDER-VISA.
   IF WS-AutorisationOK NOT = "O"
      DISPLAY "Ajout refusé sans visa superviseur."
   ELSE
      PERFORM COMPTER-LISTE
      MOVE SPACES TO ListeSurveillanceRecord
      COMPUTE NumEntreeListe = WS-DernierNumEntree + 1
      DISPLAY "Catégorie (S=sanctions, P=PPE) : "
      ACCEPT CategorieListe
      DISPLAY "Source (ONU, UE, OFAC, DGT...) : "
      ACCEPT SourceListe
      DISPLAY "Nom : "
      ACCEPT NomListe
      PERFORM VARYING IdxAlias FROM 1 BY 1 UNTIL IdxAlias > 3
         DISPLAY "Alias " IdxAlias " (vide si aucun) : "
         ACCEPT AliasListe(IdxAlias)
      END-PERFORM
      DISPLAY "Date de naissance (AAAAMMJJ, 0 si inconnue) : "
      ACCEPT DateNaissanceListe
      IF NomListe = SPACES
         OR (CategorieListe NOT = "S" AND CategorieListe NOT = "P")
         DISPLAY "Entrée refusée : nom et catégorie S/P obligatoires."
      ELSE
         OPEN EXTEND GCBListeSurveillanceFile
         IF WS-LISTE-STATUS = "35"
            OPEN OUTPUT GCBListeSurveillanceFile
         END-IF
         IF WS-LISTE-STATUS NOT = "00"
            DISPLAY "Erreur GCBListeSurveillanceFile, statut "
                WS-LISTE-STATUS
         ELSE
            WRITE ListeSurveillanceRecord
            CLOSE GCBListeSurveillanceFile
            ADD 1 TO WS-NbChargees
            PERFORM DEMANDER-REFILTRAGE
            DISPLAY "Entrée " NumEntreeListe " ajoutée. Refiltrage "
                "demandé à la prochaine clôture."
         END-IF
      END-IF
   END-IF.

COMPTER-LISTE.
   MOVE 0 TO WS-NbChargees.
   MOVE 0 TO WS-DernierNumEntree.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBListeSurveillanceFile.
   IF WS-LISTE-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBListeSurveillanceFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            ADD 1 TO WS-NbChargees
            IF NumEntreeListe > WS-DernierNumEntree
               MOVE NumEntreeListe TO WS-DernierNumEntree
            END-IF
      END-READ
   END-PERFORM.
   IF WS-LISTE-STATUS NOT = "35"
      CLOSE GCBListeSurveillanceFile
   END-IF.

CONSULTER-LISTE.
   MOVE 0 TO WS-NbChargees.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBListeSurveillanceFile.
   IF WS-LISTE-STATUS NOT = "00"
      DISPLAY "Aucune liste de surveillance chargée."
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBListeSurveillanceFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            ADD 1 TO WS-NbChargees
            DISPLAY NumEntreeListe " " CategorieListe " "
                SourceListe " " NomListe " né(e) "
                DateNaissanceListe
            PERFORM VARYING IdxAlias FROM 1 BY 1 UNTIL IdxAlias > 3
               IF AliasListe(IdxAlias) NOT = SPACES
                  DISPLAY "       alias : " AliasListe(IdxAlias)
               END-IF
            END-PERFORM
      END-READ
   END-PERFORM.
   IF WS-LISTE-STATUS NOT = "35"
      CLOSE GCBListeSurveillanceFile
   END-IF.
   PERFORM LIRE-ETAT.
   DISPLAY WS-NbChargees " entrée(s). Liste du " DateListeEtat
       ", dernier refiltrage le " DateRefiltrageEtat
       ", refiltrage en attente : " RefiltragePendantEtat.

LIRE-ETAT.
   MOVE 0 TO DateListeEtat.
   MOVE 0 TO NbEntreesListeEtat.
   MOVE "N" TO RefiltragePendantEtat.
   MOVE 0 TO DateRefiltrageEtat.
   OPEN INPUT GCBFiltrageEtatFile.
   IF WS-ETAT-STATUS = "00"
      READ GCBFiltrageEtatFile
         AT END CONTINUE
      END-READ
      CLOSE GCBFiltrageEtatFile
   END-IF.

DEMANDER-REFILTRAGE.
   PERFORM LIRE-ETAT.
   MOVE DateRefiltrageEtat TO WS-DateRefiltrageAvant.
   PERFORM COMPTER-LISTE.
   MOVE WS-DateJour TO DateListeEtat.
   MOVE WS-NbChargees TO NbEntreesListeEtat.
   MOVE "O" TO RefiltragePendantEtat.
   MOVE WS-DateRefiltrageAvant TO DateRefiltrageEtat.
   OPEN OUTPUT GCBFiltrageEtatFile.
   WRITE FiltrageEtatRecord.
   CLOSE GCBFiltrageEtatFile.

REFILTRER-MAINTENANT.
   PERFORM LIRE-ETAT.
   MOVE "O" TO RefiltragePendantEtat.
   OPEN OUTPUT GCBFiltrageEtatFile.
   WRITE FiltrageEtatRecord.
   CLOSE GCBFiltrageEtatFile.
   CALL 'GCB_FILTRAGE_LOT' USING WS-DateJour.
