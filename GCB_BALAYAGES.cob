IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_BALAYAGES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBBalayagesFile
        FILE STATUS IS WS-BAL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBBalayagesFile.txt".
    SELECT GCBComptesFile
        FILE STATUS IS WS-CPT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NumeroCompte OF ComptesRecord
        ASSIGN TO "GCBComptesFile.dat".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".
    SELECT GCBOperateurSessionFile
        FILE STATUS IS WS-OPSES-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBOperateurSessionFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBBalayagesFile.
   COPY BALAYAGE.

   FD GCBComptesFile.
   COPY COMPTES.

   FD GCBJourFile.
   COPY JOUR.

   FD GCBOperateurSessionFile.
   01 OperateurSessionRecord PIC 9(6).

WORKING-STORAGE SECTION.
   01 WS-BAL-STATUS PIC 99.
   01 WS-CPT-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-OPSES-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 0.
   01 WS-SignonOK PIC X(1) VALUE "N".
   01 WS-OperateurPoste PIC 9(6) VALUE 0.
   01 WS-DateJour PIC 9(8) VALUE 0.

   01 WS-NbBalayages PIC 9(4) VALUE 0.
   01 IdxBalayage PIC 9(4).
   01 WS-BalayagesTronque PIC X(1) VALUE "N".
   01 TableBalayages.
      05 LigneBalayageTable PIC X(66) OCCURS 1000 TIMES.
   01 WS-DernierNumBalayage PIC 9(6) VALUE 0.
   01 WS-NumBalayageSaisi PIC 9(6).
   01 WS-BalayageTrouve PIC X(1).
   01 WS-CompteDejaCouvert PIC X(1).

   01 WS-CompteCourantSaisi PIC 9(6).
   01 WS-CompteEpargneSaisi PIC 9(6).
   01 WS-CibleSaisie PIC 9(7)V99.
   01 WS-PlancherSaisi PIC 9(7)V99.
   01 WS-MinimumSaisi PIC 9(5)V99.
   01 WS-Confirmation PIC X(1).

   01 WS-StatutCourantLu PIC X(1).
   01 WS-ProduitCourantLu PIC X(2).
   01 WS-DeviseCourantLue PIC X(3).
   01 WS-ClientCourantLu PIC 9(6).
   01 WS-NomCourantLu PIC X(30).
   01 WS-CourantTrouve PIC X(1).
   01 WS-StatutEpargneLu PIC X(1).
   01 WS-ProduitEpargneLu PIC X(2).
   01 WS-DeviseEpargneLue PIC X(3).
   01 WS-ClientEpargneLu PIC 9(6).
   01 WS-EpargneTrouve PIC X(1).

   01 WS-CibleAff PIC Z(6)9.99.
   01 WS-PlancherAff PIC Z(6)9.99.
   01 WS-MinimumAff PIC Z(4)9.99.

      *> Conventions de balayage entre le compte courant et le compte
      *> d'épargne "EP" d'un même client : création, révision des
      *> seuils, résiliation et liste. L'exécution a lieu à la
      *> clôture de journée (GCB_BALAYAGE), jamais depuis ce menu.
      *> Un compte courant ne porte qu'une convention active, pour
      *> qu'un même disponible ne soit pas balayé deux fois.

PROCEDURE DIVISION.
   CALL 'GCB_SIGNON' USING WS-SignonOK.
   IF WS-SignonOK NOT = "O"
      DISPLAY "Pas de session opérateur : conventions inaccessibles."
      STOP RUN
   END-IF.
   PERFORM LIRE-OPERATEUR-POSTE.
   PERFORM LIRE-DATE-JOUR.
   DISPLAY "==============================================".
   DISPLAY "BALAYAGE COURANT / EPARGNE - GCB2".
   DISPLAY "==============================================".
   DISPLAY "1. Créer une convention de balayage".
   DISPLAY "2. Réviser les seuils d'une convention".
   DISPLAY "3. Résilier une convention".
   DISPLAY "4. Lister les conventions".
   DISPLAY "0. Quitter".
   ACCEPT ChoixUtilisateur.
   EVALUATE ChoixUtilisateur
      WHEN 1
         PERFORM CREER-CONVENTION
      WHEN 2
         PERFORM REVISER-CONVENTION
      WHEN 3
         PERFORM RESILIER-CONVENTION
      WHEN 4
         PERFORM LISTER-CONVENTIONS
      WHEN OTHER
         DISPLAY "Aucune action effectuée."
   END-EVALUATE.
   STOP RUN.

LIRE-OPERATEUR-POSTE.
   MOVE 0 TO WS-OperateurPoste.
   OPEN INPUT GCBOperateurSessionFile.
   IF WS-OPSES-STATUS = "00"
      READ GCBOperateurSessionFile
         AT END CONTINUE
         NOT AT END
            IF OperateurSessionRecord IS NUMERIC
               MOVE OperateurSessionRecord TO WS-OperateurPoste
            END-IF
      END-READ
      CLOSE GCBOperateurSessionFile
   END-IF.

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

CREER-CONVENTION.
   PERFORM CHARGER-TABLE-BALAYAGES.
   IF WS-BalayagesTronque = "O"
      DISPLAY "Plus de 1000 conventions : purger GCBBalayagesFile "
          "avant d'en créer une nouvelle."
   ELSE
      PERFORM SAISIR-CONVENTION
   END-IF.

SAISIR-CONVENTION.
   DISPLAY "Compte courant à balayer : ".
   ACCEPT WS-CompteCourantSaisi.
   DISPLAY "Compte d'épargne (produit EP) : ".
   ACCEPT WS-CompteEpargneSaisi.
   PERFORM LIRE-COMPTES-CONVENTION.
   PERFORM CONTROLER-COMPTE-COUVERT.
   IF WS-CourantTrouve NOT = "O" OR WS-EpargneTrouve NOT = "O"
      DISPLAY "Compte inconnu : convention non créée."
   ELSE
   IF WS-StatutCourantLu NOT = "A" OR WS-StatutEpargneLu NOT = "A"
      DISPLAY "Les deux comptes doivent être actifs."
   ELSE
   IF WS-ProduitEpargneLu NOT = "EP" OR WS-ProduitCourantLu = "EP"
      DISPLAY "Le premier compte doit être un compte courant et le "
          "second une épargne EP."
   ELSE
   IF WS-ClientCourantLu = 0
      OR WS-ClientCourantLu NOT = WS-ClientEpargneLu
      DISPLAY "Les deux comptes doivent appartenir au même client "
          "(rattachement GCB_CLIENTS)."
   ELSE
   IF WS-DeviseCourantLue NOT = WS-DeviseEpargneLue
      DISPLAY "Les deux comptes doivent être tenus dans la même "
          "devise."
   ELSE
   IF WS-CompteDejaCouvert = "O"
      DISPLAY "Ce compte courant porte déjà une convention active : "
          "la réviser ou la résilier d'abord."
   ELSE
      PERFORM SAISIR-SEUILS
      IF WS-PlancherSaisi > WS-CibleSaisie
         DISPLAY "Le plancher ne peut dépasser le solde cible."
      ELSE
         PERFORM AJOUTER-CONVENTION
      END-IF
   END-IF
   END-IF
   END-IF
   END-IF
   END-IF
   END-IF.

SAISIR-SEUILS.
   DISPLAY "Solde cible du compte courant : ".
   ACCEPT WS-CibleSaisie.
   DISPLAY "Plancher de remontée depuis l'épargne : ".
   ACCEPT WS-PlancherSaisi.
   DISPLAY "Montant minimum d'un virement de balayage : ".
   ACCEPT WS-MinimumSaisi.

AJOUTER-CONVENTION.
   MOVE 0 TO WS-DernierNumBalayage.
   PERFORM VARYING IdxBalayage FROM 1 BY 1
       UNTIL IdxBalayage > WS-NbBalayages
      MOVE LigneBalayageTable(IdxBalayage) TO BalayageRecord
      IF NumBalayage > WS-DernierNumBalayage
         MOVE NumBalayage TO WS-DernierNumBalayage
      END-IF
   END-PERFORM.
   MOVE SPACES TO BalayageRecord.
   COMPUTE NumBalayage = WS-DernierNumBalayage + 1.
   MOVE WS-CompteCourantSaisi TO CompteCourantBalayage.
   MOVE WS-CompteEpargneSaisi TO CompteEpargneBalayage.
   MOVE WS-CibleSaisie TO SoldeCibleBalayage.
   MOVE WS-PlancherSaisi TO PlancherBalayage.
   MOVE WS-MinimumSaisi TO MinimumVirementBalayage.
   MOVE "A" TO StatutBalayage.
   MOVE WS-DateJour TO DateCreationBalayage.
   MOVE WS-OperateurPoste TO OperateurBalayage.
   MOVE 0 TO DateDernierBalayage.
   OPEN EXTEND GCBBalayagesFile.
   IF WS-BAL-STATUS = "35"
      OPEN OUTPUT GCBBalayagesFile
   END-IF.
   IF WS-BAL-STATUS NOT = "00"
      DISPLAY "Erreur GCBBalayagesFile, statut " WS-BAL-STATUS
   ELSE
      WRITE BalayageRecord
      CLOSE GCBBalayagesFile
      DISPLAY "Convention " NumBalayage " créée pour "
          WS-NomCourantLu ", active dès la prochaine clôture."
   END-IF.

REVISER-CONVENTION.
   PERFORM RECHERCHER-CONVENTION.
   IF WS-BalayageTrouve = "O"
      MOVE SoldeCibleBalayage TO WS-CibleAff
      MOVE PlancherBalayage TO WS-PlancherAff
      MOVE MinimumVirementBalayage TO WS-MinimumAff
      DISPLAY "Seuils actuels : cible " WS-CibleAff " plancher "
          WS-PlancherAff " minimum " WS-MinimumAff
      PERFORM SAISIR-SEUILS
      IF WS-PlancherSaisi > WS-CibleSaisie
         DISPLAY "Le plancher ne peut dépasser le solde cible."
      ELSE
         MOVE WS-CibleSaisie TO SoldeCibleBalayage
         MOVE WS-PlancherSaisi TO PlancherBalayage
         MOVE WS-MinimumSaisi TO MinimumVirementBalayage
         MOVE WS-OperateurPoste TO OperateurBalayage
         MOVE BalayageRecord TO LigneBalayageTable(IdxBalayage)
         PERFORM REECRIRE-TABLE-BALAYAGES
         DISPLAY "Convention " WS-NumBalayageSaisi " révisée."
      END-IF
   END-IF.

RESILIER-CONVENTION.
   PERFORM RECHERCHER-CONVENTION.
   IF WS-BalayageTrouve = "O"
      DISPLAY "Résilier la convention " NumBalayage " ("
          CompteCourantBalayage " / " CompteEpargneBalayage
          ") ? (O/N) : "
      ACCEPT WS-Confirmation
      IF WS-Confirmation = "O"
         MOVE "R" TO StatutBalayage
         MOVE WS-OperateurPoste TO OperateurBalayage
         MOVE BalayageRecord TO LigneBalayageTable(IdxBalayage)
         PERFORM REECRIRE-TABLE-BALAYAGES
         DISPLAY "Convention " WS-NumBalayageSaisi " résiliée."
      ELSE
         DISPLAY "Aucune action effectuée."
      END-IF
   END-IF.

RECHERCHER-CONVENTION.
   MOVE "N" TO WS-BalayageTrouve.
   PERFORM CHARGER-TABLE-BALAYAGES.
   IF WS-BalayagesTronque = "O"
      DISPLAY "Plus de 1000 conventions : purger GCBBalayagesFile "
          "avant toute modification."
   ELSE
      DISPLAY "Numéro de convention : "
      ACCEPT WS-NumBalayageSaisi
      PERFORM VARYING IdxBalayage FROM 1 BY 1
          UNTIL IdxBalayage > WS-NbBalayages
          OR WS-BalayageTrouve = "O"
         MOVE LigneBalayageTable(IdxBalayage) TO BalayageRecord
         IF NumBalayage = WS-NumBalayageSaisi
            AND StatutBalayage = "A"
            MOVE "O" TO WS-BalayageTrouve
         END-IF
      END-PERFORM
      IF WS-BalayageTrouve = "O"
            *> La boucle a dépassé d'un cran la convention trouvée.
         SUBTRACT 1 FROM IdxBalayage
      ELSE
         DISPLAY "Convention active introuvable."
      END-IF
   END-IF.

LISTER-CONVENTIONS.
   PERFORM CHARGER-TABLE-BALAYAGES.
   DISPLAY "No     Courant Epargne      Cible   Plancher  Minimum "
       "St Dernier".
   PERFORM VARYING IdxBalayage FROM 1 BY 1
       UNTIL IdxBalayage > WS-NbBalayages
      MOVE LigneBalayageTable(IdxBalayage) TO BalayageRecord
      MOVE SoldeCibleBalayage TO WS-CibleAff
      MOVE PlancherBalayage TO WS-PlancherAff
      MOVE MinimumVirementBalayage TO WS-MinimumAff
      DISPLAY NumBalayage " " CompteCourantBalayage "  "
          CompteEpargneBalayage " " WS-CibleAff " " WS-PlancherAff
          " " WS-MinimumAff " " StatutBalayage "  "
          DateDernierBalayage
   END-PERFORM.
   IF WS-BalayagesTronque = "O"
      DISPLAY "ATTENTION : liste tronquée à 1000 conventions."
   END-IF.
   DISPLAY WS-NbBalayages " convention(s).".

LIRE-COMPTES-CONVENTION.
   MOVE "N" TO WS-CourantTrouve.
   MOVE "N" TO WS-EpargneTrouve.
   OPEN INPUT GCBComptesFile.
   IF WS-CPT-STATUS = "00"
      MOVE WS-CompteCourantSaisi TO NumeroCompte OF ComptesRecord
      READ GCBComptesFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            MOVE "O" TO WS-CourantTrouve
            MOVE StatutCompteFile TO WS-StatutCourantLu
            MOVE CodeProduitFile TO WS-ProduitCourantLu
            MOVE DeviseCompteFile TO WS-DeviseCourantLue
            MOVE NumClientFile TO WS-ClientCourantLu
            MOVE NomTitulaireFile TO WS-NomCourantLu
      END-READ
      MOVE WS-CompteEpargneSaisi TO NumeroCompte OF ComptesRecord
      READ GCBComptesFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            MOVE "O" TO WS-EpargneTrouve
            MOVE StatutCompteFile TO WS-StatutEpargneLu
            MOVE CodeProduitFile TO WS-ProduitEpargneLu
            MOVE DeviseCompteFile TO WS-DeviseEpargneLue
            MOVE NumClientFile TO WS-ClientEpargneLu
      END-READ
      CLOSE GCBComptesFile
   END-IF.

CONTROLER-COMPTE-COUVERT.
   MOVE "N" TO WS-CompteDejaCouvert.
   PERFORM VARYING IdxBalayage FROM 1 BY 1
       UNTIL IdxBalayage > WS-NbBalayages
      MOVE LigneBalayageTable(IdxBalayage) TO BalayageRecord
      IF StatutBalayage = "A"
         AND CompteCourantBalayage = WS-CompteCourantSaisi
         MOVE "O" TO WS-CompteDejaCouvert
      END-IF
   END-PERFORM.

CHARGER-TABLE-BALAYAGES.
   MOVE 0 TO WS-NbBalayages.
   MOVE "N" TO WS-BalayagesTronque.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBBalayagesFile.
   IF WS-BAL-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBBalayagesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbBalayages < 1000
               ADD 1 TO WS-NbBalayages
               MOVE BalayageRecord
                   TO LigneBalayageTable(WS-NbBalayages)
            ELSE
               MOVE "O" TO WS-BalayagesTronque
            END-IF
      END-READ
   END-PERFORM.
   IF WS-BAL-STATUS NOT = "35"
      CLOSE GCBBalayagesFile
   END-IF.

REECRIRE-TABLE-BALAYAGES.
   OPEN OUTPUT GCBBalayagesFile.
   PERFORM VARYING IdxBalayage FROM 1 BY 1
       UNTIL IdxBalayage > WS-NbBalayages
      MOVE LigneBalayageTable(IdxBalayage) TO BalayageRecord
      WRITE BalayageRecord
   END-PERFORM.
   CLOSE GCBBalayagesFile.
