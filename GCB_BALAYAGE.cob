IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_BALAYAGE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBBalayagesFile
        FILE STATUS IS WS-BAL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBBalayagesFile.txt".
    SELECT EditionBalayageFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEdition.

DATA DIVISION.
FILE SECTION.
   FD GCBBalayagesFile.
   COPY BALAYAGE.

   FD EditionBalayageFile.
   01 LigneEdition PIC X(100).

WORKING-STORAGE SECTION.
   01 WS-BAL-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EOF-BAL PIC X VALUE "N".
   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(100).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-TypeRapportBalayage PIC X(12) VALUE "BALAYAGE".

      *> Conventions chargées en table pour estampiller la date du
      *> passage puis réécrire le fichier, même mécanique que les
      *> ordres permanents dans GCB_JOURNEE.
   01 WS-NbBalayages PIC 9(4) VALUE 0.
   01 IdxBalayage PIC 9(4).
   01 WS-BalayagesTronque PIC X(1) VALUE "N".
   01 TableBalayages.
      05 LigneBalayageTable PIC X(66) OCCURS 1000 TIMES.

   01 WS-NbActives PIC 9(4) VALUE 0.
   01 WS-NbVersEpargne PIC 9(4) VALUE 0.
   01 WS-NbVersCourant PIC 9(4) VALUE 0.
   01 WS-NbSansObjet PIC 9(4) VALUE 0.
   01 WS-NbIgnores PIC 9(4) VALUE 0.
   01 WS-TotalVersEpargne PIC 9(7)V99 VALUE 0.
   01 WS-TotalVersCourant PIC 9(7)V99 VALUE 0.

   01 ActionVirement PIC X(10) VALUE "VIREMENT".
   01 ActionCredit PIC X(10) VALUE "VIR-RECU".

   01 WS-SoldeCourant PIC S9(5)V99.
   01 WS-StatutCourant PIC X(1).
   01 WS-PinCourant PIC 9(4).
   01 WS-DeviseCourant PIC X(3).
   01 WS-NomCourant PIC X(30).
   01 WS-JointCourant PIC X(1).
   01 WS-CotitulaireCourant PIC X(30).
   01 WS-BeneficiaireCourant PIC X(30).
   01 WS-SoldeEpargne PIC S9(5)V99.
   01 WS-StatutEpargne PIC X(1).
   01 WS-PinEpargne PIC 9(4).
   01 WS-DeviseEpargne PIC X(3).
   01 WS-NomEpargne PIC X(30).
   01 WS-JointEpargne PIC X(1).
   01 WS-CotitulaireEpargne PIC X(30).
   01 WS-BeneficiaireEpargne PIC X(30).
   01 WS-SoldeRelu PIC S9(5)V99.
   01 WS-StatutRelu PIC X(1).
   01 WS-PinRelu PIC 9(4).
   01 WS-DeviseRelue PIC X(3).
   01 WS-NomRelu PIC X(30).
   01 WS-JointRelu PIC X(1).
   01 WS-CotitulaireRelu PIC X(30).
   01 WS-BeneficiaireRelu PIC X(30).

   01 WS-CodeProduitEpargne PIC X(2).
   01 WS-TauxProduit PIC 9V9999.
   01 WS-DecouvertProduit PIC X(1).
   01 WS-RetraitsLibres PIC X(1).

   01 WS-TotalBlocages PIC S9(7)V99.
   01 WS-TotalChequesAttente PIC S9(7)V99.
   01 WS-TotalEnveloppes PIC S9(7)V99.
   01 WS-DispoCourant PIC S9(7)V99.
   01 WS-DispoEpargne PIC S9(7)V99.
   01 WS-MontantCalcule PIC S9(7)V99.
   01 WS-MontantBalayage PIC S9(5)V99.
   01 WS-SoldeAttendu PIC S9(5)V99.
   01 WS-MontantAff PIC Z(4)9.99.
   01 WS-SensBalayage PIC X(1).
      *> "E" courant vers épargne, "C" épargne vers courant,
      *> espace = rien à balayer.
   01 WS-MotifIgnore PIC X(40).

LINKAGE SECTION.
   01 DateJour PIC 9(8).

      *> Balayage automatique des soldes, appelé par la clôture de
      *> journée de GCB_JOURNEE une fois toutes les autres écritures
      *> du jour passées (agios compris). Le disponible de chaque
      *> compte s'entend solde moins blocages (GCB_BLOCAGE), chèques
      *> en compensation (GCB_CHEQUES_ATTENTE) et enveloppes
      *> (GCB_ENVELOPPES), comme le plancher des virements de GCB2 :
      *> l'argent réservé n'est jamais balayé. Chaque mouvement passe
      *> en paire VIREMENT / VIR-RECU par GCB_WRITE et figure sur
      *> l'état GCBBalayage<date>.

PROCEDURE DIVISION USING DateJour.
   PERFORM CHARGER-TABLE-BALAYAGES.
   MOVE 0 TO WS-NbActives.
   PERFORM VARYING IdxBalayage FROM 1 BY 1
       UNTIL IdxBalayage > WS-NbBalayages
      MOVE LigneBalayageTable(IdxBalayage) TO BalayageRecord
      IF StatutBalayage = "A"
         ADD 1 TO WS-NbActives
      END-IF
   END-PERFORM.
   IF WS-NbActives = 0
      EXIT PROGRAM
   END-IF.
      *> Fichier plus grand que la table : le réécrire perdrait des
      *> conventions, le balayage attend qu'il soit purgé.
   IF WS-BalayagesTronque = "O"
      DISPLAY "GCB_BALAYAGE: plus de 1000 conventions dans "
          "GCBBalayagesFile, balayage non exécuté."
      EXIT PROGRAM
   END-IF.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBBalayage" DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   MOVE 0 TO WS-NbLignesEditees.
   OPEN OUTPUT EditionBalayageFile.
   IF WS-EDIT-STATUS NOT = "00"
      DISPLAY "GCB_BALAYAGE: erreur " FUNCTION TRIM(WS-NomEdition)
          ", statut " WS-EDIT-STATUS ". Balayage non exécuté."
      EXIT PROGRAM
   END-IF.
   MOVE SPACES TO WS-LigneTravail.
   STRING "BALAYAGE DES SOLDES - CLOTURE DU " DateJour
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE ALL "=" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   PERFORM VARYING IdxBalayage FROM 1 BY 1
       UNTIL IdxBalayage > WS-NbBalayages
      MOVE LigneBalayageTable(IdxBalayage) TO BalayageRecord
      IF StatutBalayage = "A"
         IF DateDernierBalayage = DateJour
               *> Clôture rejouée le même jour : pas de double passage.
            CONTINUE
         ELSE
            PERFORM EXECUTER-UN-BALAYAGE
            MOVE DateJour TO DateDernierBalayage
            MOVE BalayageRecord TO LigneBalayageTable(IdxBalayage)
         END-IF
      END-IF
   END-PERFORM.
   PERFORM REECRIRE-TABLE-BALAYAGES.
   MOVE SPACES TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE WS-TotalVersEpargne TO WS-MontantAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Vers épargne : " WS-NbVersEpargne " virement(s), "
       WS-MontantAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE WS-TotalVersCourant TO WS-MontantAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Vers courant : " WS-NbVersCourant " virement(s), "
       WS-MontantAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Sans objet : " WS-NbSansObjet "   Ignorées : " WS-NbIgnores
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   CLOSE EditionBalayageFile.
   CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportBalayage
       DateJour WS-NbLignesEditees WS-NomEdition.
   DISPLAY "Balayage : " WS-NbVersEpargne " vers épargne, "
       WS-NbVersCourant " vers courant, " WS-NbIgnores
       " ignoré(s) (" FUNCTION TRIM(WS-NomEdition) ").".
   EXIT PROGRAM.

EXECUTER-UN-BALAYAGE.
   MOVE SPACES TO WS-SensBalayage.
   MOVE SPACES TO WS-MotifIgnore.
   MOVE 0 TO WS-MontantBalayage.
   MOVE 0 TO WS-SoldeCourant.
   MOVE 0 TO WS-PinCourant.
   CALL 'GCB_LECTURE' USING CompteCourantBalayage
       WS-SoldeCourant WS-StatutCourant WS-PinCourant
       WS-DeviseCourant WS-NomCourant WS-JointCourant
       WS-CotitulaireCourant WS-BeneficiaireCourant.
   MOVE 0 TO WS-SoldeEpargne.
   MOVE 0 TO WS-PinEpargne.
   CALL 'GCB_LECTURE' USING CompteEpargneBalayage
       WS-SoldeEpargne WS-StatutEpargne WS-PinEpargne
       WS-DeviseEpargne WS-NomEpargne WS-JointEpargne
       WS-CotitulaireEpargne WS-BeneficiaireEpargne.
   CALL 'GCB_PRODUIT' USING CompteEpargneBalayage
       WS-CodeProduitEpargne WS-TauxProduit WS-DecouvertProduit
       WS-RetraitsLibres.
   IF WS-StatutCourant NOT = "A" OR WS-StatutEpargne NOT = "A"
      MOVE "compte indisponible" TO WS-MotifIgnore
   ELSE
   IF WS-DeviseCourant NOT = WS-DeviseEpargne
      MOVE "devises différentes" TO WS-MotifIgnore
   ELSE
   IF WS-CodeProduitEpargne NOT = "EP"
      MOVE "compte d'épargne hors produit EP" TO WS-MotifIgnore
   ELSE
      CALL 'GCB_BLOCAGE' USING CompteCourantBalayage
          WS-TotalBlocages
      CALL 'GCB_CHEQUES_ATTENTE' USING CompteCourantBalayage
          WS-TotalChequesAttente
      CALL 'GCB_ENVELOPPES' USING CompteCourantBalayage
          WS-TotalEnveloppes
      COMPUTE WS-DispoCourant = WS-SoldeCourant - WS-TotalBlocages
          - WS-TotalChequesAttente - WS-TotalEnveloppes
      IF WS-DispoCourant > SoldeCibleBalayage
         MOVE "E" TO WS-SensBalayage
         COMPUTE WS-MontantCalcule
             = WS-DispoCourant - SoldeCibleBalayage
      ELSE
      IF WS-DispoCourant < PlancherBalayage
            *> Remontée jusqu'à la cible, dans la limite du
            *> disponible de l'épargne elle-même.
         MOVE "C" TO WS-SensBalayage
         CALL 'GCB_BLOCAGE' USING CompteEpargneBalayage
             WS-TotalBlocages
         CALL 'GCB_CHEQUES_ATTENTE' USING CompteEpargneBalayage
             WS-TotalChequesAttente
         CALL 'GCB_ENVELOPPES' USING CompteEpargneBalayage
             WS-TotalEnveloppes
         COMPUTE WS-DispoEpargne = WS-SoldeEpargne
             - WS-TotalBlocages - WS-TotalChequesAttente
             - WS-TotalEnveloppes
         COMPUTE WS-MontantCalcule
             = SoldeCibleBalayage - WS-DispoCourant
         IF WS-MontantCalcule > WS-DispoEpargne
            MOVE WS-DispoEpargne TO WS-MontantCalcule
         END-IF
         IF WS-MontantCalcule <= 0
            MOVE "épargne sans disponible" TO WS-MotifIgnore
         END-IF
      END-IF
      END-IF
   END-IF
   END-IF
   END-IF.
   IF WS-MotifIgnore NOT = SPACES
      ADD 1 TO WS-NbIgnores
      MOVE SPACES TO WS-LigneTravail
      STRING "IGNORE " NumBalayage " : " CompteCourantBalayage
          " / " CompteEpargneBalayage " " WS-MotifIgnore
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   ELSE
   IF WS-SensBalayage = SPACES
      ADD 1 TO WS-NbSansObjet
   ELSE
         *> Un virement unitaire ne dépasse pas le format montant de
         *> GCB_WRITE ; le reliquat part à la clôture suivante.
      IF WS-MontantCalcule > 99999.99
         MOVE 99999.99 TO WS-MontantBalayage
      ELSE
         MOVE WS-MontantCalcule TO WS-MontantBalayage
      END-IF
      IF WS-SensBalayage = "E"
         AND WS-SoldeEpargne + WS-MontantBalayage > 99999.99
         COMPUTE WS-MontantBalayage = 99999.99 - WS-SoldeEpargne
      END-IF
      IF WS-MontantBalayage < MinimumVirementBalayage
         ADD 1 TO WS-NbSansObjet
         MOVE WS-MontantBalayage TO WS-MontantAff
         MOVE SPACES TO WS-LigneTravail
         STRING "SOUS MINIMUM " NumBalayage " : "
             CompteCourantBalayage " / " CompteEpargneBalayage
             " montant " WS-MontantAff
             DELIMITED BY SIZE INTO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
      ELSE
         IF WS-SensBalayage = "E"
            PERFORM BALAYER-VERS-EPARGNE
         ELSE
            PERFORM BALAYER-VERS-COURANT
         END-IF
      END-IF
   END-IF
   END-IF.

BALAYER-VERS-EPARGNE.
   COMPUTE WS-SoldeAttendu = WS-SoldeCourant - WS-MontantBalayage.
   MOVE WS-SoldeAttendu TO WS-SoldeCourant.
   CALL 'GCB_WRITE' USING CompteCourantBalayage ActionVirement
       WS-MontantBalayage WS-SoldeCourant WS-PinCourant
       WS-DeviseCourant WS-NomCourant WS-JointCourant
       WS-CotitulaireCourant WS-BeneficiaireCourant WS-StatutCourant.
   PERFORM CONTROLER-DEBIT-COURANT.
   IF WS-MotifIgnore NOT = SPACES
      PERFORM EDITER-DEBIT-REFUSE
   ELSE
      COMPUTE WS-SoldeEpargne = WS-SoldeEpargne + WS-MontantBalayage
      CALL 'GCB_WRITE' USING CompteEpargneBalayage ActionCredit
          WS-MontantBalayage WS-SoldeEpargne WS-PinEpargne
          WS-DeviseEpargne WS-NomEpargne WS-JointEpargne
          WS-CotitulaireEpargne WS-BeneficiaireEpargne
          WS-StatutEpargne
      ADD 1 TO WS-NbVersEpargne
      ADD WS-MontantBalayage TO WS-TotalVersEpargne
      MOVE WS-MontantBalayage TO WS-MontantAff
      MOVE SPACES TO WS-LigneTravail
      STRING "VERS EPARGNE " NumBalayage " : "
          CompteCourantBalayage " -> " CompteEpargneBalayage
          " montant " WS-MontantAff " " WS-DeviseCourant " "
          WS-NomCourant
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.

BALAYER-VERS-COURANT.
   COMPUTE WS-SoldeAttendu = WS-SoldeEpargne - WS-MontantBalayage.
   MOVE WS-SoldeAttendu TO WS-SoldeEpargne.
   CALL 'GCB_WRITE' USING CompteEpargneBalayage ActionVirement
       WS-MontantBalayage WS-SoldeEpargne WS-PinEpargne
       WS-DeviseEpargne WS-NomEpargne WS-JointEpargne
       WS-CotitulaireEpargne WS-BeneficiaireEpargne WS-StatutEpargne.
   PERFORM CONTROLER-DEBIT-EPARGNE.
   IF WS-MotifIgnore NOT = SPACES
      PERFORM EDITER-DEBIT-REFUSE
   ELSE
      COMPUTE WS-SoldeCourant = WS-SoldeCourant + WS-MontantBalayage
      CALL 'GCB_WRITE' USING CompteCourantBalayage ActionCredit
          WS-MontantBalayage WS-SoldeCourant WS-PinCourant
          WS-DeviseCourant WS-NomCourant WS-JointCourant
          WS-CotitulaireCourant WS-BeneficiaireCourant
          WS-StatutCourant
      ADD 1 TO WS-NbVersCourant
      ADD WS-MontantBalayage TO WS-TotalVersCourant
      MOVE WS-MontantBalayage TO WS-MontantAff
      MOVE SPACES TO WS-LigneTravail
      STRING "VERS COURANT " NumBalayage " : "
          CompteEpargneBalayage " -> " CompteCourantBalayage
          " montant " WS-MontantAff " " WS-DeviseCourant " "
          WS-NomCourant
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.

CONTROLER-DEBIT-COURANT.
      *> GCB_WRITE ne rend pas compte d'un refus (période
      *> verrouillée, plafond...) : le solde est relu pour ne
      *> jamais créditer l'autre jambe d'un débit qui n'a pas eu lieu.
   MOVE 0 TO WS-SoldeRelu.
   CALL 'GCB_LECTURE' USING CompteCourantBalayage
       WS-SoldeRelu WS-StatutRelu WS-PinRelu WS-DeviseRelue
       WS-NomRelu WS-JointRelu WS-CotitulaireRelu
       WS-BeneficiaireRelu.
   IF WS-SoldeRelu NOT = WS-SoldeAttendu
      MOVE "débit refusé par la tenue de compte" TO WS-MotifIgnore
   END-IF.

CONTROLER-DEBIT-EPARGNE.
   MOVE 0 TO WS-SoldeRelu.
   CALL 'GCB_LECTURE' USING CompteEpargneBalayage
       WS-SoldeRelu WS-StatutRelu WS-PinRelu WS-DeviseRelue
       WS-NomRelu WS-JointRelu WS-CotitulaireRelu
       WS-BeneficiaireRelu.
   IF WS-SoldeRelu NOT = WS-SoldeAttendu
      MOVE "débit refusé par la tenue de compte" TO WS-MotifIgnore
   END-IF.

EDITER-DEBIT-REFUSE.
   ADD 1 TO WS-NbIgnores.
   MOVE WS-MontantBalayage TO WS-MontantAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "IGNORE " NumBalayage " : " CompteCourantBalayage
       " / " CompteEpargneBalayage " montant " WS-MontantAff " "
       WS-MotifIgnore
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.

CHARGER-TABLE-BALAYAGES.
   MOVE 0 TO WS-NbBalayages.
   MOVE "N" TO WS-BalayagesTronque.
   MOVE "N" TO WS-EOF-BAL.
   OPEN INPUT GCBBalayagesFile.
   IF WS-BAL-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-BAL
   END-IF.
   PERFORM UNTIL WS-EOF-BAL = "Y"
      READ GCBBalayagesFile
         AT END MOVE "Y" TO WS-EOF-BAL
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

ECRIRE-LIGNE-EDITION.
   MOVE WS-LigneTravail TO LigneEdition.
   WRITE LigneEdition.
   ADD 1 TO WS-NbLignesEditees.
