IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_EMPLOYES.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBEmployesFile
        FILE STATUS IS WS-EMP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBEmployesFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBEmployesFile.
   COPY EMPLOYE.

WORKING-STORAGE SECTION.
   01 WS-EMP-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-DateJour PIC 9(8).

      *> Fichier du personnel chargé en table pour attribuer le
      *> numéro suivant et réécrire une fiche, même procédé que
      *> GCB_CHEQUES_BANQUE.
   01 WS-NbEmployes PIC 9(4) VALUE 0.
   01 IdxEmp PIC 9(4).
   01 WS-FichierTronque PIC X(1) VALUE "N".
   01 TableEmployes.
      05 LigneEmployeTable PIC X(84) OCCURS 500 TIMES.
   01 WS-DernierNumEmploye PIC 9(6) VALUE 0.
   01 WS-NumEmployeSaisi PIC 9(6).
   01 WS-EmployeTrouve PIC X(1).
   01 WS-FicheValide PIC X(1).
   01 WS-UniteSaisie PIC X(8).
   01 WS-BaseSaisie PIC X(1).
   01 WS-MontantAff PIC ZZZZ9.99.

      *> Contrôle du compte de salaire : il doit exister et être
      *> actif dans GCBComptesFile.
   01 WS-CompteSaisi PIC 9(6).
   01 WS-SoldeSalaire PIC S9(5)V99.
   01 WS-StatutSalaire PIC X(1).
   01 WS-PinSalaire PIC 9(4).
   01 WS-DeviseSalaire PIC X(3).
   01 WS-NomSalaire PIC X(30).
   01 WS-JointSalaire PIC X(1).
   01 WS-CotitulaireSalaire PIC X(30).
   01 WS-BeneficiaireSalaire PIC X(30).

      *> Fichier du personnel des quatre activités (banque,
      *> bibliothèque, magasin, équipes de pose) : unité, base de
      *> rémunération, taux de cotisations et compte de salaire tenu
      *> chez nous. La paie mensuelle (GCB_PAIE) et le pointage des
      *> heures (GCB_CHANTIERS) relisent ce fichier ; un salarié
      *> sorti reste au fichier pour l'historique des paies.

PROCEDURE DIVISION.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== FICHIER DU PERSONNEL ==="
      DISPLAY "1. Embaucher un salarié"
      DISPLAY "2. Modifier la rémunération ou le compte de salaire"
      DISPLAY "3. Enregistrer une sortie"
      DISPLAY "4. Lister le personnel"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1 PERFORM EMBAUCHER-EMPLOYE
         WHEN 2 PERFORM MODIFIER-EMPLOYE
         WHEN 3 PERFORM SORTIR-EMPLOYE
         WHEN 4 PERFORM LISTER-EMPLOYES
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-PERFORM.
   STOP RUN.

EMBAUCHER-EMPLOYE.
   PERFORM CHARGER-TABLE-EMPLOYES.
   IF WS-FichierTronque = "O"
      DISPLAY "Fichier du personnel plein (500 fiches) : embauche "
          "refusée."
   ELSE
      INITIALIZE EmployeRecord
      COMPUTE NumEmploye = WS-DernierNumEmploye + 1
      DISPLAY "Nom du salarié : "
      ACCEPT NomEmploye
      DISPLAY "Unité (BANQUE, BIBLIO, MAGASIN, CLOTURES) : "
      ACCEPT WS-UniteSaisie
      MOVE FUNCTION UPPER-CASE(WS-UniteSaisie) TO UniteEmploye
      MOVE WS-DateJour TO DateEntreeEmploye
      MOVE "A" TO StatutEmploye
      PERFORM SAISIR-REMUNERATION
      IF WS-FicheValide = "O"
         ADD 1 TO WS-NbEmployes
         MOVE EmployeRecord TO LigneEmployeTable(WS-NbEmployes)
         PERFORM REECRIRE-TABLE-EMPLOYES
         DISPLAY "Salarié " NumEmploye " enregistré."
      END-IF
   END-IF.

MODIFIER-EMPLOYE.
   PERFORM CHARGER-TABLE-EMPLOYES.
   DISPLAY "Numéro du salarié : ".
   ACCEPT WS-NumEmployeSaisi.
   PERFORM CHERCHER-EMPLOYE.
   IF WS-EmployeTrouve = "N"
      DISPLAY "Salarié inconnu."
   ELSE
   IF StatutEmploye = "S"
      DISPLAY "Salarié sorti : fiche figée."
   ELSE
      DISPLAY "Fiche actuelle : " NomEmploye " " UniteEmploye
          " base " BaseRemuEmploye " compte " CompteSalaireEmploye
      PERFORM SAISIR-REMUNERATION
      IF WS-FicheValide = "O"
         MOVE EmployeRecord TO LigneEmployeTable(IdxEmp)
         PERFORM REECRIRE-TABLE-EMPLOYES
         DISPLAY "Fiche du salarié " NumEmploye " mise à jour."
      END-IF
   END-IF
   END-IF.

SAISIR-REMUNERATION.
      *> Base, taux et compte de salaire, communs à l'embauche et à
      *> la modification ; la fiche n'est retenue que complète.
   MOVE "O" TO WS-FicheValide.
   DISPLAY "Base de rémunération (M = mensuel, H = horaire) : ".
   ACCEPT WS-BaseSaisie.
   MOVE FUNCTION UPPER-CASE(WS-BaseSaisie) TO BaseRemuEmploye.
   MOVE 0 TO SalaireMensuelEmploye.
   MOVE 0 TO TauxHoraireEmploye.
   IF BaseRemuEmploye = "M"
      DISPLAY "Salaire mensuel brut : "
      ACCEPT SalaireMensuelEmploye
   ELSE
   IF BaseRemuEmploye = "H"
      DISPLAY "Taux horaire brut : "
      ACCEPT TauxHoraireEmploye
   ELSE
      DISPLAY "Base de rémunération invalide."
      MOVE "N" TO WS-FicheValide
   END-IF
   END-IF.
   IF WS-FicheValide = "O"
      DISPLAY "Taux de cotisation salariale (% du brut) : "
      ACCEPT TauxCotisSalEmploye
      DISPLAY "Taux de cotisation patronale (% du brut) : "
      ACCEPT TauxCotisPatEmploye
      MOVE 0 TO TauxCommissionEmploye
      IF UniteEmploye = "MAGASIN"
         DISPLAY "Commission sur les ventes du magasin (%, 0 = "
             "aucune) : "
         ACCEPT TauxCommissionEmploye
      END-IF
      DISPLAY "Compte de salaire : "
      ACCEPT WS-CompteSaisi
      MOVE 0 TO WS-SoldeSalaire
      CALL 'GCB_LECTURE' USING WS-CompteSaisi WS-SoldeSalaire
          WS-StatutSalaire WS-PinSalaire WS-DeviseSalaire
          WS-NomSalaire WS-JointSalaire WS-CotitulaireSalaire
          WS-BeneficiaireSalaire
      IF WS-StatutSalaire NOT = "A"
         DISPLAY "Compte de salaire indisponible (statut "
             WS-StatutSalaire ") : fiche non enregistrée."
         MOVE "N" TO WS-FicheValide
      ELSE
         MOVE WS-CompteSaisi TO CompteSalaireEmploye
      END-IF
   END-IF.
   IF WS-FicheValide = "O"
      IF UniteEmploye NOT = "BANQUE" AND UniteEmploye NOT = "BIBLIO"
         AND UniteEmploye NOT = "MAGASIN"
         AND UniteEmploye NOT = "CLOTURES"
         DISPLAY "Unité inconnue : fiche non enregistrée."
         MOVE "N" TO WS-FicheValide
      END-IF
   END-IF.

SORTIR-EMPLOYE.
   PERFORM CHARGER-TABLE-EMPLOYES.
   DISPLAY "Numéro du salarié sortant : ".
   ACCEPT WS-NumEmployeSaisi.
   PERFORM CHERCHER-EMPLOYE.
   IF WS-EmployeTrouve = "N"
      DISPLAY "Salarié inconnu."
   ELSE
      MOVE "S" TO StatutEmploye
      MOVE EmployeRecord TO LigneEmployeTable(IdxEmp)
      PERFORM REECRIRE-TABLE-EMPLOYES
      DISPLAY "Sortie du salarié " NumEmploye " enregistrée : "
          "fiche exclue des prochaines paies."
   END-IF.

LISTER-EMPLOYES.
   PERFORM CHARGER-TABLE-EMPLOYES.
   PERFORM VARYING IdxEmp FROM 1 BY 1 UNTIL IdxEmp > WS-NbEmployes
      MOVE LigneEmployeTable(IdxEmp) TO EmployeRecord
      IF BaseRemuEmploye = "M"
         MOVE SalaireMensuelEmploye TO WS-MontantAff
      ELSE
         MOVE TauxHoraireEmploye TO WS-MontantAff
      END-IF
      DISPLAY NumEmploye " " NomEmploye " " UniteEmploye " "
          BaseRemuEmploye " " WS-MontantAff " compte "
          CompteSalaireEmploye " (" StatutEmploye ")"
   END-PERFORM.
   IF WS-NbEmployes = 0
      DISPLAY "Aucun salarié au fichier."
   END-IF.

CHERCHER-EMPLOYE.
   MOVE "N" TO WS-EmployeTrouve.
   PERFORM VARYING IdxEmp FROM 1 BY 1
       UNTIL IdxEmp > WS-NbEmployes OR WS-EmployeTrouve = "O"
      MOVE LigneEmployeTable(IdxEmp) TO EmployeRecord
      IF NumEmploye = WS-NumEmployeSaisi
         MOVE "O" TO WS-EmployeTrouve
            *> Même recul d'un cran que CHERCHER-CHEQUE-BANQUE :
            *> IdxEmp pointe la fiche trouvée.
         SUBTRACT 1 FROM IdxEmp
      END-IF
   END-PERFORM.

CHARGER-TABLE-EMPLOYES.
   MOVE 0 TO WS-NbEmployes.
   MOVE 0 TO WS-DernierNumEmploye.
   MOVE "N" TO WS-FichierTronque.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBEmployesFile.
   IF WS-EMP-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBEmployesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumEmploye > WS-DernierNumEmploye
               MOVE NumEmploye TO WS-DernierNumEmploye
            END-IF
            IF WS-NbEmployes < 500
               ADD 1 TO WS-NbEmployes
               MOVE EmployeRecord TO LigneEmployeTable(WS-NbEmployes)
            ELSE
               MOVE "O" TO WS-FichierTronque
            END-IF
      END-READ
   END-PERFORM.
   IF WS-EMP-STATUS NOT = "35"
      CLOSE GCBEmployesFile
   END-IF.

REECRIRE-TABLE-EMPLOYES.
   OPEN OUTPUT GCBEmployesFile.
   PERFORM VARYING IdxEmp FROM 1 BY 1 UNTIL IdxEmp > WS-NbEmployes
      MOVE LigneEmployeTable(IdxEmp) TO EmployeRecord
      WRITE EmployeRecord
   END-PERFORM.
   CLOSE GCBEmployesFile.
