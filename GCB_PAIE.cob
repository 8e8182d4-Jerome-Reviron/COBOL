IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_PAIE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBEmployesFile
        FILE STATUS IS WS-EMP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBEmployesFile.txt".
    SELECT GCBPointagesFile
        FILE STATUS IS WS-PTG-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBPointagesFile.txt".
    SELECT ReductionsFile
        FILE STATUS IS WS-VTE-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "ReductionsFile.txt".
    SELECT GCBPaieFile
        FILE STATUS IS WS-PAIE-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBPaieFile.txt".
    SELECT GCBGrandLivreFile
        FILE STATUS IS WS-GL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBGrandLivreFile.txt".
    SELECT GCBPlanComptesFile
        FILE STATUS IS WS-PLAN-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBPlanComptesFile.txt".
    SELECT GCBSequenceFile
        FILE STATUS IS WS-SEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBSequenceFile.txt".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".
    SELECT EditionPaieFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEdition.

DATA DIVISION.
FILE SECTION.
   FD GCBEmployesFile.
   COPY EMPLOYE.

   FD GCBPointagesFile.
   COPY POINTAGE.

   FD ReductionsFile.
   COPY REDJOURNAL.

   FD GCBPaieFile.
   COPY PAIE.

   FD GCBGrandLivreFile.
   COPY GRANDLIVRE.

   FD GCBPlanComptesFile.
   COPY PLANCOMPTES.

   FD GCBSequenceFile.
   01 SequenceRecord PIC 9(8).

   FD GCBJourFile.
   COPY JOUR.

   FD EditionPaieFile.
   01 LigneEdition PIC X(100).

WORKING-STORAGE SECTION.
   01 WS-EMP-STATUS PIC 99.
   01 WS-PTG-STATUS PIC 99.
   01 WS-VTE-STATUS PIC 99.
   01 WS-PAIE-STATUS PIC 99.
   01 WS-GL-STATUS PIC 99.
   01 WS-PLAN-STATUS PIC 99.
   01 WS-SEQ-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 ChoixUtilisateur PIC 9 VALUE 9.
   01 WS-SignonOK PIC X(1) VALUE "N".
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-PeriodeVerrouillee PIC X(1).
   01 WS-Confirmation PIC X(10).

      *> Mois payé : saisi AAAAMM, relu sous forme "AAAA-MM" pour
      *> reconnaître les ventes du magasin (DateHeureJournal).
   01 WS-MoisSaisi PIC 9(6).
   01 WS-MoisDecoupe REDEFINES WS-MoisSaisi.
      05 WS-AnneeMois PIC 9(4).
      05 WS-NumMois PIC 9(2).
   01 WS-MoisVentes PIC X(7).
   01 WS-MoisDejaPaye PIC X(1).
   01 WS-MoisValide PIC X(1).

      *> Salariés actifs du mois, chargés en table avec leurs heures
      *> pointées et le calcul du brut au net.
   01 WS-NbPayes PIC 9(4) VALUE 0.
   01 IdxPaye PIC 9(4).
   01 WS-PersonnelTronque PIC X(1) VALUE "N".
   01 TablePayes OCCURS 500 TIMES.
      05 NumPayeTable PIC 9(6).
      05 NomPayeTable PIC X(30).
      05 UnitePayeTable PIC X(8).
      05 BasePayeTable PIC X(1).
      05 SalairePayeTable PIC 9(5)V99.
      05 TauxHorairePayeTable PIC 9(3)V99.
      05 TauxSalPayeTable PIC 9(2)V99.
      05 TauxPatPayeTable PIC 9(2)V99.
      05 TauxComPayeTable PIC 9(2)V99.
      05 ComptePayeTable PIC 9(6).
      05 HeuresPayeTable PIC 9(3)V99.
      05 BrutPayeTable PIC 9(5)V99.
      05 CommissionPayeTable PIC 9(5)V99.
      05 CotisSalPayeTable PIC 9(5)V99.
      05 CotisPatPayeTable PIC 9(5)V99.
      05 NetPayeTable PIC 9(5)V99.
      05 StatutPayeTable PIC X(1).

      *> Ventes nettes hors taxe du magasin sur le mois (ventes
      *> moins remboursements, hors émission de cartes cadeau),
      *> assiette des commissions des vendeurs.
   01 WS-VentesMagasinMois PIC S9(8)V99 VALUE 0.
   01 WS-TotalBrut PIC 9(8)V99 VALUE 0.
   01 WS-TotalNet PIC 9(8)V99 VALUE 0.
   01 WS-TotalCotisSal PIC 9(8)V99 VALUE 0.
   01 WS-TotalCotisPat PIC 9(8)V99 VALUE 0.

      *> Virement du net sur le compte de salaire, relu après
      *> GCB_WRITE qui refuse sans le dire.
   01 ActionSalaire PIC X(10) VALUE "SALAIRE".
   01 WS-CompteSalaire PIC 9(6).
   01 WS-MontantVirement PIC S9(5)V99.
   01 WS-SoldeSalaire PIC S9(5)V99.
   01 WS-SoldeAttendu PIC S9(5)V99.
   01 WS-SoldeRelu PIC S9(5)V99.
   01 WS-StatutSalaire PIC X(1).
   01 WS-PinSalaire PIC 9(4).
   01 WS-DeviseSalaire PIC X(3).
   01 WS-NomSalaire PIC X(30).
   01 WS-JointSalaire PIC X(1).
   01 WS-CotitulaireSalaire PIC X(30).
   01 WS-BeneficiaireSalaire PIC X(30).
   01 WS-VirementFait PIC X(1).

      *> Charges sociales au grand livre : la part salariale est
      *> une fraction de la rémunération brute (6411), la part
      *> patronale une charge sociale (6451), les deux dues aux
      *> organismes sociaux (4310) ; le net part en 6411 par
      *> GCB_WRITE (action SALAIRE).
   01 CompteGLChargesPersonnel PIC X(4) VALUE "6411".
   01 CompteGLChargesSociales PIC X(4) VALUE "6451".
   01 CompteGLOrganismesSociaux PIC X(4) VALUE "4310".
   01 LibelleCotisationsGL PIC X(10) VALUE "PAIE-COTIS".
   01 WS-CotisSalGL PIC 9(5)V99.
   01 WS-CotisPatGL PIC 9(5)V99.
   01 WS-ComptePlanVoulu PIC X(4).
   01 WS-LibellePlanVoulu PIC X(30).
   01 WS-SensPlanVoulu PIC X(1).
   01 WS-ComptePlanPresent PIC X(1).
   01 WS-DerniereSequence PIC 9(8) VALUE 0.
   01 WS-NouvelleSequence PIC 9(8) VALUE 0.

      *> Registre du mois rechargé pour représenter les virements
      *> refusés et pour l'état des cotisations.
   01 WS-NbLignesRegistre PIC 9(5) VALUE 0.
   01 IdxReg PIC 9(5).
   01 WS-RegistreTronque PIC X(1) VALUE "N".
   01 TableRegistre.
      05 LigneRegistreTable PIC X(75) OCCURS 6000 TIMES.
   01 WS-NbRefusesMois PIC 9(4) VALUE 0.
   01 WS-NbRepresentes PIC 9(4) VALUE 0.

      *> Etat des cotisations à payer, cumulé par unité.
   01 WS-NbUnites PIC 9 VALUE 4.
   01 IdxUnite PIC 9.
   01 TableUnitesValeurs.
      05 FILLER PIC X(8) VALUE "BANQUE".
      05 FILLER PIC X(8) VALUE "BIBLIO".
      05 FILLER PIC X(8) VALUE "MAGASIN".
      05 FILLER PIC X(8) VALUE "CLOTURES".
   01 TableUnites REDEFINES TableUnitesValeurs.
      05 CodeUniteTable PIC X(8) OCCURS 4 TIMES.
   01 TableCumulsUnites OCCURS 4 TIMES.
      05 NbPayesUnite PIC 9(4).
      05 BrutUnite PIC 9(8)V99.
      05 CotisSalUnite PIC 9(8)V99.
      05 CotisPatUnite PIC 9(8)V99.
   01 WS-NbEnAttente PIC 9(4) VALUE 0.
   01 WS-CotisEnAttente PIC 9(8)V99 VALUE 0.
   01 WS-TotalAPayer PIC 9(8)V99 VALUE 0.

   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(100).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-TypeRapportBulletins PIC X(12) VALUE "BULLETINS".
   01 WS-TypeRapportCotisations PIC X(12) VALUE "COTISATIONS".
   01 WS-MontantAff PIC ZZZZZZZ9.99.
   01 WS-MontantAff2 PIC ZZZZZZZ9.99.
   01 WS-MontantAff3 PIC ZZZZZZZ9.99.
   01 WS-TauxAff PIC Z9.99.
   01 WS-HeuresAff PIC ZZ9.99.

      *> Paie mensuelle du personnel des quatre activités : brut
      *> (salaire mensuel, ou heures pointées des poseurs x taux
      *> horaire, plus la commission des vendeurs sur les ventes du
      *> magasin), cotisations salariales et patronales, net viré
      *> sur le compte de salaire par GCB_WRITE. Les bulletins et
      *> l'état des cotisations à payer sont des éditions datées
      *> cataloguées. Un mois présent au registre GCBPaieFile ne se
      *> repasse pas : seuls ses virements refusés se représentent.

PROCEDURE DIVISION.
   CALL 'GCB_SIGNON' USING WS-SignonOK.
   IF WS-SignonOK NOT = "O"
      DISPLAY "Pas de session opérateur : paie inaccessible."
      STOP RUN
   END-IF.
   PERFORM LIRE-DATE-JOUR.
   PERFORM UNTIL ChoixUtilisateur = 0
      DISPLAY " "
      DISPLAY "=== PAIE DU PERSONNEL ==="
      DISPLAY "1. Passer la paie d'un mois"
      DISPLAY "2. Représenter les virements refusés d'un mois"
      DISPLAY "3. Rééditer l'état des cotisations d'un mois"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
      EVALUATE ChoixUtilisateur
         WHEN 1 PERFORM PASSER-PAIE
         WHEN 2 PERFORM REPRESENTER-REFUSES
         WHEN 3 PERFORM REEDITER-COTISATIONS
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   END-PERFORM.
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

SAISIR-MOIS.
   MOVE "O" TO WS-MoisValide.
   DISPLAY "Mois de paie (AAAAMM) : ".
   ACCEPT WS-MoisSaisi.
   IF WS-NumMois < 1 OR WS-NumMois > 12
      DISPLAY "Mois invalide."
      MOVE "N" TO WS-MoisValide
   ELSE
   IF WS-MoisSaisi * 100 > WS-DateJour
      DISPLAY "Mois futur : paie refusée."
      MOVE "N" TO WS-MoisValide
   ELSE
      MOVE SPACES TO WS-MoisVentes
      STRING WS-AnneeMois "-" WS-NumMois
          DELIMITED BY SIZE INTO WS-MoisVentes
   END-IF
   END-IF.

PASSER-PAIE.
   PERFORM SAISIR-MOIS.
   IF WS-MoisValide = "O"
      PERFORM CONTROLER-MOIS-DEJA-PAYE
      CALL 'GCB_PERIODE' USING WS-DateJour WS-PeriodeVerrouillee
      IF WS-MoisDejaPaye = "O"
         DISPLAY "La paie de " WS-MoisSaisi " est déjà passée : "
             "seuls ses virements refusés peuvent être représentés "
             "(option 2)."
      ELSE
      IF WS-PeriodeVerrouillee = "O"
         DISPLAY "La journée comptable " WS-DateJour " tombe dans "
             "un mois clôturé : paie refusée."
      ELSE
         PERFORM CALCULER-PAIE
      END-IF
      END-IF
   END-IF.

CONTROLER-MOIS-DEJA-PAYE.
   MOVE "N" TO WS-MoisDejaPaye.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBPaieFile.
   IF WS-PAIE-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBPaieFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF MoisPaie = WS-MoisSaisi
               MOVE "O" TO WS-MoisDejaPaye
               MOVE "Y" TO WS-EOF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PAIE-STATUS NOT = "35"
      CLOSE GCBPaieFile
   END-IF.

CALCULER-PAIE.
   PERFORM CHARGER-PERSONNEL-ACTIF.
   IF WS-NbPayes = 0
      DISPLAY "Aucun salarié actif au fichier du personnel."
   ELSE
   IF WS-PersonnelTronque = "O"
      DISPLAY "Plus de 500 salariés actifs : paie refusée, le "
          "personnel serait payé en partie."
   ELSE
      PERFORM CUMULER-HEURES-POINTEES
      PERFORM CUMULER-VENTES-MAGASIN
      MOVE 0 TO WS-TotalBrut
      MOVE 0 TO WS-TotalNet
      MOVE 0 TO WS-TotalCotisSal
      MOVE 0 TO WS-TotalCotisPat
      PERFORM VARYING IdxPaye FROM 1 BY 1 UNTIL IdxPaye > WS-NbPayes
         PERFORM CALCULER-BRUT-AU-NET
      END-PERFORM
      MOVE WS-TotalBrut TO WS-MontantAff
      MOVE WS-TotalNet TO WS-MontantAff2
      DISPLAY "Paie de " WS-MoisSaisi " : " WS-NbPayes
          " salarié(s), brut " WS-MontantAff ", net " WS-MontantAff2
      COMPUTE WS-TotalAPayer = WS-TotalCotisSal + WS-TotalCotisPat
      MOVE WS-TotalAPayer TO WS-MontantAff
      DISPLAY "Cotisations à payer : " WS-MontantAff
      DISPLAY "Taper PAYER pour virer les salaires : "
      ACCEPT WS-Confirmation
      IF WS-Confirmation NOT = "PAYER"
         DISPLAY "Paie abandonnée : rien n'a été viré."
      ELSE
         PERFORM AJOUTER-COMPTES-PAIE-AU-PLAN
         PERFORM VARYING IdxPaye FROM 1 BY 1
             UNTIL IdxPaye > WS-NbPayes
            IF BrutPayeTable(IdxPaye) > 0
               PERFORM VIRER-SALAIRE
               PERFORM ENREGISTRER-PAIE
            END-IF
         END-PERFORM
         PERFORM EDITER-BULLETINS
         PERFORM EDITER-COTISATIONS
      END-IF
   END-IF
   END-IF.

CHARGER-PERSONNEL-ACTIF.
   MOVE 0 TO WS-NbPayes.
   MOVE "N" TO WS-PersonnelTronque.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBEmployesFile.
   IF WS-EMP-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBEmployesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF StatutEmploye = "A"
               IF WS-NbPayes < 500
                  ADD 1 TO WS-NbPayes
                  PERFORM RANGER-SALARIE
               ELSE
                  MOVE "O" TO WS-PersonnelTronque
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-EMP-STATUS NOT = "35"
      CLOSE GCBEmployesFile
   END-IF.

RANGER-SALARIE.
   MOVE NumEmploye TO NumPayeTable(WS-NbPayes).
   MOVE NomEmploye TO NomPayeTable(WS-NbPayes).
   MOVE UniteEmploye TO UnitePayeTable(WS-NbPayes).
   MOVE BaseRemuEmploye TO BasePayeTable(WS-NbPayes).
   MOVE SalaireMensuelEmploye TO SalairePayeTable(WS-NbPayes).
   MOVE TauxHoraireEmploye TO TauxHorairePayeTable(WS-NbPayes).
   MOVE TauxCotisSalEmploye TO TauxSalPayeTable(WS-NbPayes).
   MOVE TauxCotisPatEmploye TO TauxPatPayeTable(WS-NbPayes).
   MOVE TauxCommissionEmploye TO TauxComPayeTable(WS-NbPayes).
   MOVE CompteSalaireEmploye TO ComptePayeTable(WS-NbPayes).
   MOVE 0 TO HeuresPayeTable(WS-NbPayes).
   MOVE 0 TO BrutPayeTable(WS-NbPayes).
   MOVE 0 TO CommissionPayeTable(WS-NbPayes).
   MOVE 0 TO CotisSalPayeTable(WS-NbPayes).
   MOVE 0 TO CotisPatPayeTable(WS-NbPayes).
   MOVE 0 TO NetPayeTable(WS-NbPayes).
   MOVE SPACE TO StatutPayeTable(WS-NbPayes).

CUMULER-HEURES-POINTEES.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBPointagesFile.
   IF WS-PTG-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBPointagesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF DatePointage > WS-MoisSaisi * 100
               AND DatePointage < WS-MoisSaisi * 100 + 32
               PERFORM VARYING IdxPaye FROM 1 BY 1
                   UNTIL IdxPaye > WS-NbPayes
                  IF NumPayeTable(IdxPaye) = NumEmployePointage
                     ADD HeuresPointage TO HeuresPayeTable(IdxPaye)
                  END-IF
               END-PERFORM
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PTG-STATUS NOT = "35"
      CLOSE GCBPointagesFile
   END-IF.

CUMULER-VENTES-MAGASIN.
      *> Même lecture du journal des ventes que le rapport Z
      *> (CalculRapportZ) : une ligne REMBOURS se retranche. Les
      *> acomptes de commandes spéciales, comme les cartes cadeaux,
      *> ne sont pas des ventes (la vente est comptée au retrait),
      *> pas plus que le rendu d'un acompte.
   MOVE 0 TO WS-VentesMagasinMois.
   MOVE "N" TO WS-EOF.
   OPEN INPUT ReductionsFile.
   IF WS-VTE-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ ReductionsFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF DateHeureJournal(1:7) = WS-MoisVentes
               IF TypeJournal = "REMBOURS"
                  AND RaisonJournal(1:7) NOT = "ACOMPTE"
                  COMPUTE WS-VentesMagasinMois = WS-VentesMagasinMois
                      - (MontantAchatJournal - ReductionJournal)
               ELSE
               IF TypeJournal = "REMBOURS"
                  CONTINUE
               ELSE
               IF TypeJournal NOT = "CARTEKDO"
                  AND TypeJournal NOT = "ACOMPTE"
                  COMPUTE WS-VentesMagasinMois = WS-VentesMagasinMois
                      + (MontantAchatJournal - ReductionJournal)
               END-IF
               END-IF
               END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-VTE-STATUS NOT = "35"
      CLOSE ReductionsFile
   END-IF.
   IF WS-VentesMagasinMois < 0
      MOVE 0 TO WS-VentesMagasinMois
   END-IF.

CALCULER-BRUT-AU-NET.
   IF BasePayeTable(IdxPaye) = "H"
      COMPUTE BrutPayeTable(IdxPaye) ROUNDED
          = HeuresPayeTable(IdxPaye) * TauxHorairePayeTable(IdxPaye)
   ELSE
      MOVE SalairePayeTable(IdxPaye) TO BrutPayeTable(IdxPaye)
   END-IF.
   IF TauxComPayeTable(IdxPaye) > 0
      COMPUTE CommissionPayeTable(IdxPaye) ROUNDED
          = WS-VentesMagasinMois * TauxComPayeTable(IdxPaye) / 100
      ADD CommissionPayeTable(IdxPaye) TO BrutPayeTable(IdxPaye)
   END-IF.
   COMPUTE CotisSalPayeTable(IdxPaye) ROUNDED
       = BrutPayeTable(IdxPaye) * TauxSalPayeTable(IdxPaye) / 100.
   COMPUTE CotisPatPayeTable(IdxPaye) ROUNDED
       = BrutPayeTable(IdxPaye) * TauxPatPayeTable(IdxPaye) / 100.
   COMPUTE NetPayeTable(IdxPaye)
       = BrutPayeTable(IdxPaye) - CotisSalPayeTable(IdxPaye).
   ADD BrutPayeTable(IdxPaye) TO WS-TotalBrut.
   ADD NetPayeTable(IdxPaye) TO WS-TotalNet.
   ADD CotisSalPayeTable(IdxPaye) TO WS-TotalCotisSal.
   ADD CotisPatPayeTable(IdxPaye) TO WS-TotalCotisPat.

VIRER-SALAIRE.
   MOVE ComptePayeTable(IdxPaye) TO WS-CompteSalaire.
   MOVE NetPayeTable(IdxPaye) TO WS-MontantVirement.
   PERFORM POSTER-VIREMENT-SALAIRE.
   IF WS-VirementFait = "O"
      MOVE "V" TO StatutPayeTable(IdxPaye)
      MOVE CotisSalPayeTable(IdxPaye) TO WS-CotisSalGL
      MOVE CotisPatPayeTable(IdxPaye) TO WS-CotisPatGL
      PERFORM ECRIRE-COTISATIONS-GL
   ELSE
      MOVE "R" TO StatutPayeTable(IdxPaye)
      DISPLAY "Virement refusé pour le salarié "
          NumPayeTable(IdxPaye) " sur le compte " WS-CompteSalaire
          " : à représenter (option 2)."
   END-IF.

POSTER-VIREMENT-SALAIRE.
      *> Crédit du net par GCB_WRITE ; le solde relu doit porter le
      *> virement, sinon le salaire reste à représenter.
   MOVE "N" TO WS-VirementFait.
   MOVE 0 TO WS-SoldeSalaire.
   CALL 'GCB_LECTURE' USING WS-CompteSalaire WS-SoldeSalaire
       WS-StatutSalaire WS-PinSalaire WS-DeviseSalaire
       WS-NomSalaire WS-JointSalaire WS-CotitulaireSalaire
       WS-BeneficiaireSalaire.
   IF WS-StatutSalaire = "A"
      COMPUTE WS-SoldeAttendu = WS-SoldeSalaire + WS-MontantVirement
      MOVE WS-SoldeAttendu TO WS-SoldeSalaire
      CALL 'GCB_WRITE' USING WS-CompteSalaire ActionSalaire
          WS-MontantVirement WS-SoldeSalaire WS-PinSalaire
          WS-DeviseSalaire WS-NomSalaire WS-JointSalaire
          WS-CotitulaireSalaire WS-BeneficiaireSalaire
          WS-StatutSalaire
      MOVE 0 TO WS-SoldeRelu
      CALL 'GCB_LECTURE' USING WS-CompteSalaire WS-SoldeRelu
          WS-StatutSalaire WS-PinSalaire WS-DeviseSalaire
          WS-NomSalaire WS-JointSalaire WS-CotitulaireSalaire
          WS-BeneficiaireSalaire
      IF WS-SoldeRelu = WS-SoldeAttendu
         MOVE "O" TO WS-VirementFait
      END-IF
   END-IF.

ENREGISTRER-PAIE.
      *> Chaque salarié payé est inscrit au registre aussitôt viré :
      *> une paie interrompue ne peut pas être repassée en entier.
   OPEN EXTEND GCBPaieFile.
   IF WS-PAIE-STATUS = "35"
      OPEN OUTPUT GCBPaieFile
   END-IF.
   IF WS-PAIE-STATUS NOT = "00"
      DISPLAY "Erreur GCBPaieFile, statut " WS-PAIE-STATUS
   ELSE
      MOVE WS-MoisSaisi TO MoisPaie
      MOVE NumPayeTable(IdxPaye) TO NumEmployePaie
      MOVE UnitePayeTable(IdxPaye) TO UnitePaie
      MOVE HeuresPayeTable(IdxPaye) TO HeuresPaie
      MOVE BrutPayeTable(IdxPaye) TO BrutPaie
      MOVE CommissionPayeTable(IdxPaye) TO CommissionPaie
      MOVE CotisSalPayeTable(IdxPaye) TO CotisSalPaie
      MOVE CotisPatPayeTable(IdxPaye) TO CotisPatPaie
      MOVE NetPayeTable(IdxPaye) TO NetPaie
      MOVE ComptePayeTable(IdxPaye) TO ComptePaie
      MOVE StatutPayeTable(IdxPaye) TO StatutPaie
      MOVE 0 TO DateVirementPaie
      IF StatutPaie = "V"
         MOVE WS-DateJour TO DateVirementPaie
      END-IF
      WRITE PaieRecord
      CLOSE GCBPaieFile
   END-IF.

ECRIRE-COTISATIONS-GL.
      *> Deux paires équilibrées sous un même numéro d'origine, comme
      *> le paiement d'un chèque de banque dans GCB_CHEQUES_BANQUE.
   PERFORM OBTENIR-PROCHAINE-SEQUENCE.
   OPEN EXTEND GCBGrandLivreFile.
   IF WS-GL-STATUS = "35"
      OPEN OUTPUT GCBGrandLivreFile
   END-IF.
   IF WS-GL-STATUS NOT = "00"
      DISPLAY "Erreur GCBGrandLivreFile, statut " WS-GL-STATUS
          " : cotisations non comptabilisées."
   ELSE
      MOVE WS-NouvelleSequence TO NumSequenceOrigineGL
      MOVE WS-DateJour TO DateEcritureGL
      MOVE LibelleCotisationsGL TO LibelleGL
      IF WS-CotisSalGL > 0
         MOVE WS-CotisSalGL TO MontantGL
         MOVE CompteGLChargesPersonnel TO CompteGeneralGL
         MOVE "D" TO SensGL
         WRITE GrandLivreRecord
         MOVE CompteGLOrganismesSociaux TO CompteGeneralGL
         MOVE "C" TO SensGL
         WRITE GrandLivreRecord
      END-IF
      IF WS-CotisPatGL > 0
         MOVE WS-CotisPatGL TO MontantGL
         MOVE CompteGLChargesSociales TO CompteGeneralGL
         MOVE "D" TO SensGL
         WRITE GrandLivreRecord
         MOVE CompteGLOrganismesSociaux TO CompteGeneralGL
         MOVE "C" TO SensGL
         WRITE GrandLivreRecord
      END-IF
      CLOSE GCBGrandLivreFile
   END-IF.

REPRESENTER-REFUSES.
   PERFORM SAISIR-MOIS.
   IF WS-MoisValide = "O"
      CALL 'GCB_PERIODE' USING WS-DateJour WS-PeriodeVerrouillee
      IF WS-PeriodeVerrouillee = "O"
         DISPLAY "La journée comptable " WS-DateJour " tombe dans "
             "un mois clôturé : représentation refusée."
      ELSE
         PERFORM CHARGER-TABLE-REGISTRE
         IF WS-RegistreTronque = "O"
            DISPLAY "Registre des paies trop volumineux : "
                "représentation refusée."
         ELSE
            PERFORM AJOUTER-COMPTES-PAIE-AU-PLAN
            MOVE 0 TO WS-NbRefusesMois
            MOVE 0 TO WS-NbRepresentes
            PERFORM VARYING IdxReg FROM 1 BY 1
                UNTIL IdxReg > WS-NbLignesRegistre
               MOVE LigneRegistreTable(IdxReg) TO PaieRecord
               IF MoisPaie = WS-MoisSaisi AND StatutPaie = "R"
                  PERFORM REPRESENTER-UN-VIREMENT
               END-IF
            END-PERFORM
            IF WS-NbRepresentes > 0
               PERFORM REECRIRE-TABLE-REGISTRE
            END-IF
            DISPLAY WS-NbRepresentes " virement(s) passé(s) sur "
                WS-NbRefusesMois " refusé(s) pour " WS-MoisSaisi "."
         END-IF
      END-IF
   END-IF.

REPRESENTER-UN-VIREMENT.
   ADD 1 TO WS-NbRefusesMois.
      *> Le compte de salaire a pu être corrigé depuis au fichier du
      *> personnel : c'est le compte courant de la fiche qui est
      *> crédité.
   MOVE ComptePaie TO WS-CompteSalaire.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBEmployesFile.
   IF WS-EMP-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBEmployesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF NumEmploye = NumEmployePaie
               MOVE CompteSalaireEmploye TO WS-CompteSalaire
               MOVE "Y" TO WS-EOF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-EMP-STATUS NOT = "35"
      CLOSE GCBEmployesFile
   END-IF.
   MOVE LigneRegistreTable(IdxReg) TO PaieRecord.
   MOVE NetPaie TO WS-MontantVirement.
   PERFORM POSTER-VIREMENT-SALAIRE.
   IF WS-VirementFait = "O"
      ADD 1 TO WS-NbRepresentes
      MOVE "V" TO StatutPaie
      MOVE WS-CompteSalaire TO ComptePaie
      MOVE WS-DateJour TO DateVirementPaie
      MOVE PaieRecord TO LigneRegistreTable(IdxReg)
      MOVE CotisSalPaie TO WS-CotisSalGL
      MOVE CotisPatPaie TO WS-CotisPatGL
      PERFORM ECRIRE-COTISATIONS-GL
   ELSE
      DISPLAY "Virement toujours refusé pour le salarié "
          NumEmployePaie " sur le compte " WS-CompteSalaire "."
   END-IF.

CHARGER-TABLE-REGISTRE.
   MOVE 0 TO WS-NbLignesRegistre.
   MOVE "N" TO WS-RegistreTronque.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBPaieFile.
   IF WS-PAIE-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBPaieFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF WS-NbLignesRegistre < 6000
               ADD 1 TO WS-NbLignesRegistre
               MOVE PaieRecord
                   TO LigneRegistreTable(WS-NbLignesRegistre)
            ELSE
               MOVE "O" TO WS-RegistreTronque
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PAIE-STATUS NOT = "35"
      CLOSE GCBPaieFile
   END-IF.

REECRIRE-TABLE-REGISTRE.
   OPEN OUTPUT GCBPaieFile.
   PERFORM VARYING IdxReg FROM 1 BY 1
       UNTIL IdxReg > WS-NbLignesRegistre
      MOVE LigneRegistreTable(IdxReg) TO PaieRecord
      WRITE PaieRecord
   END-PERFORM.
   CLOSE GCBPaieFile.

AJOUTER-COMPTES-PAIE-AU-PLAN.
   MOVE CompteGLChargesPersonnel TO WS-ComptePlanVoulu.
   MOVE "REMUNERATIONS DU PERSONNEL" TO WS-LibellePlanVoulu.
   MOVE "D" TO WS-SensPlanVoulu.
   PERFORM AJOUTER-COMPTE-PLAN-SI-ABSENT.
   MOVE CompteGLChargesSociales TO WS-ComptePlanVoulu.
   MOVE "CHARGES SOCIALES PATRONALES" TO WS-LibellePlanVoulu.
   MOVE "D" TO WS-SensPlanVoulu.
   PERFORM AJOUTER-COMPTE-PLAN-SI-ABSENT.
   MOVE CompteGLOrganismesSociaux TO WS-ComptePlanVoulu.
   MOVE "ORGANISMES SOCIAUX A PAYER" TO WS-LibellePlanVoulu.
   MOVE "C" TO WS-SensPlanVoulu.
   PERFORM AJOUTER-COMPTE-PLAN-SI-ABSENT.

AJOUTER-COMPTE-PLAN-SI-ABSENT.
      *> Même ajout au plan d'une installation antérieure que dans
      *> GCB_CHEQUES_BANQUE ; un plan absent sera semé complet par
      *> GCB_WRITE au premier mouvement.
   MOVE "N" TO WS-ComptePlanPresent.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBPlanComptesFile.
   IF WS-PLAN-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBPlanComptesFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF CompteGeneral = WS-ComptePlanVoulu
               MOVE "O" TO WS-ComptePlanPresent
               MOVE "Y" TO WS-EOF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PLAN-STATUS NOT = "35"
      CLOSE GCBPlanComptesFile
   END-IF.
   IF WS-ComptePlanPresent = "N" AND WS-PLAN-STATUS NOT = "35"
      OPEN EXTEND GCBPlanComptesFile
      IF WS-PLAN-STATUS = "00"
         MOVE WS-ComptePlanVoulu TO CompteGeneral
         MOVE WS-LibellePlanVoulu TO LibelleCompteGeneral
         MOVE WS-SensPlanVoulu TO SensNormalCompteGeneral
         WRITE PlanComptesRecord
         CLOSE GCBPlanComptesFile
      END-IF
   END-IF.

OBTENIR-PROCHAINE-SEQUENCE.
   MOVE 0 TO WS-DerniereSequence.
   OPEN INPUT GCBSequenceFile.
   IF WS-SEQ-STATUS = "00"
      READ GCBSequenceFile
         AT END CONTINUE
         NOT AT END MOVE SequenceRecord TO WS-DerniereSequence
      END-READ
      CLOSE GCBSequenceFile
   END-IF.
   COMPUTE WS-NouvelleSequence = WS-DerniereSequence + 1.
   MOVE WS-NouvelleSequence TO SequenceRecord.
   OPEN OUTPUT GCBSequenceFile.
   WRITE SequenceRecord.
   CLOSE GCBSequenceFile.

EDITER-BULLETINS.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBBulletinsPaie" WS-MoisSaisi ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   MOVE 0 TO WS-NbLignesEditees.
   OPEN OUTPUT EditionPaieFile.
   IF WS-EDIT-STATUS NOT = "00"
      DISPLAY "Erreur " FUNCTION TRIM(WS-NomEdition) ", statut "
          WS-EDIT-STATUS
   ELSE
      PERFORM VARYING IdxPaye FROM 1 BY 1 UNTIL IdxPaye > WS-NbPayes
         IF BrutPayeTable(IdxPaye) > 0
            PERFORM EDITER-UN-BULLETIN
         END-IF
      END-PERFORM
      CLOSE EditionPaieFile
      CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportBulletins
          WS-DateJour WS-NbLignesEditees WS-NomEdition
      DISPLAY "Bulletins de paie : " FUNCTION TRIM(WS-NomEdition)
   END-IF.

EDITER-UN-BULLETIN.
   MOVE SPACES TO WS-LigneTravail.
   STRING "BULLETIN DE PAIE - MOIS " WS-MoisSaisi
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   STRING "Salarié " NumPayeTable(IdxPaye) " "
       NomPayeTable(IdxPaye) " - unité " UnitePayeTable(IdxPaye)
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   IF BasePayeTable(IdxPaye) = "H"
      MOVE HeuresPayeTable(IdxPaye) TO WS-HeuresAff
      MOVE TauxHorairePayeTable(IdxPaye) TO WS-MontantAff
      STRING "Heures pointées " WS-HeuresAff " x taux horaire "
          WS-MontantAff
          DELIMITED BY SIZE INTO WS-LigneTravail
   ELSE
      MOVE SalairePayeTable(IdxPaye) TO WS-MontantAff
      STRING "Salaire mensuel                " WS-MontantAff
          DELIMITED BY SIZE INTO WS-LigneTravail
   END-IF.
   PERFORM ECRIRE-LIGNE-EDITION.
   IF CommissionPayeTable(IdxPaye) > 0
      MOVE SPACES TO WS-LigneTravail
      MOVE CommissionPayeTable(IdxPaye) TO WS-MontantAff
      MOVE TauxComPayeTable(IdxPaye) TO WS-TauxAff
      STRING "Commission ventes " WS-TauxAff " %          "
          WS-MontantAff
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.
   MOVE SPACES TO WS-LigneTravail.
   MOVE BrutPayeTable(IdxPaye) TO WS-MontantAff.
   STRING "SALAIRE BRUT                   " WS-MontantAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   MOVE CotisSalPayeTable(IdxPaye) TO WS-MontantAff.
   MOVE TauxSalPayeTable(IdxPaye) TO WS-TauxAff.
   STRING "Cotisations salariales " WS-TauxAff " % -"
       WS-MontantAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   MOVE NetPayeTable(IdxPaye) TO WS-MontantAff.
   IF StatutPayeTable(IdxPaye) = "V"
      STRING "NET A PAYER                    " WS-MontantAff
          "  viré sur le compte " ComptePayeTable(IdxPaye)
          DELIMITED BY SIZE INTO WS-LigneTravail
   ELSE
      STRING "NET A PAYER                    " WS-MontantAff
          "  VIREMENT REFUSE - compte " ComptePayeTable(IdxPaye)
          DELIMITED BY SIZE INTO WS-LigneTravail
   END-IF.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   MOVE CotisPatPayeTable(IdxPaye) TO WS-MontantAff.
   MOVE TauxPatPayeTable(IdxPaye) TO WS-TauxAff.
   STRING "Cotisations patronales " WS-TauxAff " %  "
       WS-MontantAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE SPACES TO WS-LigneTravail.
   COMPUTE WS-MontantVirement = BrutPayeTable(IdxPaye)
       + CotisPatPayeTable(IdxPaye).
   MOVE WS-MontantVirement TO WS-MontantAff.
   STRING "Coût employeur                 " WS-MontantAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE ALL "-" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.

REEDITER-COTISATIONS.
   PERFORM SAISIR-MOIS.
   IF WS-MoisValide = "O"
      PERFORM EDITER-COTISATIONS
   END-IF.

EDITER-COTISATIONS.
      *> L'état est relu du registre : il couvre aussi les virements
      *> représentés depuis. Les cotisations d'un salaire encore
      *> refusé ne sont pas comptabilisées et sont montrées à part.
   PERFORM VARYING IdxUnite FROM 1 BY 1 UNTIL IdxUnite > WS-NbUnites
      MOVE 0 TO NbPayesUnite(IdxUnite)
      MOVE 0 TO BrutUnite(IdxUnite)
      MOVE 0 TO CotisSalUnite(IdxUnite)
      MOVE 0 TO CotisPatUnite(IdxUnite)
   END-PERFORM.
   MOVE 0 TO WS-NbEnAttente.
   MOVE 0 TO WS-CotisEnAttente.
   MOVE 0 TO WS-TotalBrut.
   MOVE 0 TO WS-TotalCotisSal.
   MOVE 0 TO WS-TotalCotisPat.
   MOVE "N" TO WS-EOF.
   OPEN INPUT GCBPaieFile.
   IF WS-PAIE-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF
   END-IF.
   PERFORM UNTIL WS-EOF = "Y"
      READ GCBPaieFile
         AT END MOVE "Y" TO WS-EOF
         NOT AT END
            IF MoisPaie = WS-MoisSaisi
               PERFORM CUMULER-COTISATIONS-UNITE
            END-IF
      END-READ
   END-PERFORM.
   IF WS-PAIE-STATUS NOT = "35"
      CLOSE GCBPaieFile
   END-IF.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBCotisations" WS-MoisSaisi ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   MOVE 0 TO WS-NbLignesEditees.
   OPEN OUTPUT EditionPaieFile.
   IF WS-EDIT-STATUS NOT = "00"
      DISPLAY "Erreur " FUNCTION TRIM(WS-NomEdition) ", statut "
          WS-EDIT-STATUS
   ELSE
      PERFORM ECRIRE-ETAT-COTISATIONS
      CLOSE EditionPaieFile
      CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportCotisations
          WS-DateJour WS-NbLignesEditees WS-NomEdition
   END-IF.

CUMULER-COTISATIONS-UNITE.
   IF StatutPaie = "V"
      PERFORM VARYING IdxUnite FROM 1 BY 1
          UNTIL IdxUnite > WS-NbUnites
         IF CodeUniteTable(IdxUnite) = UnitePaie
            ADD 1 TO NbPayesUnite(IdxUnite)
            ADD BrutPaie TO BrutUnite(IdxUnite)
            ADD CotisSalPaie TO CotisSalUnite(IdxUnite)
            ADD CotisPatPaie TO CotisPatUnite(IdxUnite)
         END-IF
      END-PERFORM
      ADD BrutPaie TO WS-TotalBrut
      ADD CotisSalPaie TO WS-TotalCotisSal
      ADD CotisPatPaie TO WS-TotalCotisPat
   ELSE
      ADD 1 TO WS-NbEnAttente
      ADD CotisSalPaie TO WS-CotisEnAttente
      ADD CotisPatPaie TO WS-CotisEnAttente
   END-IF.

ECRIRE-ETAT-COTISATIONS.
   MOVE SPACES TO WS-LigneTravail.
   STRING "COTISATIONS SOCIALES A PAYER - PAIE DE " WS-MoisSaisi
       " (édité le " WS-DateJour ")"
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE ALL "=" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE "UNITE     NB        BRUT   SALARIALES  PATRONALES"
       TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   PERFORM VARYING IdxUnite FROM 1 BY 1 UNTIL IdxUnite > WS-NbUnites
      MOVE BrutUnite(IdxUnite) TO WS-MontantAff
      MOVE CotisSalUnite(IdxUnite) TO WS-MontantAff2
      MOVE CotisPatUnite(IdxUnite) TO WS-MontantAff3
      MOVE SPACES TO WS-LigneTravail
      STRING CodeUniteTable(IdxUnite) " " NbPayesUnite(IdxUnite) " "
          WS-MontantAff " " WS-MontantAff2 " " WS-MontantAff3
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-PERFORM.
   MOVE ALL "-" TO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   MOVE WS-TotalBrut TO WS-MontantAff.
   MOVE WS-TotalCotisSal TO WS-MontantAff2.
   MOVE WS-TotalCotisPat TO WS-MontantAff3.
   MOVE SPACES TO WS-LigneTravail.
   STRING "TOTAL         " WS-MontantAff " " WS-MontantAff2 " "
       WS-MontantAff3
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   COMPUTE WS-TotalAPayer = WS-TotalCotisSal + WS-TotalCotisPat.
   MOVE WS-TotalAPayer TO WS-MontantAff.
   MOVE SPACES TO WS-LigneTravail.
   STRING "TOTAL DU AUX ORGANISMES SOCIAUX (4310) : " WS-MontantAff
       DELIMITED BY SIZE INTO WS-LigneTravail.
   PERFORM ECRIRE-LIGNE-EDITION.
   IF WS-NbEnAttente > 0
      MOVE WS-CotisEnAttente TO WS-MontantAff
      MOVE SPACES TO WS-LigneTravail
      STRING "En attente : " WS-NbEnAttente " salaire(s) refusé(s), "
          "cotisations non comptabilisées " WS-MontantAff
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
   END-IF.

ECRIRE-LIGNE-EDITION.
   MOVE WS-LigneTravail TO LigneEdition.
   WRITE LigneEdition.
   ADD 1 TO WS-NbLignesEditees.
   DISPLAY WS-LigneTravail.
