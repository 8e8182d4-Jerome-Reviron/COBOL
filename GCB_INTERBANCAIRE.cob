        FILE STATUS IS WS-FICH-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBFichiersTraitesFile.txt".
    SELECT GCBCompteBoutiqueFile
        FILE STATUS IS WS-CONFIG-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCompteBoutiqueFile.txt".
DATA DIVISION.
FILE SECTION.
   FD GCBInterbancaireEntrantFile.
   FD GCBFichiersTraitesFile.
   COPY FICHTRAIT.

   FD GCBCompteBoutiqueFile.
   01 CompteBoutiqueRecord PIC 9(6).

WORKING-STORAGE SECTION.
   01 WS-BATCH-STATUS PIC 99.

   01 WS-NbCredites PIC 9(4) VALUE 0.
   01 WS-NbSuspens PIC 9(4) VALUE 0.
   01 WS-NbDejaTraites PIC 9(4) VALUE 0.
   01 WS-NbRediriges PIC 9(4) VALUE 0.
   01 WS-Redirige PIC X VALUE "N".
   01 WS-DejaTraite PIC X VALUE "N".
   01 WS-LigneTravail PIC X(80).
   01 WS-MotifCourant PIC X(20).
   01 WS-RefReparee PIC X(23).
   01 WS-SuspensTrouve PIC X VALUE "N".

      *> Virements des clients en compte du magasin reçus sur le
      *> compte de la boutique : la référence "FACnnnnnn" rappelée
      *> sur la facture désigne la facture réglée.
   01 WS-CONFIG-STATUS PIC 99.
   01 WS-CompteBoutique PIC 9(6) VALUE 0.
   01 WS-ClientRegle PIC 9(6).
   01 WS-FactureCitee PIC 9(6).
   01 WS-MontantRecuCli PIC 9(7)V99.
   01 WS-MontantAffecteCli PIC 9(7)V99.
   01 ModeVirementCli PIC X(8) VALUE "VIREMENT".
   01 WS-NbAffectes PIC 9(4) VALUE 0.

      *> Références déjà traitées, chargées en table bornée.
   01 WS-NbTraites PIC 9(3) VALUE 0.
   01 IdxTraite PIC 9(3).
      05 BanqueTraiteeTable PIC X(11).
      05 RefTraiteeTable PIC X(23).

      *> Suspens chargés en table pour la réparation (réécriture
      *> complète du fichier).
   01 WS-NbLignesSuspens PIC 9(3) VALUE 0.
   01 IdxSusp PIC 9(3).
   01 TableSuspens OCCURS 200 TIMES.
         PERFORM REJETER-FICHIER-EN-SUSPENS
      WHEN OTHER
         PERFORM CHARGER-REFERENCES-TRAITEES
         PERFORM LIRE-COMPTE-BOUTIQUE
         OPEN INPUT GCBInterbancaireEntrantFile
         OPEN OUTPUT GCBRapportSuspensFile
         MOVE "N" TO WS-EOF
         MOVE SPACES TO WS-LigneTravail
         STRING "Crédités : " WS-NbCredites "  Suspens : "
             WS-NbSuspens "  Déjà traités : " WS-NbDejaTraites
             "  Redirigés : " WS-NbRediriges
             DELIMITED BY SIZE INTO WS-LigneTravail
         MOVE WS-LigneTravail TO LigneRapportSuspens
         WRITE LigneRapportSuspens
         DISPLAY WS-LigneTravail
         IF WS-NbAffectes > 0
            MOVE SPACES TO WS-LigneTravail
            STRING "Virements clients en compte imputés : "
                WS-NbAffectes
                DELIMITED BY SIZE INTO WS-LigneTravail
            MOVE WS-LigneTravail TO LigneRapportSuspens
            WRITE LigneRapportSuspens
            DISPLAY WS-LigneTravail
         END-IF
         CLOSE GCBRapportSuspensFile
   END-EVALUATE.

CONTROLER-FICHIER-ENTRANT.
                WS-NomCotitulaire WS-Beneficiaire WS-StatutCompte
            ADD 1 TO WS-NbCredites
            PERFORM NOTER-REFERENCE-TRAITEE
            IF NumeroCompteEntrant = WS-CompteBoutique
               AND WS-CompteBoutique NOT = 0
               PERFORM AFFECTER-VIREMENT-CLIENT
            END-IF
         WHEN "N"
            MOVE "COMPTE INCONNU" TO WS-MotifCourant
            PERFORM METTRE-EN-SUSPENS
         WHEN OTHER
               *> Compte parti chez une autre banque par mobilité
               *> bancaire : réexpédié au nouveau compte pendant
               *> treize mois au lieu d'aller en suspens.
            CALL 'GCB_MOBILITE_REDIR' USING NumeroCompteEntrant
                MontantEntrant WS-Redirige
            IF WS-Redirige = "O"
               ADD 1 TO WS-NbRediriges
               PERFORM NOTER-REFERENCE-TRAITEE
               MOVE SPACES TO WS-LigneTravail
               STRING "REDIRIGE " BanqueEmettriceEntrant " "
                   RefEmetteurEntrant " " NumeroCompteEntrant
                   " -> nouvelle banque"
                   DELIMITED BY SIZE INTO WS-LigneTravail
               MOVE WS-LigneTravail TO LigneRapportSuspens
               WRITE LigneRapportSuspens
            ELSE
               MOVE "COMPTE INDISPONIBLE" TO WS-MotifCourant
               PERFORM METTRE-EN-SUSPENS
            END-IF
      END-EVALUATE
   END-IF.

AFFECTER-VIREMENT-CLIENT.
      *> Le virement reste crédité au compte de la boutique dans tous
      *> les cas ; seule son imputation sur les factures du client
      *> en compte en dépend. Sans référence de facture, c'est un
      *> virement ordinaire de la boutique ; avec une référence
      *> inconnue, il est signalé pour imputation à la main
      *> (GCB_CLIENTS_COMPTE).
   IF RefEmetteurEntrant(1:3) = "FAC"
      AND RefEmetteurEntrant(4:6) IS NUMERIC
      MOVE RefEmetteurEntrant(4:6) TO WS-FactureCitee
      MOVE 0 TO WS-ClientRegle
      MOVE MontantEntrant TO WS-MontantRecuCli
      CALL 'GCB_AFFECTER_REGLEMENT' USING WS-ClientRegle
          WS-FactureCitee WS-MontantRecuCli ModeVirementCli
          RefEmetteurEntrant WS-MontantAffecteCli
      MOVE SPACES TO WS-LigneTravail
      IF WS-ClientRegle = 0
         STRING "A IMPUTER " BanqueEmettriceEntrant " "
             RefEmetteurEntrant " : facture inconnue, "
             MontantEntrant
             DELIMITED BY SIZE INTO WS-LigneTravail
      ELSE
         ADD 1 TO WS-NbAffectes
         STRING "IMPUTE " RefEmetteurEntrant " client "
             WS-ClientRegle " : " WS-MontantAffecteCli " sur "
             MontantEntrant
             DELIMITED BY SIZE INTO WS-LigneTravail
      END-IF
      MOVE WS-LigneTravail TO LigneRapportSuspens
      WRITE LigneRapportSuspens
   END-IF.

LIRE-COMPTE-BOUTIQUE.
   MOVE 0 TO WS-CompteBoutique.
   OPEN INPUT GCBCompteBoutiqueFile.
   IF WS-CONFIG-STATUS = "00"
      READ GCBCompteBoutiqueFile
         AT END CONTINUE
         NOT AT END MOVE CompteBoutiqueRecord TO WS-CompteBoutique
      END-READ
      CLOSE GCBCompteBoutiqueFile
   END-IF.

NOTER-REFERENCE-TRAITEE.
   OPEN EXTEND GCBEntrantsTraitesFile.
   IF WS-TRAIT-STATUS = "35"
