IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_FACTURE_CHANTIER.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBFacturesChantierFile
        FILE STATUS IS WS-FAC-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBFacturesChantierFile.txt".
    SELECT GCBFactureSeqFile
        FILE STATUS IS WS-FACSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBFactureSeqFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBFacturesChantierFile.
   COPY FACTCHANTIER.

   FD GCBFactureSeqFile.
   01 FactureSeqRecord PIC 9(6).

WORKING-STORAGE SECTION.
   01 WS-FAC-STATUS PIC 99.
   01 WS-FACSEQ-STATUS PIC 99.
   01 WS-DateJour PIC 9(8).
   01 WS-DerniereSeqFac PIC 9(6) VALUE 0.

      *> TVA des factures de chantier : taux de la catégorie
      *> CLOTURES à la date de facture, passée au grand livre.
   01 CategorieTVAChantier PIC X(12) VALUE "CLOTURES".
   01 WS-MontantTVAEcriture PIC 9(7)V99.
   01 ActiviteTVAChantier PIC X(1) VALUE "C".
   01 SensTVAFacture PIC X(1) VALUE "V".
   01 LibelleTVAFacture PIC X(10) VALUE "TVA-CHANT".
   01 WS-EcritureTVAFaite PIC X(1).

LINKAGE SECTION.
   01 NumChantierDemande PIC 9(6).
   01 ClientDemande PIC X(30).
   01 MontantHTDemande PIC 9(9)V99.
   01 TypeFactureDemande PIC X(1).
      *> "A" acompte à la signature, "E" étape intermédiaire,
      *> "S" facture de solde à l'achèvement.
   01 NumFactureEmiseRetour PIC 9(6).
   01 TauxTVARetour PIC 9(2)V99.
   01 MontantTVARetour PIC 9(9)V99.
   01 FactureEmiseRetour PIC X(1).

      *> Emission d'une facture de chantier dans
      *> GCBFacturesChantierFile sous le prochain numéro de
      *> GCBFactureSeqFile : hors taxe demandé, TVA de la catégorie
      *> CLOTURES du jour passée au grand livre, TTC dû ouvert à
      *> l'encaissement. Partagée par l'acceptation du devis
      *> (CalculPerimetre, acompte) et par GCB_CHANTIERS (étapes et
      *> solde).

PROCEDURE DIVISION USING NumChantierDemande ClientDemande
    MontantHTDemande TypeFactureDemande NumFactureEmiseRetour
    TauxTVARetour MontantTVARetour FactureEmiseRetour.
   MOVE "N" TO FactureEmiseRetour.
   MOVE 0 TO NumFactureEmiseRetour.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   MOVE 0 TO WS-DerniereSeqFac.
   OPEN INPUT GCBFactureSeqFile.
   IF WS-FACSEQ-STATUS = "00"
      READ GCBFactureSeqFile
         AT END CONTINUE
         NOT AT END MOVE FactureSeqRecord TO WS-DerniereSeqFac
      END-READ
      CLOSE GCBFactureSeqFile
   END-IF.
   COMPUTE NumFactureEmiseRetour = WS-DerniereSeqFac + 1.
   MOVE NumFactureEmiseRetour TO FactureSeqRecord.
   OPEN OUTPUT GCBFactureSeqFile.
   WRITE FactureSeqRecord.
   CLOSE GCBFactureSeqFile.
   CALL 'GCB_TVA_CATEGORIE' USING CategorieTVAChantier WS-DateJour
       TauxTVARetour.
   COMPUTE MontantTVARetour ROUNDED
       = MontantHTDemande * TauxTVARetour / 100.
   OPEN EXTEND GCBFacturesChantierFile.
   IF WS-FAC-STATUS = "35"
      OPEN OUTPUT GCBFacturesChantierFile
   END-IF.
   IF WS-FAC-STATUS NOT = "00"
      DISPLAY "Erreur GCBFacturesChantierFile, statut "
          WS-FAC-STATUS
   ELSE
      MOVE NumFactureEmiseRetour TO NumFactureEmise
      MOVE NumChantierDemande TO NumChantierFacture
      MOVE ClientDemande TO NomClientFacture
      MOVE MontantHTDemande TO MontantHTFacture
      MOVE TauxTVARetour TO TauxTVAFacture
      MOVE MontantTVARetour TO MontantTVAFacture
      COMPUTE MontantFacture = MontantHTDemande + MontantTVARetour
      MOVE WS-DateJour TO DateFacture
      MOVE 0 TO MontantRegleFacture
      MOVE "O" TO StatutFacture
      MOVE TypeFactureDemande TO TypeFactureChantier
      WRITE FactureChantierRecord
      CLOSE GCBFacturesChantierFile
      MOVE "O" TO FactureEmiseRetour
      IF MontantTVARetour > 0
         MOVE MontantTVARetour TO WS-MontantTVAEcriture
         CALL 'GCB_ECRITURE_TVA' USING ActiviteTVAChantier
             SensTVAFacture WS-MontantTVAEcriture LibelleTVAFacture
             WS-EcritureTVAFaite
      END-IF
   END-IF.
   EXIT PROGRAM.
