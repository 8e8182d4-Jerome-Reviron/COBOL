        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleExemplaire
        ALTERNATE RECORD KEY IS CodeBarreExemplaire
            WITH DUPLICATES
        ASSIGN TO "GCBExemplairesFile.dat".
    SELECT GCBRapportLivraisonFile
        FILE STATUS IS WS-RAP-STATUS
      05 QuantiteRecueTable PIC 9(3).
      05 StatutCmdTable PIC X(1).

      *> Site du poste (GCB_SITE) : les copies créées ici y sont
      *> attachées et y sont présentes.
   01 WS-SitePoste PIC X(3) VALUE SPACES.
   01 WS-LibelleSitePoste PIC X(30).
   01 WS-SiteTrouve PIC X(1).

      *> Chaque ligne acceptée entre au registre des réceptions
      *> (GCB_RECEPTION) au prix convenu de la commande pointée, ou
      *> au prix du bordereau pour un article non commandé : c'est
      *> contre elle que la facture du fournisseur sera rapprochée.
   01 ActiviteReceptionLivres PIC X(1) VALUE "B".
   01 WS-ReferenceRecue PIC X(13).
   01 WS-LibelleRecu PIC X(30).
   01 WS-QuantiteRecueRecep PIC 9(5).
   01 WS-PrixAttenduRecep PIC 9(5)V99.
   01 WS-NumReceptionPosee PIC 9(6).

      *> Import d'une livraison fournisseur : chaque ligne valide est
      *> soit ajoutée au stock d'un ISBN déjà connu (les exemplaires
      *> sont créés et NbCopies suit), soit créée au catalogue avec
      *> chargement au lieu d'arrêter le lot.

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_EXEMPLAIRES'.
   DISPLAY "==============================================".
   DISPLAY "IMPORT D'UNE LIVRAISON FOURNISSEUR".
   DISPLAY "==============================================".
   ACCEPT WS-DateJour FROM DATE YYYYMMDD.
   CALL 'GCB_SITE' USING WS-SitePoste WS-LibelleSitePoste
       WS-SiteTrouve.
   MOVE WS-DateJour(1:4) TO WS-AnneeCourante.
   DISPLAY "Fournisseur de la livraison : ".
   ACCEPT WS-FournisseurLivraison.
      END-IF
      IF WS-LigneAcceptee = "O"
         PERFORM RAPPROCHER-COMMANDE
         PERFORM ENREGISTRER-RECEPTION
      END-IF
   END-IF
   END-IF.
         MOVE WS-DateJour TO DateAcquisitionExemplaire
         MOVE "NEUF" TO EtatExemplaire
         MOVE "R" TO StatutExemplaire
         MOVE 0 TO CodeBarreExemplaire
         MOVE WS-SitePoste TO SiteAttacheExemplaire
         MOVE WS-SitePoste TO SiteCourantExemplaire
         MOVE SPACES TO SiteDestinationExemplaire
         WRITE ExemplaireRecord
      END-PERFORM
      CLOSE GCBExemplairesFile
         WRITE LigneRapportLivraison
      END-IF
   END-IF.

ENREGISTRER-RECEPTION.
      *> IdxCmd est laissé par RAPPROCHER-COMMANDE sur la ligne de
      *> commande pointée, ou au-delà de la table si aucune.
   MOVE ISBNLivraison TO WS-ReferenceRecue.
   MOVE Titre OF LivreRecord TO WS-LibelleRecu.
   MOVE QuantiteLivraison TO WS-QuantiteRecueRecep.
   IF IdxCmd > WS-NbLignesCmd
      MOVE PrixLivraison TO WS-PrixAttenduRecep
   ELSE
      MOVE PrixCmdTable(IdxCmd) TO WS-PrixAttenduRecep
   END-IF.
   CALL 'GCB_RECEPTION' USING ActiviteReceptionLivres
       WS-FournisseurLivraison WS-ReferenceRecue WS-LibelleRecu
       WS-QuantiteRecueRecep WS-PrixAttenduRecep
       WS-NumReceptionPosee.
   IF WS-NumReceptionPosee NOT = 0
      MOVE SPACES TO WS-LigneTravail
      STRING "RECEPTION " WS-NumReceptionPosee " " ISBNLivraison
          " a rapprocher de la facture"
          DELIMITED BY SIZE INTO WS-LigneTravail
      MOVE WS-LigneTravail TO LigneRapportLivraison
      WRITE LigneRapportLivraison
   END-IF.
