   01 WS-CoutSuggestion PIC 9(8)V99.
   01 WS-CoutAff PIC -ZZZZZZZ9.99.

      *> Entrée de marchandises portée au registre des réceptions
      *> (GCB_RECEPTION) au coût unitaire du fichier, prix attendu
      *> de la facture du fournisseur.
   01 ActiviteReceptionCour PIC X(1) VALUE "C".
   01 WS-FournisseurRecu PIC X(20).
   01 WS-ReferenceRecue PIC X(13).
   01 WS-LibelleRecu PIC X(30).
   01 WS-PrixAttenduRecep PIC 9(5)V99.
   01 WS-NumReceptionPosee PIC 9(6).

   01 WS-NbMateriaux PIC 9(2) VALUE 0.
   01 IdxMat PIC 9(2).
   01 TableMateriaux OCCURS 10 TIMES.

ENTREE-MARCHANDISES.
   PERFORM CHARGER-TABLE-MATERIAUX.
   DISPLAY "Fournisseur de la livraison : ".
   ACCEPT WS-FournisseurRecu.
   MOVE SPACES TO WS-CodeMatSaisi.
   PERFORM UNTIL WS-CodeMatSaisi = "FIN"
      DISPLAY "Code matériau reçu (FIN pour terminer) : "
            DISPLAY "Quantité reçue : "
            ACCEPT WS-QuantiteRecue
            ADD WS-QuantiteRecue TO StockMatTable(IdxMat)
            PERFORM ENREGISTRER-RECEPTION-MATERIAU
            DISPLAY LibelleMatTable(IdxMat) " : en stock "
                StockMatTable(IdxMat)
         END-IF
   END-PERFORM.
   PERFORM REECRIRE-TABLE-MATERIAUX.

ENREGISTRER-RECEPTION-MATERIAU.
   MOVE CodeMatTable(IdxMat) TO WS-ReferenceRecue.
   MOVE LibelleMatTable(IdxMat) TO WS-LibelleRecu.
   MOVE CoutMatTable(IdxMat) TO WS-PrixAttenduRecep.
   CALL 'GCB_RECEPTION' USING ActiviteReceptionCour
       WS-FournisseurRecu WS-ReferenceRecue WS-LibelleRecu
       WS-QuantiteRecue WS-PrixAttenduRecep WS-NumReceptionPosee.
   IF WS-NumReceptionPosee NOT = 0
      DISPLAY "Réception " WS-NumReceptionPosee " enregistrée."
   END-IF.

CHARGER-BESOINS-CHANTIERS.
      *> Chantiers non terminés avec les quantités de leur devis,
      *> puis tri à bulles par date prévue - le chantier le plus
