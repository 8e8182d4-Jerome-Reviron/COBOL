      *> Journal des accès aux coffres loués - GCBVisitesCoffresFile.
      *> Une ligne par visite, jamais réécrite : client, heure et
      *> opérateur de la session GCB_SIGNON qui a ouvert la salle.
      *> La visite "V" est celle où le client vide son coffre : elle
      *> clôt le contrat et rend le coffre à la location.
       01 VisiteCoffreRecord.
          05 DateVisite PIC 9(8).
          05 HeureVisite PIC 9(6).
          05 NumCoffreVisite PIC 9(4).
          05 NumContratVisite PIC 9(6).
          05 NumClientVisite PIC 9(6).
          05 OperateurVisite PIC 9(6).
          05 TypeVisite PIC X(1).
             *> "A" accès, "V" vidage final.
