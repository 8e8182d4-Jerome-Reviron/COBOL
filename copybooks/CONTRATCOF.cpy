      *> Contrats de location de coffre - GCBContratsCoffresFile.
      *> Une ligne par location : le loyer annuel est prélevé sur le
      *> compte désigné à chaque date anniversaire par la clôture de
      *> journée (GCB_COFFRES_LOYERS, action FRAIS via GCB_WRITE).
      *> Un loyer qui met le compte à découvert entre dans le
      *> recouvrement des comptes débiteurs (GCB_RECOUVREMENT) ; un
      *> loyer qui n'a pas pu être prélevé reste dû sur le contrat et
      *> est représenté à chaque clôture.
       01 ContratCoffreRecord.
          05 NumContratCoffre PIC 9(6).
          05 NumCoffreContrat PIC 9(4).
          05 NumClientContrat PIC 9(6).
          05 CompteDebitContrat PIC 9(6).
          05 DateDebutContrat PIC 9(8).
          05 LoyerAnnuelContrat PIC 9(5)V99.
          05 DateProchainLoyer PIC 9(8).
          05 StatutContrat PIC X(1).
             *> "A" actif, "C" clos (coffre vidé, visite "V" au
             *> journal des accès).
          05 DateFinContrat PIC 9(8).
          05 MontantImpayeContrat PIC 9(5)V99.
          05 EtatImpayeContrat PIC X(1).
             *> Espace = à jour, "D" loyer passé mais compte à
             *> découvert (suivi par le recouvrement, levé quand le
             *> compte redevient créditeur), "N" loyer non passé
             *> (compte indisponible ou écriture refusée).
          05 DateImpayeContrat PIC 9(8).
