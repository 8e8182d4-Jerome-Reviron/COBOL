      *> File unique du courrier sortant - GCBCourrierFile.
      *> Tout programme qui produit une lettre la dépose ici par
      *> GCB_COURRIER au lieu d'écrire son propre fichier : une ligne
      *> d'en-tête "E" (date, nature de la lettre, destinataire) puis
      *> ses lignes de corps "L", toutes portant le NumCourrier
      *> (séquence GCBCourrierSeqFile). Le nom et l'adresse ne sont
      *> pas recopiés : le tirage quotidien de GCB_COURRIERS les
      *> relit dans GCBClientsFile, GCBMembresFile ou
      *> GCBClientsCompteFile et pose l'en-tête commun de chaque pli.
       01 CourrierRecord.
          05 NumCourrier PIC 9(8).
          05 TypeLigneCourrier PIC X(1).
          05 TexteCourrier PIC X(80).
          05 EnteteCourrier REDEFINES TexteCourrier.
             10 DateCourrier PIC 9(8).
             10 TypeCourrier PIC X(10).
                *> RELANCE, RECOUVR, KYC, ADHESION, RELEVE,
                *> FACTURE, RELANCECLI.
             10 TypeDestinataireCourrier PIC X(1).
                *> "C" client (NumClient), "M" membre (IdMembre),
                *> "E" client en compte du magasin (NumClientCpt).
             10 IdDestinataireCourrier PIC 9(6).
             10 FILLER PIC X(55).
