      *> Fichier de vue unique du client (SCV) remis au fonds de
      *> garantie des dépôts - "GCBFGDR"+AAAAMMJJ+".txt", produit par
      *> GCB_FGDR. Format fixe : un en-tête "H", pour chaque déposant
      *> une ligne "D" (dépôts éligibles agrégés, part couverte
      *> plafonnée et part non couverte, en EUR) suivie de ses lignes
      *> "C" (un compte ou une quote-part de compte joint), et un pied
      *> "T" portant les totaux de contrôle.
       01 SCVRecord.
          05 TypeLigneSCV PIC X(1).
             *> "H" = en-tête, "D" = déposant, "C" = compte, "T" = pied.
          05 CorpsLigneSCV PIC X(99).
          05 CorpsEnteteSCV REDEFINES CorpsLigneSCV.
             10 DateArreteSCV PIC 9(8).
             10 EtablissementSCV PIC X(12).
             10 PlafondSCV PIC 9(7)V99.
             10 FILLER PIC X(70).
          05 CorpsDeposantSCV REDEFINES CorpsLigneSCV.
             10 NumDeposantSCV PIC 9(6).
                *> Numéro client, 0 pour un titulaire ou cotitulaire
                *> non rattaché au référentiel (identifié par le nom).
             10 NomDeposantSCV PIC X(30).
             10 KYCCompletSCV PIC X(1).
                *> "O" = dossier KYC complet et pièce valide, "N" = à
                *> régulariser avant indemnisation.
             10 NbComptesSCV PIC 9(3).
             10 TotalEligibleSCV PIC 9(9)V99.
             10 MontantCouvertSCV PIC 9(9)V99.
             10 MontantNonCouvertSCV PIC 9(9)V99.
             10 FILLER PIC X(26).
          05 CorpsCompteSCV REDEFINES CorpsLigneSCV.
             10 NumDeposantCompteSCV PIC 9(6).
             10 NumCompteSCV PIC 9(6).
             10 CodeProduitSCV PIC X(2).
             10 DeviseSCV PIC X(3).
             10 CompteJointSCV PIC X(1).
                *> "O" = quote-part (moitié) d'un compte joint.
             10 SoldeDeviseSCV PIC 9(7)V99.
             10 SoldeEURSCV PIC 9(9)V99.
             10 FILLER PIC X(61).
          05 CorpsPiedSCV REDEFINES CorpsLigneSCV.
             10 NbDeposantsPied PIC 9(6).
             10 NbComptesPied PIC 9(6).
             10 TotalEligiblePied PIC 9(11)V99.
             10 TotalCouvertPied PIC 9(11)V99.
             10 TotalNonCouvertPied PIC 9(11)V99.
             10 FILLER PIC X(48).
