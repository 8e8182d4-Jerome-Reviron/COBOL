      *> Encaissement pour la bibliothèque pris à la caisse du
      *> magasin - GCBEncaissementsBiblioFile. Une ligne par amende
      *> réglée ("A") ou adhésion renouvelée ("R") dans un panier du
      *> magasin, avec son mode (ESPECE ou CARTE) ; une ligne du
      *> panier réglée en partie par carte et en partie en espèces
      *> donne un enregistrement par mode. Ces sommes ne
      *> sont pas des ventes : elles restent hors du journal des
      *> ventes et de la recette du magasin, le rapport Z les montre
      *> à part (elles sont dans le tiroir) et GCB_REMISE_CAISSE les
      *> dépose sur le compte de la bibliothèque.
       01 EncaissementBiblioRecord.
          05 DateHeureEncBiblio PIC X(19).
          05 IdMembreEncBiblio PIC 9(6).
          05 NatureEncBiblio PIC X(1).
          05 ModeEncBiblio PIC X(6).
          05 MontantEncBiblio PIC 9(5)V99.
