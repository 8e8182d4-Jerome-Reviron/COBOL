      *> Catalogue des objets protégés par la matrice des
      *> habilitations : options des menus (MenuPrincipal, GCB_MENU,
      *> GestionInventaireLivres, CalculReductions) et programmes
      *> d'administration. Sert à valider la saisie dans
      *> GCB_HABILITATIONS et à libeller la revue trimestrielle.
      *> GCB_HABILITATIONS est de toute façon réservé au rôle
      *> administrateur, quelle que soit la matrice.
       01 ObjetsHabilitation.
          05 FILLER PIC X(24) VALUE "MP-01".
          05 FILLER PIC X(40) VALUE "Menu principal : comptes bancaires".
          05 FILLER PIC X(24) VALUE "MP-02".
          05 FILLER PIC X(40) VALUE "Menu principal : inventaire livres".
          05 FILLER PIC X(24) VALUE "MP-03".
          05 FILLER PIC X(40) VALUE "Menu principal : espace utilisateur".
          05 FILLER PIC X(24) VALUE "MP-04".
          05 FILLER PIC X(40) VALUE "Menu principal : calcul des réductions".
          05 FILLER PIC X(24) VALUE "MP-05".
          05 FILLER PIC X(40) VALUE "Menu principal : mode formation".
          05 FILLER PIC X(24) VALUE "MENU-01".
          05 FILLER PIC X(40) VALUE "Banque : dépôt".
          05 FILLER PIC X(24) VALUE "MENU-02".
          05 FILLER PIC X(40) VALUE "Banque : retrait".
          05 FILLER PIC X(24) VALUE "MENU-03".
          05 FILLER PIC X(40) VALUE "Banque : virement".
          05 FILLER PIC X(24) VALUE "MENU-04".
          05 FILLER PIC X(40) VALUE "Banque : afficher le solde".
          05 FILLER PIC X(24) VALUE "MENU-05".
          05 FILLER PIC X(40) VALUE "Banque : annuler la dernière opération".
          05 FILLER PIC X(24) VALUE "MENU-06".
          05 FILLER PIC X(40) VALUE "Banque : intérêts mensuels".
          05 FILLER PIC X(24) VALUE "MENU-07".
          05 FILLER PIC X(40) VALUE "Banque : ouvrir un compte".
          05 FILLER PIC X(24) VALUE "MENU-08".
          05 FILLER PIC X(40) VALUE "Banque : clôturer un compte".
          05 FILLER PIC X(24) VALUE "MENU-09".
          05 FILLER PIC X(40) VALUE "Banque : changer le code PIN".
          05 FILLER PIC X(24) VALUE "MENU-10".
          05 FILLER PIC X(40) VALUE "Banque : comptes d'un même client".
          05 FILLER PIC X(24) VALUE "MENU-11".
          05 FILLER PIC X(40) VALUE "Banque : mini-relevé".
          05 FILLER PIC X(24) VALUE "MENU-12".
          05 FILLER PIC X(40) VALUE "Banque : virement externe".
          05 FILLER PIC X(24) VALUE "MENU-13".
          05 FILLER PIC X(40) VALUE "Banque : programmer un paiement".
          05 FILLER PIC X(24) VALUE "MENU-14".
          05 FILLER PIC X(40) VALUE "Banque : paiements programmés".
          05 FILLER PIC X(24) VALUE "MENU-15".
          05 FILLER PIC X(40) VALUE "Banque : demander un chéquier".
          05 FILLER PIC X(24) VALUE "MENU-16".
          05 FILLER PIC X(40) VALUE "Banque : bénéficiaires".
          05 FILLER PIC X(24) VALUE "MENU-17".
          05 FILLER PIC X(40) VALUE "Banque : enveloppes d'épargne".
          05 FILLER PIC X(24) VALUE "LIVRES-01".
          05 FILLER PIC X(40) VALUE "Livres : afficher tous les livres".
          05 FILLER PIC X(24) VALUE "LIVRES-02".
          05 FILLER PIC X(40) VALUE "Livres : emprunter".
          05 FILLER PIC X(24) VALUE "LIVRES-03".
          05 FILLER PIC X(40) VALUE "Livres : retourner".
          05 FILLER PIC X(24) VALUE "LIVRES-04".
          05 FILLER PIC X(40) VALUE "Livres : recherche par ISBN".
          05 FILLER PIC X(24) VALUE "LIVRES-05".
          05 FILLER PIC X(40) VALUE "Livres : rapport de stock bas".
          05 FILLER PIC X(24) VALUE "LIVRES-06".
          05 FILLER PIC X(40) VALUE "Livres : affichage trié".
          05 FILLER PIC X(24) VALUE "LIVRES-07".
          05 FILLER PIC X(40) VALUE "Livres : ajouter un membre".
          05 FILLER PIC X(24) VALUE "LIVRES-08".
          05 FILLER PIC X(40) VALUE "Livres : calculer les amendes".
          05 FILLER PIC X(24) VALUE "LIVRES-09".
          05 FILLER PIC X(40) VALUE "Livres : valorisation du stock".
          05 FILLER PIC X(24) VALUE "LIVRES-10".
          05 FILLER PIC X(40) VALUE "Livres : livres d'un auteur".
          05 FILLER PIC X(24) VALUE "LIVRES-11".
          05 FILLER PIC X(40) VALUE "Livres : catalogue par genre".
          05 FILLER PIC X(24) VALUE "LIVRES-12".
          05 FILLER PIC X(40) VALUE "Livres : amendes payées par compte".
          05 FILLER PIC X(24) VALUE "LIVRES-13".
          05 FILLER PIC X(40) VALUE "Livres : rapport des réservations".
          05 FILLER PIC X(24) VALUE "LIVRES-14".
          05 FILLER PIC X(40) VALUE "Livres : mises de côté expirées".
          05 FILLER PIC X(24) VALUE "LIVRES-15".
          05 FILLER PIC X(40) VALUE "Livres : renouveler un emprunt".
          05 FILLER PIC X(24) VALUE "LIVRES-16".
          05 FILLER PIC X(40) VALUE "Livres : exemplaires d'un titre".
          05 FILLER PIC X(24) VALUE "LIVRES-17".
          05 FILLER PIC X(40) VALUE "Livres : déclarer une perte".
          05 FILLER PIC X(24) VALUE "LIVRES-18".
          05 FILLER PIC X(40) VALUE "Livres : annuler une perte".
          05 FILLER PIC X(24) VALUE "LIVRES-19".
          05 FILLER PIC X(40) VALUE "Livres : renouveler une adhésion".
          05 FILLER PIC X(24) VALUE "LIVRES-20".
          05 FILLER PIC X(40) VALUE "Livres : désherbage".
          05 FILLER PIC X(24) VALUE "LIVRES-21".
          05 FILLER PIC X(40) VALUE "Livres : réception de la navette".
          05 FILLER PIC X(24) VALUE "BOUTIQUE-01".
          05 FILLER PIC X(40) VALUE "Magasin : transaction unique".
          05 FILLER PIC X(24) VALUE "BOUTIQUE-02".
          05 FILLER PIC X(40) VALUE "Magasin : lot VentesFile".
          05 FILLER PIC X(24) VALUE "BOUTIQUE-03".
          05 FILLER PIC X(40) VALUE "Magasin : réduction manager".
          05 FILLER PIC X(24) VALUE "BOUTIQUE-04".
          05 FILLER PIC X(40) VALUE "Magasin : vente par articles".
          05 FILLER PIC X(24) VALUE "BOUTIQUE-05".
          05 FILLER PIC X(40) VALUE "Magasin : lot de ventes par articles".
          05 FILLER PIC X(24) VALUE "BOUTIQUE-06".
          05 FILLER PIC X(40) VALUE "Magasin : rapport des ventes".
          05 FILLER PIC X(24) VALUE "BOUTIQUE-07".
          05 FILLER PIC X(40) VALUE "Magasin : remboursement / retour".
          05 FILLER PIC X(24) VALUE "BOUTIQUE-08".
          05 FILLER PIC X(40) VALUE "Magasin : niveaux de fidélité".
          05 FILLER PIC X(24) VALUE "BOUTIQUE-09".
          05 FILLER PIC X(40) VALUE "Magasin : coupons".
          05 FILLER PIC X(24) VALUE "BOUTIQUE-10".
          05 FILLER PIC X(40) VALUE "Magasin : entrée de marchandises".
          05 FILLER PIC X(24) VALUE "BOUTIQUE-11".
          05 FILLER PIC X(40) VALUE "Magasin : articles sous le seuil".
          05 FILLER PIC X(24) VALUE "BOUTIQUE-12".
          05 FILLER PIC X(40) VALUE "Magasin : promotions".
          05 FILLER PIC X(24) VALUE "BOUTIQUE-13".
          05 FILLER PIC X(40) VALUE "Magasin : cartes cadeaux".
          05 FILLER PIC X(24) VALUE "BOUTIQUE-14".
          05 FILLER PIC X(40) VALUE "Magasin : commandes spéciales".
          05 FILLER PIC X(24) VALUE "BOUTIQUE-15".
          05 FILLER PIC X(40) VALUE "Magasin : kits et coffrets".
          05 FILLER PIC X(24) VALUE "BOUTIQUE-16".
          05 FILLER PIC X(40) VALUE "Magasin : marge brute".
          05 FILLER PIC X(24) VALUE "GCB_PARAMETRES".
          05 FILLER PIC X(40) VALUE "Paramètres d'exploitation".
          05 FILLER PIC X(24) VALUE "GCB_RESTAURATION".
          05 FILLER PIC X(40) VALUE "Restauration d'un fichier".
          05 FILLER PIC X(24) VALUE "GCB_RGPD".
          05 FILLER PIC X(40) VALUE "Données personnelles (RGPD)".
          05 FILLER PIC X(24) VALUE "GCB_SUPERVISEURS".
          05 FILLER PIC X(40) VALUE "Référentiel des superviseurs".
          05 FILLER PIC X(24) VALUE "GCB_OPERATEURS".
          05 FILLER PIC X(40) VALUE "Référentiel des opérateurs".
          05 FILLER PIC X(24) VALUE "GCB_REVUE_HABILITATIONS".
          05 FILLER PIC X(40) VALUE "Revue trimestrielle des accès".
          05 FILLER PIC X(24) VALUE "GCB_HABILITATIONS".
          05 FILLER PIC X(40) VALUE "Matrice des habilitations".
       01 ObjetsHabilitationTable REDEFINES ObjetsHabilitation.
          05 ObjetHabilEntree OCCURS 66 TIMES.
             10 CodeObjetHabil PIC X(24).
             10 LibelleObjetHabil PIC X(40).
       01 NbObjetsHabilitation PIC 9(3) VALUE 66.
