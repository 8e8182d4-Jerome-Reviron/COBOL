       ASSIGN TO "GCBCarteCadeauSeqFile.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-KDOSEQ-STATUS.
   SELECT GCBCommandesSpecFile
       ASSIGN TO "GCBCommandesSpecFile.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CDS-STATUS.
   SELECT GCBCommandeSpecSeqFile
       ASSIGN TO "GCBCommandeSpecSeqFile.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-CDSSEQ-STATUS.
   SELECT GCBKitsFile
       ASSIGN TO "GCBKitsFile.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-KIT-STATUS.
   SELECT GCBMembresFile
       ASSIGN TO "GCBMembresFile.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS IdMembre
       FILE STATUS IS WS-MBR-STATUS.
   SELECT GCBReglementsAmendesFile
       ASSIGN TO "GCBReglementsAmendesFile.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-REGLA-STATUS.
   SELECT GCBEncaissementsBiblioFile
       ASSIGN TO "GCBEncaissementsBiblioFile.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ENCB-STATUS.

DATA DIVISION.
FILE SECTION.
         *> laisse un négatif visible au lieu de le masquer.
      05 QuantiteStockArticle PIC S9(5) VALUE 0.
      05 SeuilReapproArticle PIC 9(4) VALUE 0.
         *> Coût de revient : moyenne pondérée des prix d'achat,
         *> recalculée à chaque entrée de marchandises ; zéro tant
         *> qu'aucune réception n'a été saisie.
      05 CoutMoyenArticle PIC 9(5)V99 VALUE 0.

   FD GCBPromotionsFile.
      *> Calendrier de prix : une ligne par fenêtre promotionnelle
   FD GCBCarteCadeauSeqFile.
   01 CarteCadeauSeqRecord PIC 9(8).

   FD GCBCommandesSpecFile.
      *> Commandes spéciales d'un article en rupture : client (nom
      *> et contact, ou carte de fidélité), article, quantité et
      *> acompte encaissé sous son propre numéro de vente. "O"
      *> ouverte en attente de livraison, "R" marchandise mise de
      *> côté à l'entrée en stock (client à appeler, retrait avant
      *> la date limite), "T" retirée par une vente par articles,
      *> "L" libérée faute de retrait (marchandise rendue au rayon,
      *> acompte rendu ou retenu selon RETENUE-ACOMPTE-CDE).
   01 CommandeSpecRecord.
      05 NumCommandeSpec PIC 9(6).
      05 DateCommandeSpec PIC 9(8).
      05 NomClientCommandeSpec PIC X(30).
      05 ContactCommandeSpec PIC X(30).
      05 CarteCommandeSpec PIC X(8).
      05 CodeArticleCommandeSpec PIC X(8).
      05 QuantiteCommandeSpec PIC 9(3).
      05 AcompteCommandeSpec PIC 9(5)V99.
      05 NumVenteAcompteSpec PIC 9(6).
      05 StatutCommandeSpec PIC X(1).
      05 DateReservationSpec PIC 9(8).
      05 DateLimiteRetraitSpec PIC 9(8).
      05 NumVenteRetraitSpec PIC 9(6).
      05 AcompteRenduSpec PIC 9(5)V99.

   FD GCBCommandeSpecSeqFile.
   01 CommandeSpecSeqRecord PIC 9(6).

   FD GCBKitsFile.
      *> Composition des kits et coffrets : une ligne par composant
      *> (article ordinaire du fichier et quantité par kit). Le kit
      *> est lui-même un article, vendu sur une seule ligne à son
      *> propre prix ; ses ventes et retours mouvementent le stock
      *> de ses composants, et sa disponibilité est celle du
      *> composant le plus rare.
   01 KitRecord.
      05 CodeKit PIC X(8).
      05 CodeComposantKit PIC X(8).
      05 QuantiteComposantKit PIC 9(3).

   FD GCBMembresFile.
   COPY MEMBRE.

   FD GCBReglementsAmendesFile.
      *> Même dessin que dans GestionInventaireLivres ; un règlement
      *> pris à la caisse du magasin porte le compte 0.
   01 ReglementAmendeRecord.
      05 IdMembreRegAmende PIC 9(6).
      05 CompteRegAmende PIC 9(6).
      05 MontantRegAmende PIC 9(5)V99.
      05 DateHeureRegAmende PIC X(19).

   FD GCBEncaissementsBiblioFile.
   COPY ENCBIBLIO.

   FD GCBReglementsVenteFile.
      *> Modes de règlement d'une vente : une ligne par moyen de
      *> paiement utilisé (ESPECE, CARTE, POINTS), rattachée au
      05 PrixUnitaireLigne PIC 9(5)V99.
      05 MontantLigne PIC 9(6)V99.
      05 CategorieLigne PIC X(12).
         *> Éléments de marge figés au moment de la vente : coût
         *> unitaire de l'article (somme des composants pour un kit),
         *> part de la réduction de la vente répartie au prorata du
         *> montant de la ligne, prix promotionnel appliqué ou non,
         *> coupon de campagne appliqué, et date de la vente. Les
         *> lignes de l'ancien dessin relisent zéro et blanc.
      05 CoutUnitaireLigne PIC 9(5)V99.
      05 RemiseLigne PIC 9(6)V99.
      05 PromoLigne PIC X(1).
      05 CouponLigne PIC X(10).
      05 DateVenteLigne PIC 9(8).
         *> TVA de la ligne au taux de sa catégorie à la date de la
         *> vente, assise sur le montant net de sa part de réduction.
         *> TypeLigne "R" : article rendu, écrit sous le numéro du
         *> remboursement avec la TVA reprise au taux d'origine ;
         *> à blanc pour une ligne vendue.
      05 TauxTVALigne PIC 9(2)V99.
      05 MontantTVALigne PIC 9(5)V99.
      05 TypeLigne PIC X(1).

   FD GCBVenteSeqFile.
   01 VenteSeqRecord PIC 9(6).
      *> MontantAchat d'un facteur (1 + TauxTaxe/100) sans deborder.
   01 MontantFinal PIC 9(6)V99 VALUE 0.
   01 TauxTaxe PIC 9(2)V99 VALUE 20.00.
      *> Taux des ventes saisies au seul montant (sans articles) :
      *> relu au démarrage par GCB_TVA_CATEGORIE, taux DEFAUT de la
      *> table datée des taux de TVA (repli sur la clé TAUX-TAXE des
      *> paramètres), la VALUE ne servant que de dernier repli. Une
      *> vente par articles prend le taux de la catégorie de chaque
      *> ligne (REPARTIR-REMISE-TVA).
   01 CategorieTVADefaut PIC X(12) VALUE SPACES.
   01 WS-DateTVA PIC 9(8).
   01 WS-MontantTVAEcriture PIC 9(7)V99.
   01 ActiviteTVAMagasin PIC X(1) VALUE "M".
   01 WS-SensTVA PIC X(1).
   01 LibelleTVAVente PIC X(10) VALUE "TVA-VENTE".
   01 WS-EcritureTVAFaite PIC X(1).
   01 WS-ValeurParam PIC 9(5)V9(4).
   01 WS-ParamTrouve PIC X(1).
   01 CleTauxTaxe PIC X(20) VALUE "TAUX-TAXE".
   01 WS-ArticleTrouve PIC X VALUE "N".
   01 WS-PrixArticleTrouve PIC 9(5)V99.
   01 WS-CategorieTrouvee PIC X(12).
   01 WS-CoutArticleTrouve PIC 9(5)V99.
      *> Stock : disponible et seuil de l'article cherché, delta
      *> signé appliqué par AJUSTER-STOCK-ARTICLE, et table de
      *> réécriture du fichier des articles (ligne séquentielle,
   01 WS-MontantPointsRegle PIC 9(6)V99.
   01 WS-MontantCadeauRegle PIC 9(6)V99.
   01 WS-MontantEspecesRegle PIC S9(6)V99.
      *> Part en compte d'un client professionnel (école, garage,
      *> mairie), accordée par GCB_VENTE_COMPTE et facturée en fin
      *> de mois.
   01 WS-MontantCompteRegle PIC 9(6)V99.
   01 WS-NumClientCptSaisi PIC 9(6).
   01 WS-VenteCompteAcceptee PIC X(1).
      *> Cartes cadeaux : table de réécriture du fichier et champs
      *> de l'émission / du tirage.
   01 WS-KDO-STATUS PIC 99.
   01 WS-TotalPassifKdo PIC 9(7)V99 VALUE 0.
   01 WS-NbCartesActives PIC 9(4) VALUE 0.
   01 WS-DateHorizonKdo PIC 9(8).
      *> Commandes spéciales : table de réécriture du fichier,
      *> saisie de la prise de commande, acompte à déduire au
      *> retrait et règle de la maison pour les commandes non
      *> retirées (délai en jours et part de l'acompte retenue, en
      *> pourcentage, paramètres d'exploitation).
   01 WS-CDS-STATUS PIC 99.
   01 WS-CDSSEQ-STATUS PIC 99.
   01 WS-EOF-CDS PIC X VALUE "N".
   01 WS-NbCommandesSpec PIC 9(3) VALUE 0.
   01 IdxCds PIC 9(3).
   01 TableCommandesSpec OCCURS 200 TIMES.
      05 NumCdsTable PIC 9(6).
      05 DateCdsTable PIC 9(8).
      05 NomCdsTable PIC X(30).
      05 ContactCdsTable PIC X(30).
      05 CarteCdsTable PIC X(8).
      05 CodeArtCdsTable PIC X(8).
      05 QuantiteCdsTable PIC 9(3).
      05 AcompteCdsTable PIC 9(5)V99.
      05 VenteAcompteCdsTable PIC 9(6).
      05 StatutCdsTable PIC X(1).
      05 ReservationCdsTable PIC 9(8).
      05 LimiteCdsTable PIC 9(8).
      05 VenteRetraitCdsTable PIC 9(6).
      05 AcompteRenduCdsTable PIC 9(5)V99.
   01 WS-DerniereSeqCds PIC 9(6) VALUE 0.
   01 WS-NumCommandeSaisi PIC 9(6).
   01 WS-NomClientCds PIC X(30).
   01 WS-ContactCds PIC X(30).
   01 WS-CarteCds PIC X(8).
   01 WS-AcompteSaisi PIC 9(5)V99.
   01 WS-ValeurCommandeCds PIC 9(6)V99.
   01 WS-AcompteADeduire PIC 9(5)V99 VALUE 0.
   01 WS-MontantAcompteRegle PIC 9(6)V99 VALUE 0.
   01 WS-IdxCdsRetrait PIC 9(3) VALUE 0.
   01 WS-EntierLimiteCds PIC 9(8).
   01 WS-AcompteRetenu PIC 9(5)V99.
   01 WS-AcompteARendre PIC 9(5)V99.
   01 WS-NbCdsListees PIC 9(3).
   01 CleDelaiRetraitCds PIC X(20) VALUE "DELAI-RETRAIT-CDE".
   01 CleRetenueAcompte PIC X(20) VALUE "RETENUE-ACOMPTE-CDE".
   01 WS-DelaiRetraitCds PIC 9(3) VALUE 14.
   01 WS-RetenueAcomptePct PIC 9(3)V99 VALUE 0.
   01 WS-NbLignesKdo PIC 9(3) VALUE 0.
      *> Kits et coffrets : table des compositions, saisie d'une
      *> définition, disponibilité dérivée et consommation des
      *> composants pour le rapport des ventes.
   01 WS-KIT-STATUS PIC 99.
   01 WS-EOF-KIT PIC X VALUE "N".
   01 WS-NbComposantsKit PIC 9(3) VALUE 0.
   01 IdxKit PIC 9(3).
   01 TableComposantsKit OCCURS 200 TIMES.
      05 KitCompTable PIC X(8).
      05 ComposantKitTable PIC X(8).
      05 QuantiteCompKitTable PIC 9(3).
   01 WS-ArticleEstKit PIC X(1).
   01 WS-CodeKitCherche PIC X(8).
   01 WS-CodeKitSaisi PIC X(8).
   01 WS-CodeComposantSaisi PIC X(8).
   01 WS-QuantiteComposantSaisie PIC 9(3).
   01 WS-PrixKitSaisi PIC 9(5)V99.
   01 WS-NbComposantsSaisis PIC 9(3).
   01 WS-CodeComposantLu PIC X(8).
   01 WS-StockComposantLu PIC S9(5).
   01 WS-DispoKit PIC S9(5).
   01 WS-DispoComposant PIC S9(5).
   01 WS-DeltaKit PIC S9(5).
   01 WS-CoutComposantLu PIC 9(5)V99.
   01 WS-CoutKit PIC 9(5)V99.
   01 WS-NbConsoComposants PIC 9(2) VALUE 0.
   01 IdxConso PIC 9(2).
   01 TableConsoComposants OCCURS 50 TIMES.
      05 ComposantConso PIC X(8).
      05 QuantiteConso PIC 9(6).
      *> Marge brute : une entrée de cumul par article (A), catégorie
      *> (C), article vendu en promotion (P) et coupon de campagne
      *> (K) ; chiffre net des réductions, coût au moment de la
      *> vente, et lignes vendues sous le coût.
   01 WS-DebutMarge PIC 9(8).
   01 WS-FinMarge PIC 9(8).
   01 WS-NbMarges PIC 9(3) VALUE 0.
   01 IdxMarge PIC 9(3).
   01 TableMarges OCCURS 150 TIMES.
      05 TypeMarge PIC X(1).
      05 CleMarge PIC X(12).
      05 QuantiteMarge PIC 9(6).
      05 ChiffreMarge PIC 9(8)V99.
      05 CoutMarge PIC 9(8)V99.
      05 NbSousCoutMarge PIC 9(4).
      05 PerteSousCoutMarge PIC 9(7)V99.
   01 WS-TypeMargeCherche PIC X(1).
   01 WS-CleMargeCherche PIC X(12).
   01 WS-ChiffreNetLigne PIC 9(6)V99.
   01 WS-CoutTotalLigne PIC 9(8)V99.
   01 WS-LigneSousCout PIC X(1).
   01 WS-TotalChiffreMarge PIC 9(8)V99.
   01 WS-TotalCoutMarge PIC 9(8)V99.
   01 WS-NbLignesSousCout PIC 9(5).
   01 WS-MargeCalculee PIC S9(8)V99.
   01 WS-TauxMarge PIC S9(3)V9.
   01 WS-ChiffreMargeAff PIC Z(7)9.99.
   01 WS-CoutMargeAff PIC Z(7)9.99.
   01 WS-MargeAff PIC -(7)9.99.
   01 WS-TauxMargeAff PIC -(3)9.9.
   01 WS-PerteMargeAff PIC Z(6)9.99.
      *> Répartition de la réduction de la vente sur ses lignes.
   01 WS-RemiseRestante PIC 9(6)V99.
   01 WS-RemiseCalculee PIC 9(6)V99.
   01 IdxKdo PIC 9(3).
   01 TableCartesCadeau OCCURS 200 TIMES.
      05 NumKdoTable PIC 9(8).
   01 WS-QuantiteRendue PIC 9(3).
   01 WS-QuantiteRecueStock PIC 9(4).
   01 WS-NouveauSeuilSaisi PIC 9(4).
      *> Entrée de marchandises portée au registre des réceptions
      *> (GCB_RECEPTION) au prix d'achat du bon de livraison, pour
      *> le rapprochement de la facture du fournisseur.
   01 ActiviteReceptionMagasin PIC X(1) VALUE "M".
   01 WS-FournisseurRecu PIC X(20).
   01 WS-ReferenceRecue PIC X(13).
   01 WS-LibelleRecu PIC X(30).
   01 WS-QuantiteRecueRecep PIC 9(5).
   01 WS-PrixAchatRecu PIC 9(5)V99.
   01 WS-StockAvantReception PIC 9(5).
   01 WS-ValeurStockCout PIC 9(9)V99.
   01 WS-NumReceptionPosee PIC 9(6).
   01 WS-EOF-LIGNE-R PIC X VALUE "N".
   01 WS-NbArticlesTable PIC 9(3) VALUE 0.
   01 IdxArt PIC 9(3).
      05 CategorieArtTable PIC X(12).
      05 StockArtTable PIC S9(5).
      05 SeuilArtTable PIC 9(4).
      05 CoutArtTable PIC 9(5)V99.
   01 WS-DerniereSeqVente PIC 9(6) VALUE 0.
   01 WS-NumVenteCourante PIC 9(6) VALUE 0.
   01 WS-ReferenceOrigine PIC 9(6) VALUE 0.
      05 PrixPanier PIC 9(5)V99.
      05 MontantPanier PIC 9(6)V99.
      05 CategoriePanier PIC X(12).
      05 CoutPanier PIC 9(5)V99.
      05 PromoPanier PIC X(1).
      05 RemisePanier PIC 9(6)V99.
      05 TauxTVAPanier PIC 9(2)V99.
      05 TVAPanier PIC 9(5)V99.
      *> Cumuls par catégorie du rapport des ventes.
   01 WS-NbCategories PIC 9(2) VALUE 0.
   01 IdxCategorie PIC 9(2).
   01 CleSeuilRembours PIC X(20) VALUE "SEUIL-REMBOURSEMENT".
   01 WS-MotifRemboursement PIC X(30).
   01 WS-EOF-JRN PIC X VALUE "N".
      *> Retour d'articles sur une vente détaillée : quantités
      *> rendues ligne par ligne, réduction et TVA reprises sur
      *> chaque ligne à son taux d'origine. Une vente de l'ancien
      *> dessin (lignes sans date) garde la reprise au prorata.
   01 WS-NbLignesRetour PIC 9(2) VALUE 0.
   01 IdxRetour PIC 9(2).
   01 WS-RetourParLignes PIC X(1) VALUE "N".
   01 TableRetours OCCURS 20 TIMES.
      05 CodeRetour PIC X(8).
      05 CategorieRetour PIC X(12).
      05 QteVendueRetour PIC 9(3).
      05 QteRendueRetour PIC 9(3).
      05 PrixRetour PIC 9(5)V99.
      05 CoutRetour PIC 9(5)V99.
      05 RemiseRetour PIC 9(6)V99.
      05 TauxTVARetour PIC 9(2)V99.
      05 TVARetour PIC 9(5)V99.
      05 RemiseRendueRetour PIC 9(6)V99.
      05 TVARendueRetour PIC 9(5)V99.

      *> Amendes et adhésions de la bibliothèque encaissées au
      *> comptoir du magasin pour le compte de la bibliothèque, en
      *> lignes hors marchandise du panier de la vente par articles.
   01 WS-MBR-STATUS PIC 99.
   01 WS-REGLA-STATUS PIC 99.
   01 WS-ENCB-STATUS PIC 99.
   01 WS-IdMembreBiblio PIC 9(6).
   01 WS-MembreBiblioTrouve PIC X(1).
   01 WS-NatureBiblioSaisie PIC X(1).
   01 WS-NatureBiblio PIC X(1).
   01 WS-MontantBiblio PIC 9(5)V99.
   01 WS-DateJourBiblio PIC 9(8).
   01 WS-EntierAdhesionBiblio PIC 9(8).
   01 CleCotisationMembre PIC X(20) VALUE "COTISATION-MEMBRE".
   01 WS-CotisationMembre PIC 9(5)V99 VALUE 10.00.
      *> Lignes bibliothèque du panier : ni remise, ni TVA, ni stock,
      *> ni ligne de vente ; réglées avec le panier (carte ou
      *> espèces seulement) et appliquées au membre une fois le
      *> panier encaissé.
   01 WS-NbLignesBiblio PIC 9(2) VALUE 0.
   01 IdxBiblio PIC 9(2).
   01 TableBiblioPanier OCCURS 5 TIMES.
      05 IdMembreBiblioPanier PIC 9(6).
      05 NatureBiblioPanier PIC X(1).
      05 MontantBiblioPanier PIC 9(5)V99.
   01 WS-TotalBiblioPanier PIC 9(6)V99 VALUE 0.
   01 WS-DejaEnPanierBiblio PIC 9(6)V99.
   01 WS-AdhesionEnPanier PIC X(1).
   01 WS-CarteBiblioRegle PIC 9(6)V99 VALUE 0.
   01 WS-EspecesBiblioRegle PIC 9(6)V99 VALUE 0.
   01 WS-CarteBiblioRestante PIC 9(6)V99.
   01 WS-CarteLigneBiblio PIC 9(5)V99.
   01 WS-EspecesLigneBiblio PIC 9(5)V99.
   01 WS-MembresBiblioOuverts PIC X(1).
   01 WS-TotalAEncaisser PIC 9(7)V99.

      *> req047 : journal d'exploitation partage.
   01 WS-EXPL-STATUS PIC 99.
      05 WS-DateExplSys PIC 9(8).
      05 WS-HeureExplSys PIC 9(6).
   01 WS-DateHeureDebutExpl PIC X(19).
      *> Habilitations : session opérateur (GCB_SIGNON, reprise si
      *> le programme est lancé depuis MenuPrincipal) et contrôle du
      *> rôle sur le mode choisi, objet "BOUTIQUE-nn" de la matrice
      *> (tout choix hors liste vaut transaction unique, BOUTIQUE-01).
   01 WS-SignonOK PIC X(1).
   01 WS-ObjetHabil PIC X(24).
   01 WS-ModeHabil PIC X(1) VALUE "C".
   01 WS-Habilite PIC X(1).
   01 WS-ModeHabilite PIC 9(2).

PROCEDURE DIVISION.
   CALL 'GCB_SIGNON' USING WS-SignonOK.
   IF WS-SignonOK NOT = "O"
      DISPLAY "Pas de session opérateur : caisse du magasin "
          "inaccessible."
      STOP RUN
   END-IF.
   ACCEPT WS-DateTVA FROM DATE YYYYMMDD.
   CALL 'GCB_TVA_CATEGORIE' USING CategorieTVADefaut WS-DateTVA
       TauxTaxe.
   PERFORM CAPTURER-DEBUT-EXPLOITATION.
   DISPLAY "1. Transaction unique  2. Traiter VentesFile en lot".
   DISPLAY "3. Reduction manager (code d'approbation)".
   DISPLAY "11. Articles sous le seuil de réappro".
   DISPLAY "12. Promotions (calendrier de prix)".
   DISPLAY "13. Cartes cadeaux (vendre / passif)".
   DISPLAY "14. Commandes spéciales (rupture de stock)".
   DISPLAY "15. Kits et coffrets (composition, disponibilité)".
   DISPLAY "16. Marge brute (coût de revient, ventes sous le coût)".
   DISPLAY "Votre choix : ".
   ACCEPT ChoixMode.
   IF ChoixMode >= 2 AND ChoixMode <= 16
      MOVE ChoixMode TO WS-ModeHabilite
   ELSE
      MOVE 1 TO WS-ModeHabilite
   END-IF.
   MOVE SPACES TO WS-ObjetHabil.
   STRING "BOUTIQUE-" WS-ModeHabilite DELIMITED BY SIZE
       INTO WS-ObjetHabil.
   CALL 'GCB_HABILITATION' USING WS-ObjetHabil WS-ModeHabil
       WS-Habilite.
   IF WS-Habilite NOT = "O"
      DISPLAY "Option non autorisée pour votre rôle."
   ELSE
      EVALUATE ChoixMode
         WHEN 2 PERFORM TRAITER-LOT-VENTES
         WHEN 3 PERFORM REDUCTION-MANAGER
         WHEN 4 PERFORM VENTE-PAR-ARTICLES
         WHEN 5 PERFORM TRAITER-LOT-ARTICLES
         WHEN 6 PERFORM RAPPORT-VENTES-ARTICLES
         WHEN 7 PERFORM REMBOURSER-VENTE
         WHEN 8 PERFORM RAPPORT-NIVEAUX-FIDELITE
         WHEN 9 PERFORM MAINTENANCE-COUPONS
         WHEN 10 PERFORM ENTREE-MARCHANDISES
         WHEN 11 PERFORM RAPPORT-STOCK-ARTICLES
         WHEN 12 PERFORM GERER-PROMOTIONS
         WHEN 13 PERFORM GERER-CARTES-CADEAUX
         WHEN 14 PERFORM GERER-COMMANDES-SPECIALES
         WHEN 15 PERFORM GERER-KITS
         WHEN 16 PERFORM RAPPORT-MARGES
         WHEN OTHER PERFORM TRANSACTION-UNIQUE
      END-EVALUATE
   END-IF.

   PERFORM JOURNALISER-EXPLOITATION.

   END-IF.

TRANSACTION-UNIQUE.
   MOVE 0 TO WS-NbLignesPanier.
   MOVE "STANDARD" TO WS-TypeTransaction.
   MOVE SPACES TO WS-RaisonOverride.
   PERFORM SAISIR-MONTANT-VALIDE.
   PERFORM METTRE-A-JOUR-FIDELITE.

SAISIR-REGLEMENTS.
      *> Règlement éclaté : part carte, part points et part en
      *> compte client saisies, le reste en espèces. Une répartition
      *> qui dépasse le montant à payer retombe en tout-espèces
      *> plutôt que de bloquer la file au comptoir ; une part en
      *> compte refusée (client bloqué, plafond) aussi.
      *> Les lignes bibliothèque du panier s'ajoutent au montant à
      *> encaisser mais ne se règlent que par carte ou en espèces :
      *> la part carte les couvre d'abord, le reste en espèces, et
      *> seules les parts du magasin vont dans GCBReglementsVenteFile.
   IF WS-TotalBiblioPanier > 0
      COMPUTE WS-TotalAEncaisser = MontantFinal
          + WS-TotalBiblioPanier
      DISPLAY "Lignes bibliothèque (hors vente) : "
          WS-TotalBiblioPanier
      DISPLAY "Total à encaisser : " WS-TotalAEncaisser
   END-IF.
   DISPLAY "Part payée par carte (0 = aucune) : ".
   ACCEPT WS-MontantCarteRegle.
   DISPLAY "Part payée en points (0 = aucune) : ".
   ACCEPT WS-MontantPointsRegle.
   DISPLAY "Part en compte client (0 = aucune) : ".
   ACCEPT WS-MontantCompteRegle.
   MOVE 0 TO WS-MontantAcompteRegle.
   IF WS-AcompteADeduire > 0
      MOVE WS-AcompteADeduire TO WS-MontantAcompteRegle
      IF WS-MontantAcompteRegle > MontantFinal
         MOVE MontantFinal TO WS-MontantAcompteRegle
         DISPLAY "Acompte supérieur au montant dû : reliquat à "
             "rendre par remboursement sur la vente d'acompte."
      END-IF
      DISPLAY "Acompte de la commande déduit : "
          WS-MontantAcompteRegle
      MOVE 0 TO WS-AcompteADeduire
   END-IF.
   MOVE 0 TO WS-MontantCadeauRegle.
   DISPLAY "Numéro de carte cadeau (0 = aucune) : ".
   ACCEPT WS-NumCarteKdoSaisi.
      PERFORM TIRER-CARTE-CADEAU
   END-IF.
   COMPUTE WS-MontantEspecesRegle = MontantFinal
       + WS-TotalBiblioPanier
       - WS-MontantCarteRegle - WS-MontantPointsRegle
       - WS-MontantCadeauRegle - WS-MontantAcompteRegle
       - WS-MontantCompteRegle.
   IF WS-MontantEspecesRegle < 0
      DISPLAY "Répartition supérieure au montant dû : vente "
          "encaissée tout en espèces (le tirage carte cadeau "
          "reste acquis)."
      MOVE 0 TO WS-MontantCarteRegle
      MOVE 0 TO WS-MontantPointsRegle
      MOVE 0 TO WS-MontantCompteRegle
      COMPUTE WS-MontantEspecesRegle = MontantFinal
          + WS-TotalBiblioPanier
          - WS-MontantCadeauRegle - WS-MontantAcompteRegle
   END-IF.
   IF WS-MontantPointsRegle + WS-MontantCompteRegle
       > MontantFinal - WS-MontantCadeauRegle
         - WS-MontantAcompteRegle
      DISPLAY "Points et compte client ne règlent que les "
          "marchandises : parts reportées en espèces."
      ADD WS-MontantPointsRegle TO WS-MontantEspecesRegle
      ADD WS-MontantCompteRegle TO WS-MontantEspecesRegle
      MOVE 0 TO WS-MontantPointsRegle
      MOVE 0 TO WS-MontantCompteRegle
   END-IF.
   IF WS-MontantCompteRegle > 0
      DISPLAY "Numéro du client en compte : "
      ACCEPT WS-NumClientCptSaisi
      CALL 'GCB_VENTE_COMPTE' USING WS-NumClientCptSaisi
          WS-MontantCompteRegle WS-NumVenteCourante
          WS-VenteCompteAcceptee
      IF WS-VenteCompteAcceptee NOT = "O"
         DISPLAY "Part en compte reportée en espèces."
         ADD WS-MontantCompteRegle TO WS-MontantEspecesRegle
         MOVE 0 TO WS-MontantCompteRegle
      END-IF
   END-IF.
   MOVE 0 TO WS-CarteBiblioRegle.
   MOVE 0 TO WS-EspecesBiblioRegle.
   IF WS-TotalBiblioPanier > 0
      IF WS-MontantCarteRegle > WS-TotalBiblioPanier
         MOVE WS-TotalBiblioPanier TO WS-CarteBiblioRegle
      ELSE
         MOVE WS-MontantCarteRegle TO WS-CarteBiblioRegle
      END-IF
      COMPUTE WS-EspecesBiblioRegle = WS-TotalBiblioPanier
          - WS-CarteBiblioRegle
      SUBTRACT WS-CarteBiblioRegle FROM WS-MontantCarteRegle
      SUBTRACT WS-EspecesBiblioRegle FROM WS-MontantEspecesRegle
      DISPLAY "Dont bibliothèque : carte " WS-CarteBiblioRegle
          ", espèces " WS-EspecesBiblioRegle
   END-IF.
   OPEN EXTEND GCBReglementsVenteFile.
   IF WS-REGV-STATUS = "35"
         MOVE WS-DateHeureFormatee TO DateHeureReglement
         WRITE ReglementVenteRecord
      END-IF
      IF WS-MontantAcompteRegle > 0
         MOVE WS-NumVenteCourante TO NumVenteReglement
         MOVE "ACOMPT" TO TypeReglement
         MOVE WS-MontantAcompteRegle TO MontantReglement
         MOVE WS-DateHeureFormatee TO DateHeureReglement
         WRITE ReglementVenteRecord
      END-IF
      IF WS-MontantCompteRegle > 0
         MOVE WS-NumVenteCourante TO NumVenteReglement
         MOVE "COMPTE" TO TypeReglement
         MOVE WS-MontantCompteRegle TO MontantReglement
         MOVE WS-DateHeureFormatee TO DateHeureReglement
         WRITE ReglementVenteRecord
      END-IF
      CLOSE GCBReglementsVenteFile
   END-IF.

         DISPLAY "Erreur de calcul : montant final hors limites."
         MOVE 0 TO MontantFinal
   END-COMPUTE.
      *> Une vente par articles est taxée ligne par ligne au taux de
      *> sa catégorie, après répartition des réductions.
   IF WS-NbLignesPanier > 0
      PERFORM REPARTIR-REMISE-TVA
   ELSE
      COMPUTE WS-MontantTaxe = MontantFinal * (TauxTaxe / 100)
         ON SIZE ERROR
            DISPLAY "Erreur de calcul : taxe hors limites."
            MOVE 0 TO WS-MontantTaxe
      END-COMPUTE
   END-IF.
   ADD WS-MontantTaxe TO MontantFinal
      ON SIZE ERROR
         DISPLAY "Erreur de calcul : montant final apres taxe hors limites."
      *> req029 : applique la meme logique de palier a chaque
      *> MontantAchat de VentesFile et ecrit les colonnes deja
      *> calculees dans ResultatsReductionsFile.
   MOVE 0 TO WS-NbLignesPanier.
   MOVE "N" TO WS-EOF-VENTES.
   OPEN INPUT VentesFile.
   IF WS-VENTES-STATUS NOT = "00"
             WS-JOURNAL-STATUS
      END-IF
      CLOSE ReductionsFile
      PERFORM COMPTABILISER-TVA-VENTE
   END-IF.

COMPTABILISER-TVA-VENTE.
      *> La TVA encaissée (ou rendue) passe au compte de TVA
      *> collectée, rapproché par la déclaration mensuelle.
   IF WS-MontantTaxe > 0
      IF WS-TypeTransaction = "REMBOURS"
         MOVE "R" TO WS-SensTVA
      ELSE
         MOVE "V" TO WS-SensTVA
      END-IF
      MOVE WS-MontantTaxe TO WS-MontantTVAEcriture
      CALL 'GCB_ECRITURE_TVA' USING ActiviteTVAMagasin WS-SensTVA
          WS-MontantTVAEcriture LibelleTVAVente WS-EcritureTVAFaite
   END-IF.

OBTENIR-NUMERO-VENTE.
      MOVE "PAPETERIE" TO CategorieArticle
      MOVE 25 TO QuantiteStockArticle
      MOVE 10 TO SeuilReapproArticle
      MOVE 1.80 TO CoutMoyenArticle
      WRITE ArticleRecord
      MOVE "ART00002" TO CodeArticle
      MOVE "STYLO BILLE" TO LibelleArticle
      MOVE "PAPETERIE" TO CategorieArticle
      MOVE 60 TO QuantiteStockArticle
      MOVE 20 TO SeuilReapproArticle
      MOVE 0.45 TO CoutMoyenArticle
      WRITE ArticleRecord
      MOVE "ART00003" TO CodeArticle
      MOVE "LAMPE DE BUREAU" TO LibelleArticle
      MOVE "LUMINAIRE" TO CategorieArticle
      MOVE 8 TO QuantiteStockArticle
      MOVE 5 TO SeuilReapproArticle
      MOVE 13.50 TO CoutMoyenArticle
      WRITE ArticleRecord
      CLOSE GCBArticlesFile
   END-IF.
               MOVE CategorieArticle TO WS-CategorieTrouvee
               MOVE QuantiteStockArticle TO WS-StockArticleTrouve
               MOVE SeuilReapproArticle TO WS-SeuilReapproTrouve
               MOVE CoutMoyenArticle TO WS-CoutArticleTrouve
               MOVE "Y" TO WS-EOF-ART
            END-IF
      END-READ
   END-IF.
   IF WS-ArticleTrouve = "O"
      PERFORM APPLIQUER-PROMO-ARTICLE
         *> Un kit n'a pas de stock propre : son disponible est
         *> dérivé de ses composants.
      PERFORM CHARGER-TABLE-KITS
      MOVE WS-CodeArticleSaisi TO WS-CodeKitCherche
      PERFORM EST-CE-UN-KIT
      IF WS-ArticleEstKit = "O"
         PERFORM CALCULER-DISPO-KIT
         MOVE WS-DispoKit TO WS-StockArticleTrouve
         MOVE WS-CoutKit TO WS-CoutArticleTrouve
      END-IF
   END-IF.

APPLIQUER-PROMO-ARTICLE.
   DISPLAY WS-NbCartesActives " carte(s) active(s), passif total "
       "non consommé : " WS-TotalPassifKdo ".".

GERER-COMMANDES-SPECIALES.
   PERFORM SEMER-ARTICLES-SI-ABSENT.
   PERFORM CHARGER-PARAMETRES-COMMANDES.
   DISPLAY "1. Prendre une commande spéciale".
   DISPLAY "2. Liste des retraits (clients à appeler)".
   DISPLAY "3. Libérer les commandes non retirées".
   DISPLAY "4. Commandes en attente de livraison".
   DISPLAY "Votre choix : ".
   ACCEPT WS-ReponseStock.
   EVALUATE WS-ReponseStock
      WHEN "1" PERFORM PRENDRE-COMMANDE-SPECIALE
      WHEN "2" PERFORM LISTER-RETRAITS-COMMANDES
      WHEN "3" PERFORM LIBERER-COMMANDES-ECHUES
      WHEN "4" PERFORM LISTER-COMMANDES-OUVERTES
      WHEN OTHER DISPLAY "Choix invalide."
   END-EVALUATE.

CHARGER-PARAMETRES-COMMANDES.
   CALL 'GCB_PARAMETRE' USING CleDelaiRetraitCds WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-DelaiRetraitCds
   END-IF.
   CALL 'GCB_PARAMETRE' USING CleRetenueAcompte WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-RetenueAcomptePct
   END-IF.
   IF WS-RetenueAcomptePct > 100
      MOVE 100 TO WS-RetenueAcomptePct
   END-IF.

PRENDRE-COMMANDE-SPECIALE.
      *> Le client est identifié par sa carte de fidélité quand il
      *> en a une, sinon par son nom et un contact pour l'appeler.
      *> L'acompte éventuel est une recette du jour comme la vente
      *> d'une carte cadeau : journal sous le type ACOMPTE et
      *> règlement éclaté ; il sera déduit au retrait.
   MOVE SPACES TO WS-NomClientCds WS-ContactCds WS-CarteCds.
   DISPLAY "Carte de fidélité du client (vide si aucune) : ".
   ACCEPT WS-CarteCds.
   IF WS-CarteCds NOT = SPACES
      MOVE WS-CarteCds TO WS-CarteFidelite
      PERFORM CHARGER-TABLE-CARTES
      PERFORM CHERCHER-CARTE
      IF WS-CarteTrouvee = "O"
         MOVE NomCarteTable(IdxCarte) TO WS-NomClientCds
         DISPLAY "Client : " WS-NomClientCds
      ELSE
         DISPLAY "Carte inconnue, commande au nom du client."
         MOVE SPACES TO WS-CarteCds
      END-IF
      MOVE SPACES TO WS-CarteFidelite
   END-IF.
   IF WS-NomClientCds = SPACES
      DISPLAY "Nom du client : "
      ACCEPT WS-NomClientCds
   END-IF.
   DISPLAY "Contact (téléphone ou courriel) : ".
   ACCEPT WS-ContactCds.
   DISPLAY "Code article commandé : ".
   ACCEPT WS-CodeArticleSaisi.
   PERFORM CHERCHER-ARTICLE.
   IF WS-NomClientCds = SPACES
      DISPLAY "Nom du client obligatoire : commande abandonnée."
   ELSE
   IF WS-ArticleTrouve = "N"
      DISPLAY "Article inconnu du fichier : commande abandonnée."
   ELSE
      DISPLAY "Quantité : "
      ACCEPT WS-QuantiteSaisie
      IF WS-QuantiteSaisie = 0
         DISPLAY "Quantité nulle : commande abandonnée."
      ELSE
      IF WS-StockArticleTrouve >= WS-QuantiteSaisie
         DISPLAY "Stock disponible (" WS-StockArticleTrouve
             ") : passer par la vente par articles."
      ELSE
         COMPUTE WS-ValeurCommandeCds
             = WS-PrixArticleTrouve * WS-QuantiteSaisie
         DISPLAY "Valeur de la commande : " WS-ValeurCommandeCds
         DISPLAY "Acompte encaissé (0 = aucun) : "
         ACCEPT WS-AcompteSaisi
         IF WS-AcompteSaisi > WS-ValeurCommandeCds
            MOVE WS-ValeurCommandeCds TO WS-AcompteSaisi
            DISPLAY "Acompte ramené à la valeur de la commande : "
                WS-AcompteSaisi
         END-IF
         PERFORM ENREGISTRER-COMMANDE-SPECIALE
      END-IF
      END-IF
   END-IF
   END-IF.

ENREGISTRER-COMMANDE-SPECIALE.
   MOVE 0 TO WS-DerniereSeqCds.
   OPEN INPUT GCBCommandeSpecSeqFile.
   IF WS-CDSSEQ-STATUS = "00"
      READ GCBCommandeSpecSeqFile
         AT END CONTINUE
         NOT AT END MOVE CommandeSpecSeqRecord TO WS-DerniereSeqCds
      END-READ
      CLOSE GCBCommandeSpecSeqFile
   END-IF.
   COMPUTE CommandeSpecSeqRecord = WS-DerniereSeqCds + 1.
   OPEN OUTPUT GCBCommandeSpecSeqFile.
   WRITE CommandeSpecSeqRecord.
   CLOSE GCBCommandeSpecSeqFile.
   MOVE 0 TO WS-NumVenteCourante.
   IF WS-AcompteSaisi > 0
      MOVE WS-AcompteSaisi TO MontantAchat
      MOVE 0 TO Reduction
      MOVE 0 TO ReductionPercentage
      MOVE 0 TO WS-MontantTaxe
      MOVE WS-AcompteSaisi TO MontantFinal
      MOVE "ACOMPTE" TO WS-TypeTransaction
      MOVE SPACES TO WS-RaisonOverride
      STRING "COMMANDE SPECIALE " CommandeSpecSeqRecord
          DELIMITED BY SIZE INTO WS-RaisonOverride
      MOVE 0 TO WS-ReferenceOrigine
      MOVE "N" TO WS-CouponTrouve
      MOVE 0 TO WS-NiveauFidelite
      MOVE SPACES TO WS-CarteFidelite
      PERFORM JOURNALISER-REDUCTION
      PERFORM SAISIR-REGLEMENTS
   END-IF.
   OPEN EXTEND GCBCommandesSpecFile.
   IF WS-CDS-STATUS = "35"
      OPEN OUTPUT GCBCommandesSpecFile
   END-IF.
   IF WS-CDS-STATUS NOT = "00"
      DISPLAY "Erreur GCBCommandesSpecFile, statut " WS-CDS-STATUS
   ELSE
      ACCEPT WS-DateJourVente FROM DATE YYYYMMDD
      MOVE CommandeSpecSeqRecord TO NumCommandeSpec
      MOVE WS-DateJourVente TO DateCommandeSpec
      MOVE WS-NomClientCds TO NomClientCommandeSpec
      MOVE WS-ContactCds TO ContactCommandeSpec
      MOVE WS-CarteCds TO CarteCommandeSpec
      MOVE WS-CodeArticleSaisi TO CodeArticleCommandeSpec
      MOVE WS-QuantiteSaisie TO QuantiteCommandeSpec
      MOVE WS-AcompteSaisi TO AcompteCommandeSpec
      MOVE WS-NumVenteCourante TO NumVenteAcompteSpec
      MOVE "O" TO StatutCommandeSpec
      MOVE 0 TO DateReservationSpec
      MOVE 0 TO DateLimiteRetraitSpec
      MOVE 0 TO NumVenteRetraitSpec
      MOVE 0 TO AcompteRenduSpec
      WRITE CommandeSpecRecord
      CLOSE GCBCommandesSpecFile
      DISPLAY "Commande spéciale " NumCommandeSpec " enregistrée "
          "pour " FUNCTION TRIM(WS-NomClientCds) "."
   END-IF.

CHARGER-TABLE-COMMANDES.
   MOVE 0 TO WS-NbCommandesSpec.
   MOVE "N" TO WS-EOF-CDS.
   OPEN INPUT GCBCommandesSpecFile.
   IF WS-CDS-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-CDS
   END-IF.
   PERFORM UNTIL WS-EOF-CDS = "Y"
      READ GCBCommandesSpecFile
         AT END MOVE "Y" TO WS-EOF-CDS
         NOT AT END
            IF WS-NbCommandesSpec < 200
               ADD 1 TO WS-NbCommandesSpec
               MOVE WS-NbCommandesSpec TO IdxCds
               MOVE NumCommandeSpec TO NumCdsTable(IdxCds)
               MOVE DateCommandeSpec TO DateCdsTable(IdxCds)
               MOVE NomClientCommandeSpec TO NomCdsTable(IdxCds)
               MOVE ContactCommandeSpec TO ContactCdsTable(IdxCds)
               MOVE CarteCommandeSpec TO CarteCdsTable(IdxCds)
               MOVE CodeArticleCommandeSpec
                   TO CodeArtCdsTable(IdxCds)
               MOVE QuantiteCommandeSpec TO QuantiteCdsTable(IdxCds)
               MOVE AcompteCommandeSpec TO AcompteCdsTable(IdxCds)
               MOVE NumVenteAcompteSpec
                   TO VenteAcompteCdsTable(IdxCds)
               MOVE StatutCommandeSpec TO StatutCdsTable(IdxCds)
               MOVE DateReservationSpec
                   TO ReservationCdsTable(IdxCds)
               MOVE DateLimiteRetraitSpec TO LimiteCdsTable(IdxCds)
               MOVE NumVenteRetraitSpec
                   TO VenteRetraitCdsTable(IdxCds)
               MOVE AcompteRenduSpec TO AcompteRenduCdsTable(IdxCds)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-CDS-STATUS NOT = "35"
      CLOSE GCBCommandesSpecFile
   END-IF.

REECRIRE-TABLE-COMMANDES.
   OPEN OUTPUT GCBCommandesSpecFile.
   PERFORM VARYING IdxCds FROM 1 BY 1
       UNTIL IdxCds > WS-NbCommandesSpec
      MOVE NumCdsTable(IdxCds) TO NumCommandeSpec
      MOVE DateCdsTable(IdxCds) TO DateCommandeSpec
      MOVE NomCdsTable(IdxCds) TO NomClientCommandeSpec
      MOVE ContactCdsTable(IdxCds) TO ContactCommandeSpec
      MOVE CarteCdsTable(IdxCds) TO CarteCommandeSpec
      MOVE CodeArtCdsTable(IdxCds) TO CodeArticleCommandeSpec
      MOVE QuantiteCdsTable(IdxCds) TO QuantiteCommandeSpec
      MOVE AcompteCdsTable(IdxCds) TO AcompteCommandeSpec
      MOVE VenteAcompteCdsTable(IdxCds) TO NumVenteAcompteSpec
      MOVE StatutCdsTable(IdxCds) TO StatutCommandeSpec
      MOVE ReservationCdsTable(IdxCds) TO DateReservationSpec
      MOVE LimiteCdsTable(IdxCds) TO DateLimiteRetraitSpec
      MOVE VenteRetraitCdsTable(IdxCds) TO NumVenteRetraitSpec
      MOVE AcompteRenduCdsTable(IdxCds) TO AcompteRenduSpec
      WRITE CommandeSpecRecord
   END-PERFORM.
   CLOSE GCBCommandesSpecFile.

ALLOUER-COMMANDES-ARTICLE.
      *> A l'entrée en stock, les commandes ouvertes sur l'article
      *> sont servies les premières, dans l'ordre où elles ont été
      *> prises : la quantité commandée sort du stock vendable (mise
      *> de côté) et le délai de retrait court à partir d'aujourd'hui.
   PERFORM CHARGER-PARAMETRES-COMMANDES.
   PERFORM CHARGER-TABLE-COMMANDES.
   ACCEPT WS-DateJourVente FROM DATE YYYYMMDD.
   COMPUTE WS-EntierLimiteCds
       = FUNCTION INTEGER-OF-DATE(WS-DateJourVente)
       + WS-DelaiRetraitCds.
   MOVE 0 TO WS-NbCdsListees.
   PERFORM VARYING IdxCds FROM 1 BY 1
       UNTIL IdxCds > WS-NbCommandesSpec
      IF StatutCdsTable(IdxCds) = "O"
         AND CodeArtCdsTable(IdxCds) = CodeArtTable(IdxArt)
         AND StockArtTable(IdxArt) >= QuantiteCdsTable(IdxCds)
         SUBTRACT QuantiteCdsTable(IdxCds) FROM StockArtTable(IdxArt)
         MOVE "R" TO StatutCdsTable(IdxCds)
         MOVE WS-DateJourVente TO ReservationCdsTable(IdxCds)
         COMPUTE LimiteCdsTable(IdxCds)
             = FUNCTION DATE-OF-INTEGER(WS-EntierLimiteCds)
         ADD 1 TO WS-NbCdsListees
         DISPLAY "MIS DE COTE : commande " NumCdsTable(IdxCds) " "
             QuantiteCdsTable(IdxCds) " pour "
             FUNCTION TRIM(NomCdsTable(IdxCds)) " - appeler au "
             FUNCTION TRIM(ContactCdsTable(IdxCds))
      END-IF
   END-PERFORM.
   IF WS-NbCdsListees > 0
      PERFORM REECRIRE-TABLE-COMMANDES
   END-IF.

LISTER-RETRAITS-COMMANDES.
   PERFORM CHARGER-TABLE-COMMANDES.
   MOVE 0 TO WS-NbCdsListees.
   DISPLAY "--- Commandes spéciales à retirer (clients à appeler) ---".
   PERFORM VARYING IdxCds FROM 1 BY 1
       UNTIL IdxCds > WS-NbCommandesSpec
      IF StatutCdsTable(IdxCds) = "R"
         ADD 1 TO WS-NbCdsListees
         DISPLAY NumCdsTable(IdxCds) " " NomCdsTable(IdxCds) " "
             ContactCdsTable(IdxCds)
         DISPLAY "       carte " CarteCdsTable(IdxCds) " article "
             CodeArtCdsTable(IdxCds) " x" QuantiteCdsTable(IdxCds)
             " acompte " AcompteCdsTable(IdxCds) " avant le "
             LimiteCdsTable(IdxCds)
      END-IF
   END-PERFORM.
   DISPLAY WS-NbCdsListees " commande(s) à retirer.".

LISTER-COMMANDES-OUVERTES.
   PERFORM CHARGER-TABLE-COMMANDES.
   MOVE 0 TO WS-NbCdsListees.
   DISPLAY "--- Commandes spéciales en attente de livraison ---".
   PERFORM VARYING IdxCds FROM 1 BY 1
       UNTIL IdxCds > WS-NbCommandesSpec
      IF StatutCdsTable(IdxCds) = "O"
         ADD 1 TO WS-NbCdsListees
         DISPLAY NumCdsTable(IdxCds) " " DateCdsTable(IdxCds) " "
             CodeArtCdsTable(IdxCds) " x" QuantiteCdsTable(IdxCds)
             " " NomCdsTable(IdxCds)
      END-IF
   END-PERFORM.
   DISPLAY WS-NbCdsListees " commande(s) en attente.".

REPRENDRE-COMMANDE-SPECIALE.
      *> Retrait d'une commande mise de côté : la marchandise revient
      *> au stock juste avant d'entrer au panier (la vente la
      *> décrémente comme toute ligne) et l'acompte sera déduit au
      *> règlement. Sans article au fichier, rien ne revient au stock
      *> et la commande reste "R" si la vente est abandonnée :
      *> LIBERER-COMMANDES-ECHUES la traitera à l'échéance.
   PERFORM CHARGER-TABLE-COMMANDES.
   PERFORM VARYING IdxCds FROM 1 BY 1
       UNTIL IdxCds > WS-NbCommandesSpec
       OR NumCdsTable(IdxCds) = WS-NumCommandeSaisi
      CONTINUE
   END-PERFORM.
   IF IdxCds > WS-NbCommandesSpec
      DISPLAY "Commande spéciale inconnue."
   ELSE
   IF StatutCdsTable(IdxCds) NOT = "R"
      DISPLAY "Commande non disponible au retrait (statut "
          StatutCdsTable(IdxCds) ")."
   ELSE
      DISPLAY "Commande de " FUNCTION TRIM(NomCdsTable(IdxCds))
          " : " CodeArtCdsTable(IdxCds) " x"
          QuantiteCdsTable(IdxCds) ", acompte "
          AcompteCdsTable(IdxCds)
      MOVE IdxCds TO WS-IdxCdsRetrait
      MOVE CodeArtCdsTable(WS-IdxCdsRetrait) TO WS-CodeArticleSaisi
      PERFORM CHERCHER-ARTICLE
      IF WS-ArticleTrouve = "N"
         DISPLAY "Article retiré du fichier : ligne à saisir à la "
             "main."
      ELSE
         PERFORM CHARGER-TABLE-ARTICLES
         MOVE CodeArtCdsTable(WS-IdxCdsRetrait) TO WS-CodeArticleMaj
         MOVE QuantiteCdsTable(WS-IdxCdsRetrait) TO WS-DeltaStock
         PERFORM AJUSTER-STOCK-ARTICLE
         PERFORM REECRIRE-TABLE-ARTICLES
         MOVE QuantiteCdsTable(WS-IdxCdsRetrait) TO WS-QuantiteSaisie
         PERFORM AJOUTER-LIGNE-PANIER
      END-IF
      MOVE AcompteCdsTable(WS-IdxCdsRetrait) TO WS-AcompteADeduire
   END-IF
   END-IF.

LIBERER-COMMANDES-ECHUES.
      *> Commandes mises de côté et non retirées à la date limite :
      *> la marchandise retourne au rayon et l'acompte est rendu,
      *> moins la part retenue par la maison (RETENUE-ACOMPTE-CDE,
      *> 0 = tout rendu, 100 = tout gardé). Le rendu est une ligne
      *> REMBOURS adossée à la vente d'acompte.
   PERFORM CHARGER-TABLE-COMMANDES.
   PERFORM CHARGER-TABLE-ARTICLES.
   ACCEPT WS-DateJourVente FROM DATE YYYYMMDD.
   MOVE 0 TO WS-NbCdsListees.
   DISPLAY "--- Commandes non retirées libérées ---".
   PERFORM VARYING IdxCds FROM 1 BY 1
       UNTIL IdxCds > WS-NbCommandesSpec
      IF StatutCdsTable(IdxCds) = "R"
         AND LimiteCdsTable(IdxCds) < WS-DateJourVente
         PERFORM LIBERER-UNE-COMMANDE
      END-IF
   END-PERFORM.
   IF WS-NbCdsListees > 0
      PERFORM REECRIRE-TABLE-ARTICLES
      PERFORM REECRIRE-TABLE-COMMANDES
   END-IF.
   DISPLAY WS-NbCdsListees " commande(s) libérée(s), retenue "
       WS-RetenueAcomptePct " % de l'acompte.".

LIBERER-UNE-COMMANDE.
   ADD 1 TO WS-NbCdsListees.
   MOVE CodeArtCdsTable(IdxCds) TO WS-CodeArticleMaj.
   MOVE QuantiteCdsTable(IdxCds) TO WS-DeltaStock.
   PERFORM AJUSTER-STOCK-ARTICLE.
   COMPUTE WS-AcompteRetenu ROUNDED = AcompteCdsTable(IdxCds)
       * WS-RetenueAcomptePct / 100.
   COMPUTE WS-AcompteARendre
       = AcompteCdsTable(IdxCds) - WS-AcompteRetenu.
   MOVE "L" TO StatutCdsTable(IdxCds).
   MOVE WS-AcompteARendre TO AcompteRenduCdsTable(IdxCds).
   IF WS-AcompteARendre > 0
      MOVE WS-AcompteARendre TO MontantAchat
      MOVE 0 TO Reduction
      MOVE 0 TO ReductionPercentage
      MOVE 0 TO WS-MontantTaxe
      MOVE WS-AcompteARendre TO MontantFinal
      MOVE "REMBOURS" TO WS-TypeTransaction
      MOVE SPACES TO WS-RaisonOverride
      STRING "ACOMPTE COMMANDE " NumCdsTable(IdxCds)
          DELIMITED BY SIZE INTO WS-RaisonOverride
      MOVE VenteAcompteCdsTable(IdxCds) TO WS-ReferenceOrigine
      MOVE "N" TO WS-CouponTrouve
      MOVE 0 TO WS-NiveauFidelite
      MOVE SPACES TO WS-CarteFidelite
      PERFORM JOURNALISER-REDUCTION
      MOVE 0 TO WS-ReferenceOrigine
   END-IF.
   DISPLAY NumCdsTable(IdxCds) " " NomCdsTable(IdxCds) " "
       ContactCdsTable(IdxCds).
   DISPLAY "       " CodeArtCdsTable(IdxCds) " x"
       QuantiteCdsTable(IdxCds) " remis en rayon, acompte rendu "
       WS-AcompteARendre ", retenu " WS-AcompteRetenu.

GERER-KITS.
   PERFORM SEMER-ARTICLES-SI-ABSENT.
   DISPLAY "1. Définir ou redéfinir un kit".
   DISPLAY "2. Liste des kits et disponibilité".
   DISPLAY "Votre choix : ".
   ACCEPT WS-ReponseStock.
   IF WS-ReponseStock = "1"
      PERFORM DEFINIR-KIT
   ELSE
      PERFORM LISTER-KITS
   END-IF.

DEFINIR-KIT.
      *> Le kit est un article du fichier (libellé, prix de vente
      *> propre, catégorie KIT) sans stock à lui : sa composition
      *> remplace entièrement la précédente.
   PERFORM CHARGER-TABLE-ARTICLES.
   PERFORM CHARGER-TABLE-KITS.
   DISPLAY "Code du kit : ".
   ACCEPT WS-CodeKitSaisi.
   PERFORM VARYING IdxArt FROM 1 BY 1
       UNTIL IdxArt > WS-NbArticlesTable
       OR CodeArtTable(IdxArt) = WS-CodeKitSaisi
      CONTINUE
   END-PERFORM.
   IF WS-CodeKitSaisi = SPACES OR WS-CodeKitSaisi = "FIN"
      DISPLAY "Code de kit invalide."
   ELSE
   IF IdxArt > WS-NbArticlesTable AND WS-NbArticlesTable >= 200
      DISPLAY "Fichier des articles plein : kit refusé."
   ELSE
      IF IdxArt > WS-NbArticlesTable
         ADD 1 TO WS-NbArticlesTable
         MOVE WS-CodeKitSaisi TO CodeArtTable(IdxArt)
         DISPLAY "Libellé du kit : "
         ACCEPT LibelleArtTable(IdxArt)
         MOVE 0 TO PrixArtTable(IdxArt)
         MOVE "KIT" TO CategorieArtTable(IdxArt)
         MOVE 0 TO StockArtTable(IdxArt)
         MOVE 0 TO SeuilArtTable(IdxArt)
         MOVE 0 TO CoutArtTable(IdxArt)
      END-IF
      DISPLAY "Prix de vente du kit (0 = " PrixArtTable(IdxArt)
          ") : "
      ACCEPT WS-PrixKitSaisi
      IF WS-PrixKitSaisi > 0
         MOVE WS-PrixKitSaisi TO PrixArtTable(IdxArt)
      END-IF
      PERFORM VARYING IdxKit FROM 1 BY 1
          UNTIL IdxKit > WS-NbComposantsKit
         IF KitCompTable(IdxKit) = WS-CodeKitSaisi
            MOVE SPACES TO KitCompTable(IdxKit)
         END-IF
      END-PERFORM
      MOVE 0 TO WS-NbComposantsSaisis
      MOVE SPACES TO WS-CodeComposantSaisi
      PERFORM SAISIR-COMPOSANT-KIT
          UNTIL WS-CodeComposantSaisi = "FIN"
      IF WS-NbComposantsSaisis = 0
         DISPLAY "Kit sans composant : il ne sera plus vendu comme "
             "kit."
      END-IF
      PERFORM REECRIRE-TABLE-ARTICLES
      PERFORM REECRIRE-TABLE-KITS
      DISPLAY "Kit " WS-CodeKitSaisi " : " WS-NbComposantsSaisis
          " composant(s)."
   END-IF
   END-IF.

SAISIR-COMPOSANT-KIT.
      *> Un composant est un article ordinaire du fichier : ni le kit
      *> lui-même ni un autre kit (pas de kit dans un kit).
   DISPLAY "Article composant (FIN pour terminer) : ".
   ACCEPT WS-CodeComposantSaisi.
   IF WS-CodeComposantSaisi NOT = "FIN"
      AND WS-CodeComposantSaisi NOT = SPACES
      MOVE WS-CodeComposantSaisi TO WS-CodeKitCherche
      PERFORM EST-CE-UN-KIT
      PERFORM VARYING IdxArt FROM 1 BY 1
          UNTIL IdxArt > WS-NbArticlesTable
          OR CodeArtTable(IdxArt) = WS-CodeComposantSaisi
         CONTINUE
      END-PERFORM
      IF IdxArt > WS-NbArticlesTable
         DISPLAY "Article inconnu du fichier, composant ignoré."
      ELSE
      IF WS-CodeComposantSaisi = WS-CodeKitSaisi
         OR WS-ArticleEstKit = "O"
         DISPLAY "Un kit ne peut pas entrer dans un kit."
      ELSE
      IF WS-NbComposantsKit >= 200
         DISPLAY "Table des compositions pleine, composant ignoré."
      ELSE
         DISPLAY "Quantité de " WS-CodeComposantSaisi " par kit : "
         ACCEPT WS-QuantiteComposantSaisie
         IF WS-QuantiteComposantSaisie > 0
            ADD 1 TO WS-NbComposantsKit
            ADD 1 TO WS-NbComposantsSaisis
            MOVE WS-CodeKitSaisi TO KitCompTable(WS-NbComposantsKit)
            MOVE WS-CodeComposantSaisi
                TO ComposantKitTable(WS-NbComposantsKit)
            MOVE WS-QuantiteComposantSaisie
                TO QuantiteCompKitTable(WS-NbComposantsKit)
         END-IF
      END-IF
      END-IF
      END-IF
   END-IF.

LISTER-KITS.
   PERFORM CHARGER-TABLE-ARTICLES.
   PERFORM CHARGER-TABLE-KITS.
   DISPLAY "--- Kits et coffrets ---".
   PERFORM VARYING IdxArt FROM 1 BY 1
       UNTIL IdxArt > WS-NbArticlesTable
      MOVE CodeArtTable(IdxArt) TO WS-CodeKitCherche
      PERFORM EST-CE-UN-KIT
      IF WS-ArticleEstKit = "O"
         PERFORM CALCULER-DISPO-KIT
         DISPLAY CodeArtTable(IdxArt) " " LibelleArtTable(IdxArt)
             " prix " PrixArtTable(IdxArt) " disponible "
             WS-DispoKit
         PERFORM VARYING IdxKit FROM 1 BY 1
             UNTIL IdxKit > WS-NbComposantsKit
            IF KitCompTable(IdxKit) = WS-CodeKitCherche
               MOVE ComposantKitTable(IdxKit) TO WS-CodeComposantLu
               PERFORM LIRE-STOCK-COMPOSANT
               DISPLAY "   " QuantiteCompKitTable(IdxKit) " x "
                   ComposantKitTable(IdxKit) " (stock "
                   WS-StockComposantLu ")"
            END-IF
         END-PERFORM
      END-IF
   END-PERFORM.

CHARGER-TABLE-KITS.
   MOVE 0 TO WS-NbComposantsKit.
   MOVE "N" TO WS-EOF-KIT.
   OPEN INPUT GCBKitsFile.
   IF WS-KIT-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-KIT
   END-IF.
   PERFORM UNTIL WS-EOF-KIT = "Y"
      READ GCBKitsFile
         AT END MOVE "Y" TO WS-EOF-KIT
         NOT AT END
            IF WS-NbComposantsKit < 200
               ADD 1 TO WS-NbComposantsKit
               MOVE CodeKit TO KitCompTable(WS-NbComposantsKit)
               MOVE CodeComposantKit
                   TO ComposantKitTable(WS-NbComposantsKit)
               MOVE QuantiteComposantKit
                   TO QuantiteCompKitTable(WS-NbComposantsKit)
            END-IF
      END-READ
   END-PERFORM.
   IF WS-KIT-STATUS NOT = "35"
      CLOSE GCBKitsFile
   END-IF.

REECRIRE-TABLE-KITS.
      *> Les compositions effacées (code kit à blanc) disparaissent
      *> à la réécriture.
   OPEN OUTPUT GCBKitsFile.
   PERFORM VARYING IdxKit FROM 1 BY 1
       UNTIL IdxKit > WS-NbComposantsKit
      IF KitCompTable(IdxKit) NOT = SPACES
         MOVE KitCompTable(IdxKit) TO CodeKit
         MOVE ComposantKitTable(IdxKit) TO CodeComposantKit
         MOVE QuantiteCompKitTable(IdxKit) TO QuantiteComposantKit
         WRITE KitRecord
      END-IF
   END-PERFORM.
   CLOSE GCBKitsFile.

EST-CE-UN-KIT.
      *> Un article est un kit dès qu'il a une composition dans la
      *> table chargée par CHARGER-TABLE-KITS.
   MOVE "N" TO WS-ArticleEstKit.
   PERFORM VARYING IdxKit FROM 1 BY 1
       UNTIL IdxKit > WS-NbComposantsKit
      IF KitCompTable(IdxKit) = WS-CodeKitCherche
         MOVE "O" TO WS-ArticleEstKit
      END-IF
   END-PERFORM.

CALCULER-DISPO-KIT.
      *> Disponibilité d'un kit = celle de son composant le plus
      *> rare (stock du composant divisé par sa quantité par kit,
      *> arrondi par défaut) ; un composant en négatif ou absent du
      *> fichier rend le kit indisponible.
   MOVE 99999 TO WS-DispoKit.
   MOVE 0 TO WS-CoutKit.
   PERFORM VARYING IdxKit FROM 1 BY 1
       UNTIL IdxKit > WS-NbComposantsKit
      IF KitCompTable(IdxKit) = WS-CodeKitCherche
         MOVE ComposantKitTable(IdxKit) TO WS-CodeComposantLu
         PERFORM LIRE-STOCK-COMPOSANT
         COMPUTE WS-CoutKit = WS-CoutKit
             + WS-CoutComposantLu * QuantiteCompKitTable(IdxKit)
         IF WS-StockComposantLu <= 0
            MOVE 0 TO WS-DispoComposant
         ELSE
            DIVIDE WS-StockComposantLu BY QuantiteCompKitTable(IdxKit)
                GIVING WS-DispoComposant
         END-IF
         IF WS-DispoComposant < WS-DispoKit
            MOVE WS-DispoComposant TO WS-DispoKit
         END-IF
      END-IF
   END-PERFORM.
   IF WS-DispoKit = 99999
      MOVE 0 TO WS-DispoKit
   END-IF.

LIRE-STOCK-COMPOSANT.
      *> Relecture directe du fichier : la table des articles de
      *> l'appelant peut être en cours de mise à jour.
   MOVE 0 TO WS-StockComposantLu.
   MOVE 0 TO WS-CoutComposantLu.
   MOVE "N" TO WS-EOF-ART.
   OPEN INPUT GCBArticlesFile.
   IF WS-ART-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-ART
   END-IF.
   PERFORM UNTIL WS-EOF-ART = "Y"
      READ GCBArticlesFile
         AT END MOVE "Y" TO WS-EOF-ART
         NOT AT END
            IF CodeArticle = WS-CodeComposantLu
               MOVE QuantiteStockArticle TO WS-StockComposantLu
               MOVE CoutMoyenArticle TO WS-CoutComposantLu
               MOVE "Y" TO WS-EOF-ART
            END-IF
      END-READ
   END-PERFORM.
   IF WS-ART-STATUS NOT = "35"
      CLOSE GCBArticlesFile
   END-IF.

AJUSTER-STOCK-LIGNE.
      *> Comme AJUSTER-STOCK-ARTICLE, mais une ligne de kit porte le
      *> mouvement sur chacun de ses composants (quantité de kits x
      *> quantité par kit) ; le kit n'a pas de stock propre. La
      *> table des kits doit être chargée.
   MOVE WS-CodeArticleMaj TO WS-CodeKitCherche.
   PERFORM EST-CE-UN-KIT.
   IF WS-ArticleEstKit = "O"
      MOVE WS-DeltaStock TO WS-DeltaKit
      PERFORM VARYING IdxKit FROM 1 BY 1
          UNTIL IdxKit > WS-NbComposantsKit
         IF KitCompTable(IdxKit) = WS-CodeKitCherche
            MOVE ComposantKitTable(IdxKit) TO WS-CodeArticleMaj
            COMPUTE WS-DeltaStock
                = WS-DeltaKit * QuantiteCompKitTable(IdxKit)
            PERFORM AJUSTER-STOCK-ARTICLE
         END-IF
      END-PERFORM
   ELSE
      PERFORM AJUSTER-STOCK-ARTICLE
   END-IF.

GERER-PROMOTIONS.
   DISPLAY "1. Programmer une promotion".
   DISPLAY "2. Rapport des promotions (à venir/en cours/expirées)".
                   TO StockArtTable(WS-NbArticlesTable)
               MOVE SeuilReapproArticle
                   TO SeuilArtTable(WS-NbArticlesTable)
               MOVE CoutMoyenArticle
                   TO CoutArtTable(WS-NbArticlesTable)
            END-IF
      END-READ
   END-PERFORM.
      MOVE CategorieArtTable(IdxArt) TO CategorieArticle
      MOVE StockArtTable(IdxArt) TO QuantiteStockArticle
      MOVE SeuilArtTable(IdxArt) TO SeuilReapproArticle
      MOVE CoutArtTable(IdxArt) TO CoutMoyenArticle
      WRITE ArticleRecord
   END-PERFORM.
   CLOSE GCBArticlesFile.
   END-IF.

DECREMENTER-STOCK-PANIER.
      *> Les quantités vendues sortent du stock ligne par ligne,
      *> celles d'un kit sur ses composants ; un passage sous le
      *> seuil est annoncé immédiatement.
   PERFORM CHARGER-TABLE-ARTICLES.
   PERFORM CHARGER-TABLE-KITS.
   PERFORM VARYING IdxLigne FROM 1 BY 1
       UNTIL IdxLigne > WS-NbLignesPanier
      MOVE CodePanier(IdxLigne) TO WS-CodeArticleMaj
      COMPUTE WS-DeltaStock = 0 - QuantitePanier(IdxLigne)
      PERFORM AJUSTER-STOCK-LIGNE
   END-PERFORM.
   PERFORM REECRIRE-TABLE-ARTICLES.
   PERFORM VARYING IdxArt FROM 1 BY 1
RESTOCKER-ARTICLES-VENTE.
      *> Retour d'articles : les quantités effectivement rendues
      *> (demandées ligne par ligne sur le détail de la vente
      *> d'origine par RELEVER-LIGNES-RETOUR) reviennent en stock ;
      *> un kit rendu restocke ses composants.
   PERFORM CHARGER-TABLE-ARTICLES.
   PERFORM CHARGER-TABLE-KITS.
   PERFORM VARYING IdxRetour FROM 1 BY 1
       UNTIL IdxRetour > WS-NbLignesRetour
      IF QteRendueRetour(IdxRetour) > 0
         MOVE CodeRetour(IdxRetour) TO WS-CodeArticleMaj
         MOVE QteRendueRetour(IdxRetour) TO WS-DeltaStock
         PERFORM AJUSTER-STOCK-LIGNE
      END-IF
   END-PERFORM.
   PERFORM REECRIRE-TABLE-ARTICLES.

ENTREE-MARCHANDISES.
      *> article et permet d'ajuster le seuil de réapprovisionnement.
   PERFORM SEMER-ARTICLES-SI-ABSENT.
   PERFORM CHARGER-TABLE-ARTICLES.
   PERFORM CHARGER-TABLE-KITS.
   DISPLAY "Fournisseur de la livraison : ".
   ACCEPT WS-FournisseurRecu.
   MOVE SPACES TO WS-CodeArticleMaj.
   PERFORM UNTIL WS-CodeArticleMaj = "FIN"
      DISPLAY "Code article reçu (FIN pour terminer) : "
             OR CodeArtTable(IdxArt) = WS-CodeArticleMaj
            CONTINUE
         END-PERFORM
         MOVE WS-CodeArticleMaj TO WS-CodeKitCherche
         PERFORM EST-CE-UN-KIT
         IF IdxArt > WS-NbArticlesTable
            DISPLAY "Article inconnu du fichier."
         ELSE
         IF WS-ArticleEstKit = "O"
            DISPLAY "Kit sans stock propre : recevoir ses "
                "composants."
         ELSE
            DISPLAY "Quantité reçue : "
            ACCEPT WS-QuantiteRecueStock
            DISPLAY "Prix d'achat unitaire du bon de livraison : "
            ACCEPT WS-PrixAchatRecu
            PERFORM RECALCULER-COUT-MOYEN
            ADD WS-QuantiteRecueStock TO StockArtTable(IdxArt)
            PERFORM ENREGISTRER-RECEPTION-ARTICLE
            PERFORM ALLOUER-COMMANDES-ARTICLE
            DISPLAY "Nouveau seuil de réappro (9999 = inchangé) : "
            ACCEPT WS-NouveauSeuilSaisi
            IF WS-NouveauSeuilSaisi NOT = 9999
            END-IF
            DISPLAY CodeArtTable(IdxArt) " : stock "
                StockArtTable(IdxArt) ", seuil "
                SeuilArtTable(IdxArt) ", coût moyen "
                CoutArtTable(IdxArt)
         END-IF
         END-IF
      END-IF
   END-PERFORM.
   PERFORM REECRIRE-TABLE-ARTICLES.
   DISPLAY "Entrée de marchandises enregistrée.".

RECALCULER-COUT-MOYEN.
      *> Coût moyen pondéré : le stock en place (un stock négatif
      *> compte pour zéro, ces unités sont déjà sorties) à l'ancien
      *> coût, plus la quantité reçue au prix d'achat du bon.
   IF StockArtTable(IdxArt) > 0
      MOVE StockArtTable(IdxArt) TO WS-StockAvantReception
   ELSE
      MOVE 0 TO WS-StockAvantReception
   END-IF.
   IF WS-StockAvantReception + WS-QuantiteRecueStock > 0
      COMPUTE WS-ValeurStockCout
          = WS-StockAvantReception * CoutArtTable(IdxArt)
          + WS-QuantiteRecueStock * WS-PrixAchatRecu
      COMPUTE CoutArtTable(IdxArt) ROUNDED = WS-ValeurStockCout
          / (WS-StockAvantReception + WS-QuantiteRecueStock)
   END-IF.

ENREGISTRER-RECEPTION-ARTICLE.
   MOVE CodeArtTable(IdxArt) TO WS-ReferenceRecue.
   MOVE LibelleArtTable(IdxArt) TO WS-LibelleRecu.
   MOVE WS-QuantiteRecueStock TO WS-QuantiteRecueRecep.
   CALL 'GCB_RECEPTION' USING ActiviteReceptionMagasin
       WS-FournisseurRecu WS-ReferenceRecue WS-LibelleRecu
       WS-QuantiteRecueRecep WS-PrixAchatRecu WS-NumReceptionPosee.
   IF WS-NumReceptionPosee NOT = 0
      DISPLAY "Réception " WS-NumReceptionPosee " enregistrée."
   END-IF.

RAPPORT-STOCK-ARTICLES.
   PERFORM SEMER-ARTICLES-SI-ABSENT.
   PERFORM CHARGER-TABLE-ARTICLES.
          = WS-PrixArticleTrouve * WS-QuantiteSaisie
      MOVE WS-CategorieTrouvee
          TO CategoriePanier(WS-NbLignesPanier)
      MOVE WS-CoutArticleTrouve TO CoutPanier(WS-NbLignesPanier)
      MOVE WS-PromoAppliquee TO PromoPanier(WS-NbLignesPanier)
      ADD MontantPanier(WS-NbLignesPanier) TO MontantAchat
   ELSE
      DISPLAY "Panier plein, ligne ignoree."
ECRIRE-LIGNES-PANIER.
      *> Le detail du panier part dans GCBLignesVenteFile sous le
      *> numero de vente que JOURNALISER-REDUCTION vient d'attribuer.
   ACCEPT WS-DateJourVente FROM DATE YYYYMMDD.
   OPEN EXTEND GCBLignesVenteFile.
   IF WS-LIGNE-STATUS = "35"
      OPEN OUTPUT GCBLignesVenteFile
         MOVE PrixPanier(IdxLigne) TO PrixUnitaireLigne
         MOVE MontantPanier(IdxLigne) TO MontantLigne
         MOVE CategoriePanier(IdxLigne) TO CategorieLigne
         MOVE CoutPanier(IdxLigne) TO CoutUnitaireLigne
         MOVE RemisePanier(IdxLigne) TO RemiseLigne
         MOVE PromoPanier(IdxLigne) TO PromoLigne
         IF WS-CouponApplique = "O"
            MOVE WS-CodeCoupon TO CouponLigne
         ELSE
            MOVE SPACES TO CouponLigne
         END-IF
         MOVE WS-DateJourVente TO DateVenteLigne
         MOVE TauxTVAPanier(IdxLigne) TO TauxTVALigne
         MOVE TVAPanier(IdxLigne) TO MontantTVALigne
         MOVE SPACE TO TypeLigne
         WRITE LigneVenteRecord
      END-PERFORM
      CLOSE GCBLignesVenteFile
   END-IF.

REPARTIR-REMISE-TVA.
      *> La réduction de la vente est répartie au prorata du montant
      *> des lignes, la dernière recevant le reste de l'arrondi ; la
      *> TVA de chaque ligne est calculée sur son net au taux de sa
      *> catégorie à la date du jour, et leur somme fait la taxe.
   MOVE Reduction TO WS-RemiseRestante.
   MOVE 0 TO WS-MontantTaxe.
   ACCEPT WS-DateTVA FROM DATE YYYYMMDD.
   PERFORM VARYING IdxLigne FROM 1 BY 1
       UNTIL IdxLigne > WS-NbLignesPanier
      IF IdxLigne = WS-NbLignesPanier OR MontantAchat = 0
         MOVE WS-RemiseRestante TO RemisePanier(IdxLigne)
      ELSE
         COMPUTE WS-RemiseCalculee ROUNDED = Reduction
             * MontantPanier(IdxLigne) / MontantAchat
         IF WS-RemiseCalculee > WS-RemiseRestante
            MOVE WS-RemiseRestante TO WS-RemiseCalculee
         END-IF
         MOVE WS-RemiseCalculee TO RemisePanier(IdxLigne)
      END-IF
      SUBTRACT RemisePanier(IdxLigne) FROM WS-RemiseRestante
      CALL 'GCB_TVA_CATEGORIE' USING CategoriePanier(IdxLigne)
          WS-DateTVA TauxTVAPanier(IdxLigne)
      COMPUTE TVAPanier(IdxLigne) ROUNDED
          = (MontantPanier(IdxLigne) - RemisePanier(IdxLigne))
          * TauxTVAPanier(IdxLigne) / 100
      ADD TVAPanier(IdxLigne) TO WS-MontantTaxe
   END-PERFORM.

VENTE-PAR-ARTICLES.
   PERFORM SEMER-ARTICLES-SI-ABSENT.
   MOVE "STANDARD" TO WS-TypeTransaction.
   MOVE 0 TO WS-ReferenceOrigine.
   MOVE 0 TO MontantAchat.
   MOVE 0 TO WS-NbLignesPanier.
   MOVE 0 TO WS-NbLignesBiblio.
   MOVE 0 TO WS-TotalBiblioPanier.
   MOVE 0 TO WS-AcompteADeduire.
   MOVE 0 TO WS-IdxCdsRetrait.
   DISPLAY "Retrait d'une commande spéciale (numéro, 0 = aucun) : ".
   ACCEPT WS-NumCommandeSaisi.
   IF WS-NumCommandeSaisi NOT = 0
      PERFORM REPRENDRE-COMMANDE-SPECIALE
   END-IF.
   MOVE SPACES TO WS-CodeArticleSaisi.
   PERFORM SAISIR-LIGNE-ARTICLE
       UNTIL WS-CodeArticleSaisi = "FIN".
   IF WS-NbLignesPanier = 0 AND WS-NbLignesBiblio = 0
      DISPLAY "Panier vide, vente abandonnee."
   ELSE
   IF WS-NbLignesPanier = 0
      *> Seulement des lignes bibliothèque : pas de vente au
      *> journal, le règlement ne porte que sur ces lignes.
      MOVE 0 TO MontantFinal
      PERFORM SAISIR-REGLEMENTS
   ELSE
      DISPLAY "Total du panier : " MontantAchat
      PERFORM SAISIR-FIDELITE
      PERFORM SAISIR-COUPON
      PERFORM CALCULER-REDUCTION
      DISPLAY "Montant de la réduction : " Reduction
      DISPLAY "TVA (taux par catégorie) : " WS-MontantTaxe
      DISPLAY "Montant final à payer : " MontantFinal
      PERFORM JOURNALISER-REDUCTION
      PERFORM ECRIRE-LIGNES-PANIER
      PERFORM DECREMENTER-STOCK-PANIER
      PERFORM SAISIR-REGLEMENTS
      PERFORM METTRE-A-JOUR-FIDELITE
      IF WS-IdxCdsRetrait > 0
         MOVE "T" TO StatutCdsTable(WS-IdxCdsRetrait)
         MOVE WS-NumVenteCourante
             TO VenteRetraitCdsTable(WS-IdxCdsRetrait)
         PERFORM REECRIRE-TABLE-COMMANDES
         DISPLAY "Commande spéciale " NumCdsTable(WS-IdxCdsRetrait)
             " retirée."
      END-IF
   END-IF
   END-IF.
   IF WS-NbLignesBiblio > 0
      PERFORM APPLIQUER-LIGNES-BIBLIO
   END-IF.

SAISIR-LIGNE-ARTICLE.
   DISPLAY "Code article (BIBLIO = amende / adhésion "
       "bibliothèque, FIN pour terminer) : ".
   ACCEPT WS-CodeArticleSaisi.
   IF WS-CodeArticleSaisi = "BIBLIO"
      PERFORM SAISIR-LIGNE-BIBLIO
   ELSE
   IF WS-CodeArticleSaisi NOT = "FIN"
      AND WS-CodeArticleSaisi NOT = SPACES
      PERFORM CHERCHER-ARTICLE
      IF WS-ArticleTrouve = "N"
         DISPLAY "Article inconnu du fichier, ligne ignoree."
      ELSE
         IF WS-StockArticleTrouve <= 0
            DISPLAY "Article en rupture : commande spéciale "
                "possible (option 14)."
         END-IF
         DISPLAY "Quantite : "
         ACCEPT WS-QuantiteSaisie
         IF WS-QuantiteSaisie > 0
            END-IF
         END-IF
      END-IF
   END-IF
   END-IF.

TRAITER-LOT-ARTICLES.
      PERFORM UNTIL WS-EOF-LOT-ART = "Y"
         READ GCBLignesVenteFile
            AT END MOVE "Y" TO WS-EOF-LOT-ART
            NOT AT END
               IF TypeLigne NOT = "R"
                  PERFORM CUMULER-LIGNE-RAPPORT
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBLignesVenteFile
             QuantitePanier(IdxLigne) " unite(s), chiffre "
             MontantPanier(IdxLigne)
      END-PERFORM
      PERFORM CUMULER-CONSO-KITS
      IF WS-NbConsoComposants > 0
         DISPLAY "--- Composants consommés par les kits vendus ---"
         PERFORM VARYING IdxConso FROM 1 BY 1
             UNTIL IdxConso > WS-NbConsoComposants
            DISPLAY ComposantConso(IdxConso) " : "
                QuantiteConso(IdxConso) " unite(s)"
         END-PERFORM
      END-IF
      DISPLAY "--- Ventes par categorie ---"
      PERFORM VARYING IdxCategorie FROM 1 BY 1
          UNTIL IdxCategorie > WS-NbCategories
      END-PERFORM
   END-IF.

CUMULER-CONSO-KITS.
      *> Les kits figurent sous leur propre code dans les ventes par
      *> article ; leur consommation de composants est éclatée ici
      *> selon la composition en vigueur.
   MOVE 0 TO WS-NbConsoComposants.
   PERFORM CHARGER-TABLE-KITS.
   PERFORM VARYING IdxLigne FROM 1 BY 1
       UNTIL IdxLigne > WS-NbLignesPanier
      PERFORM VARYING IdxKit FROM 1 BY 1
          UNTIL IdxKit > WS-NbComposantsKit
         IF KitCompTable(IdxKit) = CodePanier(IdxLigne)
            PERFORM AJOUTER-CONSO-COMPOSANT
         END-IF
      END-PERFORM
   END-PERFORM.

AJOUTER-CONSO-COMPOSANT.
   PERFORM VARYING IdxConso FROM 1 BY 1
       UNTIL IdxConso > WS-NbConsoComposants
       OR ComposantConso(IdxConso) = ComposantKitTable(IdxKit)
      CONTINUE
   END-PERFORM.
   IF IdxConso > WS-NbConsoComposants AND WS-NbConsoComposants < 50
      ADD 1 TO WS-NbConsoComposants
      MOVE ComposantKitTable(IdxKit)
          TO ComposantConso(WS-NbConsoComposants)
      MOVE 0 TO QuantiteConso(WS-NbConsoComposants)
      MOVE WS-NbConsoComposants TO IdxConso
   END-IF.
   IF IdxConso <= WS-NbConsoComposants
      COMPUTE QuantiteConso(IdxConso) = QuantiteConso(IdxConso)
          + QuantitePanier(IdxLigne) * QuantiteCompKitTable(IdxKit)
   END-IF.

CUMULER-LIGNE-RAPPORT.
      *> La TablePanier ressert de table de cumul : une entree par
      *> code article, quantites et montants additionnes.
      ADD MontantLigne TO MontantCategorieCumul(IdxCategorie)
   END-IF.

RAPPORT-MARGES.
      *> Marge brute sur une période : chiffre net des réductions
      *> (prix promotionnel, paliers, fidélité, coupon, points), coût
      *> figé à la vente, par article, catégorie, promotion et
      *> campagne de coupon ; tout article vendu sous son coût est
      *> signalé avec le nombre de lignes et la perte.
   DISPLAY "Date de début (AAAAMMJJ, 0 = depuis l'origine) : ".
   ACCEPT WS-DebutMarge.
   DISPLAY "Date de fin (AAAAMMJJ, 0 = aujourd'hui) : ".
   ACCEPT WS-FinMarge.
   IF WS-FinMarge = 0
      ACCEPT WS-FinMarge FROM DATE YYYYMMDD
   END-IF.
   MOVE 0 TO WS-NbMarges.
   MOVE 0 TO WS-TotalChiffreMarge.
   MOVE 0 TO WS-TotalCoutMarge.
   MOVE 0 TO WS-NbLignesSousCout.
   MOVE "N" TO WS-EOF-LOT-ART.
   OPEN INPUT GCBLignesVenteFile.
   IF WS-LIGNE-STATUS NOT = "00"
      DISPLAY "Aucune ligne de vente enregistree (statut "
          WS-LIGNE-STATUS ")."
   ELSE
      PERFORM UNTIL WS-EOF-LOT-ART = "Y"
         READ GCBLignesVenteFile
            AT END MOVE "Y" TO WS-EOF-LOT-ART
            NOT AT END
               IF DateVenteLigne >= WS-DebutMarge
                  AND DateVenteLigne <= WS-FinMarge
                  AND TypeLigne NOT = "R"
                  PERFORM CUMULER-LIGNE-MARGE
               END-IF
         END-READ
      END-PERFORM
      CLOSE GCBLignesVenteFile
      DISPLAY "=== MARGE BRUTE DU " WS-DebutMarge " AU " WS-FinMarge
          " ==="
      DISPLAY "Clé            Qté      Chiffre net        Coût"
          "       Marge   Taux%"
      DISPLAY "--- Par article ---"
      MOVE "A" TO WS-TypeMargeCherche
      PERFORM AFFICHER-SECTION-MARGE
      DISPLAY "--- Par catégorie ---"
      MOVE "C" TO WS-TypeMargeCherche
      PERFORM AFFICHER-SECTION-MARGE
      DISPLAY "--- Articles vendus en promotion ---"
      MOVE "P" TO WS-TypeMargeCherche
      PERFORM AFFICHER-SECTION-MARGE
      DISPLAY "--- Par campagne de coupon ---"
      MOVE "K" TO WS-TypeMargeCherche
      PERFORM AFFICHER-SECTION-MARGE
      MOVE WS-TotalChiffreMarge TO WS-ChiffreMargeAff
      MOVE WS-TotalCoutMarge TO WS-CoutMargeAff
      COMPUTE WS-MargeCalculee
          = WS-TotalChiffreMarge - WS-TotalCoutMarge
      MOVE WS-MargeCalculee TO WS-MargeAff
      DISPLAY "TOTAL : chiffre net " WS-ChiffreMargeAff ", coût "
          WS-CoutMargeAff ", marge " WS-MargeAff
      DISPLAY "--- Articles vendus sous le coût ---"
      PERFORM VARYING IdxMarge FROM 1 BY 1
          UNTIL IdxMarge > WS-NbMarges
         IF TypeMarge(IdxMarge) = "A"
            AND NbSousCoutMarge(IdxMarge) > 0
            MOVE PerteSousCoutMarge(IdxMarge) TO WS-PerteMargeAff
            DISPLAY "SOUS LE COUT : " CleMarge(IdxMarge) " "
                NbSousCoutMarge(IdxMarge) " ligne(s), perte "
                WS-PerteMargeAff
         END-IF
      END-PERFORM
      IF WS-NbLignesSousCout = 0
         DISPLAY "Aucune vente sous le coût sur la période."
      END-IF
   END-IF.

CUMULER-LIGNE-MARGE.
      *> Les lignes sans coût connu (articles jamais reçus, ancien
      *> dessin) entrent au chiffre sans être signalées sous le coût.
   COMPUTE WS-ChiffreNetLigne = MontantLigne - RemiseLigne.
   COMPUTE WS-CoutTotalLigne = CoutUnitaireLigne * QuantiteLigne.
   ADD WS-ChiffreNetLigne TO WS-TotalChiffreMarge.
   ADD WS-CoutTotalLigne TO WS-TotalCoutMarge.
   MOVE "N" TO WS-LigneSousCout.
   IF CoutUnitaireLigne > 0 AND WS-ChiffreNetLigne < WS-CoutTotalLigne
      MOVE "O" TO WS-LigneSousCout
      ADD 1 TO WS-NbLignesSousCout
   END-IF.
   MOVE "A" TO WS-TypeMargeCherche.
   MOVE CodeArticleLigne TO WS-CleMargeCherche.
   PERFORM AJOUTER-MARGE.
   MOVE "C" TO WS-TypeMargeCherche.
   MOVE CategorieLigne TO WS-CleMargeCherche.
   PERFORM AJOUTER-MARGE.
   IF PromoLigne = "O"
      MOVE "P" TO WS-TypeMargeCherche
      MOVE CodeArticleLigne TO WS-CleMargeCherche
      PERFORM AJOUTER-MARGE
   END-IF.
   IF CouponLigne NOT = SPACES
      MOVE "K" TO WS-TypeMargeCherche
      MOVE CouponLigne TO WS-CleMargeCherche
      PERFORM AJOUTER-MARGE
   END-IF.

AJOUTER-MARGE.
   PERFORM VARYING IdxMarge FROM 1 BY 1
       UNTIL IdxMarge > WS-NbMarges
       OR (TypeMarge(IdxMarge) = WS-TypeMargeCherche
           AND CleMarge(IdxMarge) = WS-CleMargeCherche)
      CONTINUE
   END-PERFORM.
   IF IdxMarge > WS-NbMarges AND WS-NbMarges < 150
      ADD 1 TO WS-NbMarges
      MOVE WS-NbMarges TO IdxMarge
      MOVE WS-TypeMargeCherche TO TypeMarge(IdxMarge)
      MOVE WS-CleMargeCherche TO CleMarge(IdxMarge)
      MOVE 0 TO QuantiteMarge(IdxMarge)
      MOVE 0 TO ChiffreMarge(IdxMarge)
      MOVE 0 TO CoutMarge(IdxMarge)
      MOVE 0 TO NbSousCoutMarge(IdxMarge)
      MOVE 0 TO PerteSousCoutMarge(IdxMarge)
   END-IF.
   IF IdxMarge <= WS-NbMarges
      ADD QuantiteLigne TO QuantiteMarge(IdxMarge)
      ADD WS-ChiffreNetLigne TO ChiffreMarge(IdxMarge)
      ADD WS-CoutTotalLigne TO CoutMarge(IdxMarge)
      IF WS-LigneSousCout = "O"
         ADD 1 TO NbSousCoutMarge(IdxMarge)
         COMPUTE PerteSousCoutMarge(IdxMarge)
             = PerteSousCoutMarge(IdxMarge)
             + WS-CoutTotalLigne - WS-ChiffreNetLigne
      END-IF
   END-IF.

AFFICHER-SECTION-MARGE.
   PERFORM VARYING IdxMarge FROM 1 BY 1
       UNTIL IdxMarge > WS-NbMarges
      IF TypeMarge(IdxMarge) = WS-TypeMargeCherche
         MOVE ChiffreMarge(IdxMarge) TO WS-ChiffreMargeAff
         MOVE CoutMarge(IdxMarge) TO WS-CoutMargeAff
         COMPUTE WS-MargeCalculee
             = ChiffreMarge(IdxMarge) - CoutMarge(IdxMarge)
         MOVE WS-MargeCalculee TO WS-MargeAff
         IF ChiffreMarge(IdxMarge) > 0
            COMPUTE WS-TauxMarge ROUNDED
                = WS-MargeCalculee * 100 / ChiffreMarge(IdxMarge)
               ON SIZE ERROR MOVE 0 TO WS-TauxMarge
            END-COMPUTE
         ELSE
            MOVE 0 TO WS-TauxMarge
         END-IF
         MOVE WS-TauxMarge TO WS-TauxMargeAff
         DISPLAY CleMarge(IdxMarge) " " QuantiteMarge(IdxMarge) " "
             WS-ChiffreMargeAff " " WS-CoutMargeAff " "
             WS-MargeAff " " WS-TauxMargeAff
      END-IF
   END-PERFORM.

REMBOURSER-VENTE.
   DISPLAY "Numero de la vente d'origine : ".
   ACCEPT WS-NumVenteOrigine.
          " reduction " WS-ReductionOrigine
          " final " WS-FinalOrigine
      DISPLAY "Deja rembourse : " WS-CumulRembourse
      PERFORM RELEVER-LIGNES-RETOUR
      IF WS-RetourParLignes = "N"
         DISPLAY "Montant brut des articles rendus : "
         ACCEPT WS-BrutRendu
      END-IF
      IF WS-BrutRendu NOT > 0 OR WS-BrutRendu > WS-BrutOrigine
         DISPLAY "Montant rendu invalide."
      ELSE
      *> depuis le journal (final - net avant taxe) plutot que
      *> recalculee au TauxTaxe courant : si le taux a change depuis
      *> la vente, on rend exactement ce qui a ete encaisse, ni
      *> plus ni moins. Une vente détaillée reprend réduction et TVA
      *> ligne par ligne (RELEVER-LIGNES-RETOUR).
         IF WS-RetourParLignes = "N"
            COMPUTE WS-ReductionRendue ROUNDED = WS-ReductionOrigine
                * WS-BrutRendu / WS-BrutOrigine
            COMPUTE WS-TaxeOrigine = WS-FinalOrigine
                - (WS-BrutOrigine - WS-ReductionOrigine)
            COMPUTE WS-TaxeRendue ROUNDED = WS-TaxeOrigine
                * WS-BrutRendu / WS-BrutOrigine
         END-IF
         COMPUTE WS-NetRendu = WS-BrutRendu - WS-ReductionRendue
         COMPUTE WS-TotalRembourse = WS-NetRendu + WS-TaxeRendue
         IF WS-CumulRembourse + WS-TotalRembourse > WS-FinalOrigine
            DISPLAY "Refus : le cumul des remboursements ("
               MOVE "N" TO WS-CouponTrouve
               MOVE 0 TO WS-NiveauFidelite
               PERFORM JOURNALISER-REDUCTION
               IF WS-RetourParLignes = "O"
                  PERFORM ECRIRE-LIGNES-RETOUR
               END-IF
               PERFORM RESTOCKER-ARTICLES-VENTE
               MOVE 0 TO WS-ReferenceOrigine
               DISPLAY "A rendre au client : " WS-TotalRembourse
      END-IF
   END-IF.

RELEVER-LIGNES-RETOUR.
      *> Les quantités rendues sont demandées ligne par ligne sur le
      *> détail de la vente d'origine ; quand toutes ses lignes sont
      *> du dessin daté, le brut, la réduction et la TVA rendus en
      *> découlent, chaque ligne à son propre taux.
   MOVE 0 TO WS-NbLignesRetour.
   MOVE "O" TO WS-RetourParLignes.
   MOVE "N" TO WS-EOF-LIGNE-R.
   OPEN INPUT GCBLignesVenteFile.
   IF WS-LIGNE-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-LIGNE-R
   END-IF.
   PERFORM UNTIL WS-EOF-LIGNE-R = "Y"
      READ GCBLignesVenteFile
         AT END MOVE "Y" TO WS-EOF-LIGNE-R
         NOT AT END
            IF NumVenteLigne = WS-NumVenteOrigine
               AND WS-NbLignesRetour < 20
               PERFORM SAISIR-QUANTITE-RENDUE
            END-IF
      END-READ
   END-PERFORM.
   IF WS-LIGNE-STATUS NOT = "35"
      CLOSE GCBLignesVenteFile
   END-IF.
   IF WS-NbLignesRetour = 0
      MOVE "N" TO WS-RetourParLignes
   END-IF.
   IF WS-RetourParLignes = "O"
      MOVE 0 TO WS-BrutRendu
      MOVE 0 TO WS-ReductionRendue
      MOVE 0 TO WS-TaxeRendue
      PERFORM VARYING IdxRetour FROM 1 BY 1
          UNTIL IdxRetour > WS-NbLignesRetour
         COMPUTE WS-BrutRendu = WS-BrutRendu
             + PrixRetour(IdxRetour) * QteRendueRetour(IdxRetour)
         COMPUTE RemiseRendueRetour(IdxRetour) ROUNDED
             = RemiseRetour(IdxRetour) * QteRendueRetour(IdxRetour)
             / QteVendueRetour(IdxRetour)
         COMPUTE TVARendueRetour(IdxRetour) ROUNDED
             = TVARetour(IdxRetour) * QteRendueRetour(IdxRetour)
             / QteVendueRetour(IdxRetour)
         ADD RemiseRendueRetour(IdxRetour) TO WS-ReductionRendue
         ADD TVARendueRetour(IdxRetour) TO WS-TaxeRendue
      END-PERFORM
      DISPLAY "Brut des articles rendus : " WS-BrutRendu
          ", TVA reprise : " WS-TaxeRendue
   END-IF.

SAISIR-QUANTITE-RENDUE.
   ADD 1 TO WS-NbLignesRetour.
   MOVE WS-NbLignesRetour TO IdxRetour.
   MOVE CodeArticleLigne TO CodeRetour(IdxRetour).
   MOVE CategorieLigne TO CategorieRetour(IdxRetour).
   MOVE QuantiteLigne TO QteVendueRetour(IdxRetour).
   MOVE PrixUnitaireLigne TO PrixRetour(IdxRetour).
   DISPLAY "Quantité rendue pour " CodeArticleLigne
       " (vendue " QuantiteLigne ", 0 = aucune) : ".
   ACCEPT WS-QuantiteRendue.
   IF WS-QuantiteRendue > QuantiteLigne
      MOVE QuantiteLigne TO WS-QuantiteRendue
   END-IF.
   MOVE WS-QuantiteRendue TO QteRendueRetour(IdxRetour).
   IF DateVenteLigne IS NOT NUMERIC OR DateVenteLigne = 0
      OR QuantiteLigne = 0
      MOVE "N" TO WS-RetourParLignes
   ELSE
      MOVE CoutUnitaireLigne TO CoutRetour(IdxRetour)
      MOVE RemiseLigne TO RemiseRetour(IdxRetour)
      MOVE TauxTVALigne TO TauxTVARetour(IdxRetour)
      MOVE MontantTVALigne TO TVARetour(IdxRetour)
   END-IF.

ECRIRE-LIGNES-RETOUR.
      *> Les articles rendus partent dans GCBLignesVenteFile sous le
      *> numéro du remboursement, pour la déclaration de TVA.
   ACCEPT WS-DateJourVente FROM DATE YYYYMMDD.
   OPEN EXTEND GCBLignesVenteFile.
   IF WS-LIGNE-STATUS = "35"
      OPEN OUTPUT GCBLignesVenteFile
   END-IF.
   IF WS-LIGNE-STATUS NOT = "00"
      DISPLAY "Erreur GCBLignesVenteFile, statut " WS-LIGNE-STATUS
   ELSE
      PERFORM VARYING IdxRetour FROM 1 BY 1
          UNTIL IdxRetour > WS-NbLignesRetour
         IF QteRendueRetour(IdxRetour) > 0
            MOVE WS-NumVenteCourante TO NumVenteLigne
            MOVE CodeRetour(IdxRetour) TO CodeArticleLigne
            MOVE QteRendueRetour(IdxRetour) TO QuantiteLigne
            MOVE PrixRetour(IdxRetour) TO PrixUnitaireLigne
            COMPUTE MontantLigne
                = PrixRetour(IdxRetour) * QteRendueRetour(IdxRetour)
            MOVE CategorieRetour(IdxRetour) TO CategorieLigne
            MOVE CoutRetour(IdxRetour) TO CoutUnitaireLigne
            MOVE RemiseRendueRetour(IdxRetour) TO RemiseLigne
            MOVE SPACE TO PromoLigne
            MOVE SPACES TO CouponLigne
            MOVE WS-DateJourVente TO DateVenteLigne
            MOVE TauxTVARetour(IdxRetour) TO TauxTVALigne
            MOVE TVARendueRetour(IdxRetour) TO MontantTVALigne
            MOVE "R" TO TypeLigne
            WRITE LigneVenteRecord
         END-IF
      END-PERFORM
      CLOSE GCBLignesVenteFile
   END-IF.

RETROUVER-VENTE-ORIGINE.
   MOVE "N" TO WS-VenteOrigineTrouvee.
   MOVE 0 TO WS-CumulRembourse.
             MaxUtilCouponTable(IdxCoupon) ")"
      END-PERFORM
   END-IF.

SAISIR-LIGNE-BIBLIO.
      *> Amende ou renouvellement d'adhésion payé au comptoir du
      *> magasin, saisi comme une ligne du panier : même effet sur le
      *> membre qu'au bureau de la bibliothèque (solde d'amendes
      *> réduit, ou expiration repoussée d'un an), appliqué par
      *> APPLIQUER-LIGNES-BIBLIO une fois le panier réglé. La ligne
      *> reste hors du montant d'achat : ni remise, ni TVA, ni stock,
      *> ni marge, ni recette du magasin.
   IF WS-NbLignesBiblio >= 5
      DISPLAY "Panier plein pour les lignes bibliothèque."
   ELSE
      DISPLAY "Numéro de membre de la bibliothèque : "
      ACCEPT WS-IdMembreBiblio
      OPEN INPUT GCBMembresFile
      IF WS-MBR-STATUS NOT = "00"
         DISPLAY "Fichier des membres indisponible (statut "
             WS-MBR-STATUS ")."
      ELSE
         MOVE WS-IdMembreBiblio TO IdMembre
         MOVE "O" TO WS-MembreBiblioTrouve
         READ GCBMembresFile
            INVALID KEY MOVE "N" TO WS-MembreBiblioTrouve
         END-READ
         IF WS-MembreBiblioTrouve = "N"
            DISPLAY "Membre introuvable."
         ELSE
            PERFORM PREPARER-LIGNE-BIBLIO
         END-IF
         CLOSE GCBMembresFile
      END-IF
   END-IF.

PREPARER-LIGNE-BIBLIO.
   DISPLAY "Membre : " NomMembre.
   DISPLAY "Solde d'amendes : " SoldeAmendes.
   DISPLAY "Adhésion valable jusqu'au : " DateExpirationMembre.
   DISPLAY "1. Régler des amendes  2. Renouveler l'adhésion".
   ACCEPT WS-NatureBiblioSaisie.
   MOVE 0 TO WS-MontantBiblio.
   PERFORM CUMULER-BIBLIO-MEMBRE.
   IF WS-NatureBiblioSaisie = "1"
      PERFORM SAISIR-REGLEMENT-AMENDES
   ELSE
   IF WS-NatureBiblioSaisie = "2"
      PERFORM CHIFFRER-ADHESION-CAISSE
   ELSE
      DISPLAY "Choix invalide."
   END-IF
   END-IF.
   IF WS-MontantBiblio > 0
      ADD 1 TO WS-NbLignesBiblio
      MOVE WS-IdMembreBiblio TO IdMembreBiblioPanier(WS-NbLignesBiblio)
      MOVE WS-NatureBiblio TO NatureBiblioPanier(WS-NbLignesBiblio)
      MOVE WS-MontantBiblio TO MontantBiblioPanier(WS-NbLignesBiblio)
      ADD WS-MontantBiblio TO WS-TotalBiblioPanier
      DISPLAY "Ligne bibliothèque ajoutée : " WS-MontantBiblio
          " (hors vente du magasin)."
   END-IF.

CUMULER-BIBLIO-MEMBRE.
      *> Ce que le panier porte déjà pour ce membre : amendes en
      *> attente (le solde ne peut être réglé deux fois) et
      *> renouvellement déjà saisi.
   MOVE 0 TO WS-DejaEnPanierBiblio.
   MOVE "N" TO WS-AdhesionEnPanier.
   PERFORM VARYING IdxBiblio FROM 1 BY 1
       UNTIL IdxBiblio > WS-NbLignesBiblio
      IF IdMembreBiblioPanier(IdxBiblio) = WS-IdMembreBiblio
         IF NatureBiblioPanier(IdxBiblio) = "A"
            ADD MontantBiblioPanier(IdxBiblio)
                TO WS-DejaEnPanierBiblio
         ELSE
            MOVE "O" TO WS-AdhesionEnPanier
         END-IF
      END-IF
   END-PERFORM.

SAISIR-REGLEMENT-AMENDES.
   IF SoldeAmendes NOT > WS-DejaEnPanierBiblio
      DISPLAY "Aucune amende à régler pour ce membre."
   ELSE
      IF WS-DejaEnPanierBiblio > 0
         DISPLAY "Amendes déjà au panier : " WS-DejaEnPanierBiblio
      END-IF
      DISPLAY "Montant à payer (paiement partiel admis) : "
      ACCEPT WS-MontantBiblio
      IF WS-MontantBiblio NOT > 0
          OR WS-MontantBiblio + WS-DejaEnPanierBiblio > SoldeAmendes
         DISPLAY "Montant invalide."
         MOVE 0 TO WS-MontantBiblio
      ELSE
         MOVE "A" TO WS-NatureBiblio
      END-IF
   END-IF.

CHIFFRER-ADHESION-CAISSE.
   IF WS-AdhesionEnPanier = "O"
      DISPLAY "Renouvellement déjà au panier pour ce membre."
   ELSE
      CALL 'GCB_PARAMETRE' USING CleCotisationMembre WS-ValeurParam
          WS-ParamTrouve
      IF WS-ParamTrouve = "O"
         MOVE WS-ValeurParam TO WS-CotisationMembre
      END-IF
      DISPLAY "Cotisation à encaisser : " WS-CotisationMembre
      MOVE WS-CotisationMembre TO WS-MontantBiblio
      MOVE "R" TO WS-NatureBiblio
   END-IF.

APPLIQUER-LIGNES-BIBLIO.
      *> Panier réglé : chaque ligne bibliothèque met à jour le
      *> membre et laisse la même trace qu'avant dans
      *> GCBReglementsAmendesFile (compte 0 = payé en caisse du
      *> magasin) et GCBEncaissementsBiblioFile, que le rapport Z et
      *> GCB_REMISE_CAISSE tiennent hors de la recette du magasin. La
      *> part carte de la bibliothèque est répartie sur les lignes
      *> dans l'ordre de saisie, le reste de chaque ligne en espèces.
   MOVE FUNCTION CURRENT-DATE TO WS-DateHeureSys.
   MOVE SPACES TO WS-DateHeureFormatee.
   STRING WS-DateSys(1:4) "-" WS-DateSys(5:2) "-" WS-DateSys(7:2)
       " " WS-HeureSys(1:2) ":" WS-HeureSys(3:2) ":"
       WS-HeureSys(5:2)
       DELIMITED BY SIZE INTO WS-DateHeureFormatee.
   MOVE WS-CarteBiblioRegle TO WS-CarteBiblioRestante.
   MOVE "N" TO WS-MembresBiblioOuverts.
   OPEN I-O GCBMembresFile.
   IF WS-MBR-STATUS = "00"
      MOVE "O" TO WS-MembresBiblioOuverts
   ELSE
      DISPLAY "Fichier des membres indisponible (statut "
          WS-MBR-STATUS ") : encaissements tracés, membres à "
          "mettre à jour au bureau de la bibliothèque."
   END-IF.
   PERFORM VARYING IdxBiblio FROM 1 BY 1
       UNTIL IdxBiblio > WS-NbLignesBiblio
      PERFORM APPLIQUER-LIGNE-BIBLIO
   END-PERFORM.
   IF WS-MembresBiblioOuverts = "O"
      CLOSE GCBMembresFile
   END-IF.
   MOVE 0 TO WS-NbLignesBiblio.
   MOVE 0 TO WS-TotalBiblioPanier.

APPLIQUER-LIGNE-BIBLIO.
   MOVE IdMembreBiblioPanier(IdxBiblio) TO WS-IdMembreBiblio.
   MOVE NatureBiblioPanier(IdxBiblio) TO WS-NatureBiblio.
   MOVE MontantBiblioPanier(IdxBiblio) TO WS-MontantBiblio.
   IF WS-MembresBiblioOuverts = "O"
      MOVE WS-IdMembreBiblio TO IdMembre
      MOVE "O" TO WS-MembreBiblioTrouve
      READ GCBMembresFile
         INVALID KEY MOVE "N" TO WS-MembreBiblioTrouve
      END-READ
      IF WS-MembreBiblioTrouve = "N"
         DISPLAY "Membre " WS-IdMembreBiblio " introuvable : "
             "encaissement tracé sans mise à jour."
      ELSE
         IF WS-NatureBiblio = "A"
            IF WS-MontantBiblio > SoldeAmendes
               MOVE 0 TO SoldeAmendes
            ELSE
               SUBTRACT WS-MontantBiblio FROM SoldeAmendes
            END-IF
            DISPLAY "Membre " WS-IdMembreBiblio " : nouveau solde "
                "d'amendes " SoldeAmendes
         ELSE
            PERFORM RENOUVELER-ADHESION-CAISSE
         END-IF
         REWRITE MembreRecord
      END-IF
   END-IF.
   IF WS-MontantBiblio > WS-CarteBiblioRestante
      MOVE WS-CarteBiblioRestante TO WS-CarteLigneBiblio
   ELSE
      MOVE WS-MontantBiblio TO WS-CarteLigneBiblio
   END-IF.
   SUBTRACT WS-CarteLigneBiblio FROM WS-CarteBiblioRestante.
   COMPUTE WS-EspecesLigneBiblio = WS-MontantBiblio
       - WS-CarteLigneBiblio.
   PERFORM TRACER-ENCAISSEMENT-BIBLIO.

RENOUVELER-ADHESION-CAISSE.
      *> Même calcul que RENOUVELER-ADHESION au bureau : un an à
      *> partir de l'expiration encore à venir, du jour sinon.
   ACCEPT WS-DateJourBiblio FROM DATE YYYYMMDD.
   IF DateExpirationMembre > WS-DateJourBiblio
      COMPUTE WS-EntierAdhesionBiblio
          = FUNCTION INTEGER-OF-DATE(DateExpirationMembre) + 365
   ELSE
      COMPUTE WS-EntierAdhesionBiblio
          = FUNCTION INTEGER-OF-DATE(WS-DateJourBiblio) + 365
   END-IF.
   COMPUTE DateExpirationMembre
       = FUNCTION DATE-OF-INTEGER(WS-EntierAdhesionBiblio).
   DISPLAY "Membre " WS-IdMembreBiblio " : adhésion renouvelée "
       "jusqu'au " DateExpirationMembre ".".

TRACER-ENCAISSEMENT-BIBLIO.
   OPEN EXTEND GCBReglementsAmendesFile.
   IF WS-REGLA-STATUS = "35"
      OPEN OUTPUT GCBReglementsAmendesFile
   END-IF.
   IF WS-REGLA-STATUS NOT = "00"
      DISPLAY "Erreur GCBReglementsAmendesFile, statut "
          WS-REGLA-STATUS
   ELSE
      MOVE WS-IdMembreBiblio TO IdMembreRegAmende
      MOVE 0 TO CompteRegAmende
      MOVE WS-MontantBiblio TO MontantRegAmende
      MOVE WS-DateHeureFormatee TO DateHeureRegAmende
      WRITE ReglementAmendeRecord
      CLOSE GCBReglementsAmendesFile
   END-IF.
   OPEN EXTEND GCBEncaissementsBiblioFile.
   IF WS-ENCB-STATUS = "35"
      OPEN OUTPUT GCBEncaissementsBiblioFile
   END-IF.
   IF WS-ENCB-STATUS NOT = "00"
      DISPLAY "Erreur GCBEncaissementsBiblioFile, statut "
          WS-ENCB-STATUS
   ELSE
      MOVE WS-DateHeureFormatee TO DateHeureEncBiblio
      MOVE WS-IdMembreBiblio TO IdMembreEncBiblio
      MOVE WS-NatureBiblio TO NatureEncBiblio
      IF WS-CarteLigneBiblio > 0
         MOVE "CARTE" TO ModeEncBiblio
         MOVE WS-CarteLigneBiblio TO MontantEncBiblio
         WRITE EncaissementBiblioRecord
      END-IF
      IF WS-EspecesLigneBiblio > 0
         MOVE "ESPECE" TO ModeEncBiblio
         MOVE WS-EspecesLigneBiblio TO MontantEncBiblio
         WRITE EncaissementBiblioRecord
      END-IF
      CLOSE GCBEncaissementsBiblioFile
   END-IF.
   DISPLAY "Encaissé pour la bibliothèque : " WS-MontantBiblio
       " (carte " WS-CarteLigneBiblio ", espèces "
       WS-EspecesLigneBiblio ").".
