               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CleExemplaire
               ALTERNATE RECORD KEY IS CodeBarreExemplaire
                   WITH DUPLICATES
               ASSIGN TO "GCBExemplairesFile.dat".
           SELECT GCBRenouvellementsFile
               FILE STATUS IS WS-RENOUV-STATUS
               FILE STATUS IS WS-DESH-STATUS
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "GCBDesherbageFile.txt".
           SELECT GCBCartesAImprimerFile
               FILE STATUS IS WS-CARTE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "GCBCartesAImprimerFile.txt".

       DATA DIVISION.
       FILE SECTION.
               05 DispositionDesherbage PIC X(1).
               05 ProduitCessionDesherbage PIC 9(5)V99.

           FD GCBCartesAImprimerFile.
      *> Carte de membre à imprimer au prochain passage de
      *> GCB_ETIQUETTES : une ligne par inscription.
           01 CarteAImprimerRecord PIC 9(6).

       WORKING-STORAGE SECTION.
           01 WS-FILE-STATUS PIC 99.
           01 WS-EOF PIC X VALUE "N".
               05 DatePlaceeTable PIC 9(8).
               05 StatutResaTable PIC X(1).
               05 DateLimiteTable PIC 9(8).
               05 SiteRetraitTable PIC X(3).

      *> Perte ou degradation d'un livre en pret : l'emprunt est
      *> clos avec un code d'issue distinct, le prix du titre plus
               05 DateAcquisitionTable PIC 9(8).
               05 EtatExempTable PIC X(10).
               05 StatutExempTable PIC X(1).
               05 CodeBarreTable PIC 9(10).
               05 SiteAttacheTable PIC X(3).
               05 SiteCourantTable PIC X(3).
               05 SiteDestTable PIC X(3).

      *> Sites du réseau (GCB_SITE) : le poste appartient à un site
      *> (GCBSitePosteFile, la centrale à défaut). Sorties, retours,
      *> retraits de réservation et réception de la navette se
      *> rapportent à ce site ; une copie rendue hors de son site
      *> d'attache, ou attendue à un autre site de retrait, part en
      *> transit ("T") par la navette du jour.
           01 WS-SitePoste PIC X(3) VALUE SPACES.
           01 WS-LibelleSitePoste PIC X(30).
           01 WS-SiteSaisi PIC X(3).
           01 WS-LibelleSiteSaisi PIC X(30).
           01 WS-SiteTrouve PIC X(1).
           01 WS-SiteRetraitResa PIC X(3).
           01 WS-SiteDestinationExemp PIC X(3).
           01 WS-NbCopiesSite PIC 9(3) VALUE 0.
           01 WS-NbRecuesNavette PIC 9(3) VALUE 0.

      *> Saisie à la douchette : une copie se désigne par le
      *> code-barre de son étiquette (ou par son titre, tapé au
      *> clavier), un membre par sa carte (ou son numéro) ; les
      *> deux sont décodés par GCB_CODE_BARRE.
           01 WS-CARTE-STATUS PIC 99.
           01 WS-SaisieCopie PIC X(30).
           01 WS-SaisieNumero PIC 9(10).
           01 WS-CodeBarreSaisi PIC 9(10).
           01 WS-TypeCodeLu PIC X(1).
           01 WS-IdMembreCode PIC 9(6).
           01 WS-TitreCode PIC X(30).
           01 WS-NumExempCode PIC 9(3).
           01 WS-StatutExempCode PIC X(1).
           01 WS-NumExempScanne PIC 9(3) VALUE 0.
           01 WS-StatutExempScanne PIC X(1).
           01 WS-SaisieCopieValide PIC X(1).
           01 WS-CodeCarte PIC 9(10).
           01 DebutCartesMembres PIC 9(10) VALUE 2000000000.

      *> Renouvellement d'emprunt : prolonge DateRetourPrevue sur
      *> l'EmpruntRecord existant (deux renouvellements au plus),
           01 WS-PlancherPayeur PIC S9(5)V99.
           01 WS-TotalBlocagesPayeur PIC S9(7)V99.
           01 WS-TotalChequesPayeur PIC S9(7)V99.
           01 WS-TotalEnveloppesPayeur PIC S9(7)V99.
           01 WS-PayeurMineur PIC X(1) VALUE "N".
           01 WS-TuteurPayeur PIC 9(6) VALUE 0.
      *> Relu au demarrage dans GCBParametresFile (cle DECOUVERT-MAX)
      *> via GCB_PARAMETRE, comme GCB2 ; la VALUE ne sert que de
      *> repli.
               05 WS-DatePaieSys PIC 9(8).
               05 WS-HeurePaieSys PIC 9(6).
               05 WS-RestPaieSys PIC X(7).
      *> Habilitations : session opérateur (GCB_SIGNON, reprise si
      *> le programme est lancé depuis MenuPrincipal) et contrôle du
      *> rôle sur l'option choisie, objet "LIVRES-nn" de la matrice.
           01 WS-SignonOK PIC X(1).
           01 WS-ObjetHabil PIC X(24).
           01 WS-ModeHabil PIC X(1) VALUE "C".
           01 WS-Habilite PIC X(1).

       PROCEDURE DIVISION.
       DEBUT.
           CALL 'GCB_SIGNON' USING WS-SignonOK.
           IF WS-SignonOK NOT = "O"
              DISPLAY "Pas de session opérateur : inventaire des "
                  "livres inaccessible."
              STOP RUN
           END-IF.
           CALL 'GCB_SITE' USING WS-SitePoste WS-LibelleSitePoste
               WS-SiteTrouve.
           DISPLAY "Poste du site " WS-SitePoste " - "
               FUNCTION TRIM(WS-LibelleSitePoste).
           CALL 'GCB_PARAMETRE' USING CleDecouvertMax WS-ValeurParam
               WS-ParamTrouve.
           IF WS-ParamTrouve = "O"
           PERFORM OUVRIR-AUTEURS.
           PERFORM SEMER-AUTEURS-SI-VIDE.
           PERFORM SEMER-CATALOGUE-SI-VIDE.
      *> Les exemplaires de l'ancien fichier ligne séquentielle, ou
      *> d'un fichier indexé d'avant le code-barre et les sites,
      *> passent une fois pour toutes au fichier indexé courant
      *> (sans effet ensuite), avant le semis de premier lancement.
           CALL 'GCB_MIGRATION_EXEMPLAIRES'.
           PERFORM SEMER-EXEMPLAIRES-SI-VIDE.
           PERFORM AFFICHER-MENU UNTIL ChoixUtilisateur = 0.
           DISPLAY "18. Annuler une déclaration de perte".
           DISPLAY "19. Renouveler une adhésion (cotisation)".
           DISPLAY "20. Désherbage (retrait de copies usées)".
           DISPLAY "21. Réception de la navette".
           DISPLAY "0. Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT ChoixUtilisateur.
           MOVE "O" TO WS-Habilite.
           IF ChoixUtilisateur >= 1 AND ChoixUtilisateur <= 21
              MOVE SPACES TO WS-ObjetHabil
              STRING "LIVRES-" ChoixUtilisateur DELIMITED BY SIZE
                  INTO WS-ObjetHabil
              CALL 'GCB_HABILITATION' USING WS-ObjetHabil WS-ModeHabil
                  WS-Habilite
           END-IF.
           IF WS-Habilite NOT = "O"
              DISPLAY "Option non autorisée pour votre rôle."
           ELSE
              EVALUATE ChoixUtilisateur
                 WHEN 1 PERFORM AFFICHER-TOUS-LIVRES
                 WHEN 2 PERFORM EMPRUNTER-LIVRE
                 WHEN 3 PERFORM RETOURNER-LIVRE
                 WHEN 4 PERFORM RECHERCHER-PAR-ISBN
                 WHEN 5 PERFORM RAPPORT-STOCK-BAS
                 WHEN 6 PERFORM TRIER-ET-AFFICHER
                 WHEN 7 PERFORM AJOUTER-MEMBRE
                 WHEN 8 PERFORM CALCULER-AMENDES
                 WHEN 9 PERFORM RAPPORT-VALORISATION
                 WHEN 10 PERFORM RECHERCHER-PAR-AUTEUR
                 WHEN 11 PERFORM RAPPORT-PAR-GENRE
                 WHEN 12 PERFORM PAYER-AMENDES-PAR-COMPTE
                 WHEN 13 PERFORM RAPPORT-RESERVATIONS
                 WHEN 14 PERFORM TRAITER-RESERVATIONS-EXPIREES
                 WHEN 15 PERFORM RENOUVELER-EMPRUNT
                 WHEN 16 PERFORM EXEMPLAIRES-DU-TITRE
                 WHEN 17 PERFORM DECLARER-PERTE-EMPRUNT
                 WHEN 18 PERFORM ANNULER-DECLARATION-PERTE
                 WHEN 19 PERFORM RENOUVELER-ADHESION
                 WHEN 20 PERFORM DESHERBER-COPIES
                 WHEN 21 PERFORM RECEVOIR-NAVETTE
                 WHEN 0 CONTINUE
                 WHEN OTHER DISPLAY "Choix invalide."
              END-EVALUATE
           END-IF.

       OUVRIR-CATALOGUE.
           OPEN I-O GCBLivresFile.
               UNTIL IdxResa > WS-NbReservations
              IF MembreResaTable(IdxResa) = WS-IdMembreRecherche
                 AND (StatutResaTable(IdxResa) = "A"
                      OR StatutResaTable(IdxResa) = "H"
                      OR StatutResaTable(IdxResa) = "T")
                 ADD 1 TO WS-NbResasEnCours
              END-IF
           END-PERFORM.
           ACCEPT NomMembre OF MembreRecord.
           DISPLAY "Contact (telephone/email) : ".
           ACCEPT ContactMembre OF MembreRecord.
           DISPLAY "Adresse postale : ".
           ACCEPT AdresseMembre OF MembreRecord.
           MOVE 0 TO SoldeAmendes OF MembreRecord.
           DISPLAY "Categorie (E=enfant A=adulte S=senior "
               "P=personnel I=institution) : ".
           ACCEPT CategorieMembre OF MembreRecord.
           IF CategorieMembre OF MembreRecord NOT = "E"
              AND CategorieMembre OF MembreRecord NOT = "A"
              AND CategorieMembre OF MembreRecord NOT = "S"
              AND CategorieMembre OF MembreRecord NOT = "P"
              AND CategorieMembre OF MembreRecord NOT = "I"
              DISPLAY "Categorie inconnue : A (adulte) retenue."
              MOVE "A" TO CategorieMembre OF MembreRecord
           END-IF.
      *> Une institution (ecole, centre) emprunte par prets de
      *> groupe sous la responsabilite d'un membre adulte nomme ;
      *> ses coordonnees sont celles du contact de l'institution.
           MOVE 0 TO IdResponsableMembre OF MembreRecord.
           IF CategorieMembre OF MembreRecord = "I"
              DISPLAY "Numero du membre responsable (adulte) : "
              ACCEPT IdResponsableMembre OF MembreRecord
           END-IF.
           ACCEPT WS-DateJourAdhesion FROM DATE YYYYMMDD.
           COMPUTE WS-EntierAdhesion
               = FUNCTION INTEGER-OF-DATE(WS-DateJourAdhesion) + 365.
               DateExpirationMembre OF MembreRecord ".".
      *> PIN de la borne libre-service, stocke en condensat sale
      *> par le numero de membre - jamais en clair.
           MOVE 0 TO WS-PinMembreSaisi.
           IF CategorieMembre OF MembreRecord NOT = "I"
              DISPLAY "PIN libre-service (4 chiffres, 0 = pas de "
                  "libre-service) : "
              ACCEPT WS-PinMembreSaisi
           END-IF.
           IF WS-PinMembreSaisi = 0
              MOVE 0 TO PinMembre OF MembreRecord
           ELSE
           END-IF.
           WRITE MembreRecord
               INVALID KEY DISPLAY "Ce numero de membre existe deja."
               NOT INVALID KEY
                  DISPLAY "Membre ajoute."
                  PERFORM METTRE-CARTE-EN-FILE
           END-WRITE.
           CLOSE GCBMembresFile.

       METTRE-CARTE-EN-FILE.
      *> Le code de la carte découle du numéro de membre ; la carte
      *> part en file pour l'impression par GCB_ETIQUETTES.
           COMPUTE WS-CodeCarte
               = DebutCartesMembres + IdMembre OF MembreRecord.
           DISPLAY "Code-barre de la carte : " WS-CodeCarte.
           OPEN EXTEND GCBCartesAImprimerFile.
           IF WS-CARTE-STATUS = "35"
              OPEN OUTPUT GCBCartesAImprimerFile
           END-IF.
           IF WS-CARTE-STATUS NOT = "00"
              DISPLAY "Erreur GCBCartesAImprimerFile, statut "
                  WS-CARTE-STATUS
           ELSE
              MOVE IdMembre OF MembreRecord TO CarteAImprimerRecord
              WRITE CarteAImprimerRecord
              CLOSE GCBCartesAImprimerFile
           END-IF.

       RENOUVELER-ADHESION.
           DISPLAY "Numero de membre : ".
           ACCEPT WS-IdMembreRecherche.
                           TO StatutResaTable(WS-NbReservations)
                       MOVE DateLimiteRetrait
                           TO DateLimiteTable(WS-NbReservations)
                       MOVE SiteRetraitReservation
                           TO SiteRetraitTable(WS-NbReservations)
                       IF SiteRetraitTable(WS-NbReservations)
                           = SPACES
                          MOVE "CEN"
                              TO SiteRetraitTable(WS-NbReservations)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
                  TO DatePlaceeReservation
              MOVE StatutResaTable(IdxResa) TO StatutReservation
              MOVE DateLimiteTable(IdxResa) TO DateLimiteRetrait
              MOVE SiteRetraitTable(IdxResa)
                  TO SiteRetraitReservation
              WRITE ReservationRecord
           END-PERFORM.
           CLOSE GCBReservationsFile.
           OPEN OUTPUT GCBReservationSeqFile.
           WRITE ReservationSeqRecord.
           CLOSE GCBReservationSeqFile.
           PERFORM CHOISIR-SITE-RETRAIT.
           OPEN EXTEND GCBReservationsFile.
           IF WS-RESA-STATUS = "35"
              OPEN OUTPUT GCBReservationsFile
              ACCEPT DatePlaceeReservation FROM DATE YYYYMMDD
              MOVE "A" TO StatutReservation
              MOVE 0 TO DateLimiteRetrait
              MOVE WS-SiteSaisi TO SiteRetraitReservation
              WRITE ReservationRecord
              CLOSE GCBReservationsFile
              DISPLAY "Réservation " WS-NouvelleSeqResa
                  " enregistrée pour ce titre, retrait au site "
                  WS-SiteSaisi "."
           END-IF.

       CHOISIR-SITE-RETRAIT.
      *> Site où le membre viendra chercher sa copie : celui du
      *> poste par défaut ; la navette y amène la copie au besoin.
           DISPLAY "Site de retrait (vide = " WS-SitePoste ") : ".
           ACCEPT WS-SiteSaisi.
           IF WS-SiteSaisi = SPACES
              MOVE WS-SitePoste TO WS-SiteSaisi
           END-IF.
           CALL 'GCB_SITE' USING WS-SiteSaisi WS-LibelleSiteSaisi
               WS-SiteTrouve.
           IF WS-SiteTrouve NOT = "O"
              DISPLAY "Site inconnu : retrait au site du poste."
              MOVE WS-SitePoste TO WS-SiteSaisi
           END-IF.

       VERIFIER-MISE-DE-COTE-MEMBRE.
              IF TitreResaTable(IdxResa) = WS-TitreRecherche
                 AND MembreResaTable(IdxResa) = WS-IdMembreRecherche
                 AND StatutResaTable(IdxResa) = "H"
      *> La copie mise de côté attend au site de retrait choisi :
      *> elle ne sort qu'à ce site-là.
                 IF SiteRetraitTable(IdxResa) = WS-SitePoste
                    MOVE "O" TO WS-MembreAUneMiseDeCote
                 ELSE
                    DISPLAY "Copie mise de côté pour ce membre au "
                        "site " SiteRetraitTable(IdxResa) "."
                 END-IF
              END-IF
           END-PERFORM.

              IF TitreResaTable(IdxResa) = WS-TitreRecherche
                 AND MembreResaTable(IdxResa) = WS-IdMembreRecherche
                 AND StatutResaTable(IdxResa) = "H"
                 AND SiteRetraitTable(IdxResa) = WS-SitePoste
                 MOVE "X" TO StatutResaTable(IdxResa)
              END-IF
           END-PERFORM.
                 END-IF
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-SiteRetraitResa.
           IF WS-MeilleurRang > 0
              MOVE "O" TO WS-ReservationTrouvee
              MOVE SiteRetraitTable(WS-MeilleurRang)
                  TO WS-SiteRetraitResa
      *> Retrait prévu à un autre site : la copie part par la
      *> navette et ne sera mise de côté qu'à sa réception là-bas.
              IF WS-SiteRetraitResa NOT = WS-SitePoste
                 MOVE "T" TO StatutResaTable(WS-MeilleurRang)
                 PERFORM REECRIRE-TABLE-RESERVATIONS
                 DISPLAY "Copie réservée par le membre "
                     MembreResaTable(WS-MeilleurRang)
                     " pour retrait au site " WS-SiteRetraitResa
                     "."
              ELSE
              MOVE "H" TO StatutResaTable(WS-MeilleurRang)
              ACCEPT WS-DateJourResa FROM DATE YYYYMMDD
              COMPUTE WS-EntierLimite
              DISPLAY "Copie mise de côté pour le membre "
                  MembreResaTable(WS-MeilleurRang)
                  " jusqu'au " DateLimiteTable(WS-MeilleurRang) "."
              END-IF
           END-IF.

       RAPPORT-RESERVATIONS.
                  UNTIL IdxResa > WS-NbReservations
                 IF StatutResaTable(IdxResa) = "A"
                    OR StatutResaTable(IdxResa) = "H"
                    OR StatutResaTable(IdxResa) = "T"
                    MOVE TitreResaTable(IdxResa)
                        TO WS-TitreFileCourant
                    MOVE 0 TO WS-NbEnAttente
                           = WS-TitreFileCourant
                          AND JdxResa < IdxResa
                          AND (StatutResaTable(JdxResa) = "A"
                               OR StatutResaTable(JdxResa) = "H"
                               OR StatutResaTable(JdxResa) = "T")
                          MOVE 99 TO WS-NbEnAttente
                       END-IF
                    END-PERFORM
                          IF TitreResaTable(JdxResa)
                              = WS-TitreFileCourant
                             AND (StatutResaTable(JdxResa) = "A"
                                  OR StatutResaTable(JdxResa) = "H"
                                  OR StatutResaTable(JdxResa) = "T")
                             ADD 1 TO WS-NbEnAttente
                          END-IF
                       END-PERFORM

       BASCULER-AU-SUIVANT.
           MOVE TitreResaTable(IdxResa) TO WS-TitreFileCourant.
           MOVE SiteRetraitTable(IdxResa) TO WS-SiteRetraitResa.
           MOVE 0 TO WS-MeilleurRang.
           PERFORM VARYING JdxResa FROM 1 BY 1
               UNTIL JdxResa > WS-NbReservations
              END-IF
           END-PERFORM.
           IF WS-MeilleurRang > 0
              AND SiteRetraitTable(WS-MeilleurRang)
                  = WS-SiteRetraitResa
              MOVE "H" TO StatutResaTable(WS-MeilleurRang)
              COMPUTE WS-EntierLimite
                  = FUNCTION INTEGER-OF-DATE(WS-DateJourResa)
              DISPLAY "Copie basculée au membre "
                  MembreResaTable(WS-MeilleurRang) "."
           ELSE
      *> Suivant à un autre site de retrait : la copie gardée part
      *> par la navette. Personne en file : elle revient en rayon à
      *> son site d'attache (par la navette si elle attendait
      *> ailleurs) et le compte dérivé du titre est recalculé.
              MOVE TitreResaTable(IdxResa) TO WS-TitreRecherche
              PERFORM CHARGER-TABLE-EXEMPLAIRES
              MOVE "N" TO WS-CopieTrouvee
              PERFORM VARYING IdxExemp FROM 1 BY 1
                  UNTIL IdxExemp > WS-NbExemplaires
                  OR WS-CopieTrouvee = "O"
                 IF TitreExempTable(IdxExemp) = WS-TitreRecherche
                    AND StatutExempTable(IdxExemp) = "H"
                    AND SiteCourantTable(IdxExemp)
                        = WS-SiteRetraitResa
                    MOVE "O" TO WS-CopieTrouvee
                    SUBTRACT 1 FROM IdxExemp
                 END-IF
              END-PERFORM
              IF WS-CopieTrouvee = "O"
                 IF WS-MeilleurRang > 0
                    MOVE "T" TO StatutResaTable(WS-MeilleurRang)
                    MOVE SiteRetraitTable(WS-MeilleurRang)
                        TO SiteDestTable(IdxExemp)
                 ELSE
                    MOVE SiteAttacheTable(IdxExemp)
                        TO SiteDestTable(IdxExemp)
                 END-IF
                 IF SiteDestTable(IdxExemp)
                     = SiteCourantTable(IdxExemp)
                    MOVE "R" TO StatutExempTable(IdxExemp)
                    MOVE SPACES TO SiteDestTable(IdxExemp)
                 ELSE
                    MOVE "T" TO StatutExempTable(IdxExemp)
                    DISPLAY "Copie " NumExempTable(IdxExemp)
                        " à mettre dans la navette du site "
                        SiteCourantTable(IdxExemp) " pour le site "
                        SiteDestTable(IdxExemp) "."
                 END-IF
                 PERFORM REECRIRE-TABLE-EXEMPLAIRES
                 PERFORM RECALCULER-COPIES-TITRE
              END-IF
           END-IF.

       RENOUVELER-EMPRUNT.
           DISPLAY "Numero de l'emprunt a renouveler (ou code-barre "
               "de la copie) : ".
           ACCEPT WS-SaisieNumero.
      *> Une étiquette scannée désigne l'emprunt en cours de la copie.
           IF WS-SaisieNumero > 999999
              MOVE WS-SaisieNumero TO WS-CodeBarreSaisi
              PERFORM TROUVER-EMPRUNT-COPIE
           ELSE
              MOVE WS-SaisieNumero TO WS-NumEmpruntSaisi
           END-IF.
           PERFORM OUVRIR-EMPRUNTS.
           MOVE WS-NumEmpruntSaisi TO NumeroEmprunt.
           READ GCBEmpruntsFile
               UNTIL IdxResa > WS-NbReservations
              IF TitreResaTable(IdxResa) = WS-TitreRecherche
                 AND (StatutResaTable(IdxResa) = "A"
                      OR StatutResaTable(IdxResa) = "H"
                      OR StatutResaTable(IdxResa) = "T")
                 MOVE "O" TO WS-TitreEnFile
              END-IF
           END-PERFORM.
                              TO EtatExempTable(WS-NbExemplaires)
                          MOVE StatutExemplaire
                              TO StatutExempTable(WS-NbExemplaires)
                          MOVE CodeBarreExemplaire
                              TO CodeBarreTable(WS-NbExemplaires)
                          PERFORM CHARGER-SITES-EXEMPLAIRE
                       END-IF
                    END-IF
              END-READ
              CLOSE GCBExemplairesFile
           END-IF.

       CHARGER-SITES-EXEMPLAIRE.
      *> Copie de l'ancien dessin (sites à blanc) : attachée à la
      *> centrale et présente à son site d'attache.
           MOVE SiteAttacheExemplaire
               TO SiteAttacheTable(WS-NbExemplaires).
           IF SiteAttacheTable(WS-NbExemplaires) = SPACES
              MOVE "CEN" TO SiteAttacheTable(WS-NbExemplaires)
           END-IF.
           MOVE SiteCourantExemplaire
               TO SiteCourantTable(WS-NbExemplaires).
           IF SiteCourantTable(WS-NbExemplaires) = SPACES
              MOVE SiteAttacheTable(WS-NbExemplaires)
                  TO SiteCourantTable(WS-NbExemplaires)
           END-IF.
           MOVE SiteDestinationExemplaire
               TO SiteDestTable(WS-NbExemplaires).

       REECRIRE-TABLE-EXEMPLAIRES.
      *> Réécrit chaque copie de la table par sa clé, au lieu de
      *> recréer le fichier entier : deux postes ouverts en même
                           TO EtatExemplaire
                       MOVE StatutExempTable(IdxExemp)
                           TO StatutExemplaire
                       MOVE SiteAttacheTable(IdxExemp)
                           TO SiteAttacheExemplaire
                       MOVE SiteCourantTable(IdxExemp)
                           TO SiteCourantExemplaire
                       MOVE SiteDestTable(IdxExemp)
                           TO SiteDestinationExemplaire
                       REWRITE ExemplaireRecord
                 END-READ
              END-PERFORM
                              TO DateAcquisitionExemplaire
                          MOVE "BON" TO EtatExemplaire
                          MOVE "R" TO StatutExemplaire
                          MOVE 0 TO CodeBarreExemplaire
                          MOVE SPACES TO SiteAttacheExemplaire
                              SiteCourantExemplaire
                              SiteDestinationExemplaire
                          WRITE ExemplaireRecord
                       END-PERFORM
                 END-READ
                            OR EtatExemplaire = "ABIME")
                       ADD 1 TO WS-NbCandidats
                       DISPLAY TitreExemplaire " #"
                           NumExemplaire " code " CodeBarreExemplaire
                           " acquis "
                           DateAcquisitionExemplaire " etat "
                           EtatExemplaire
                    END-IF
           END-IF.

       RETIRER-COPIE-DESHERBAGE.
           DISPLAY "Code-barre ou titre de la copie a retirer : ".
           ACCEPT WS-SaisieCopie.
           PERFORM RESOUDRE-SAISIE-COPIE.
           IF WS-SaisieCopieValide = "O"
              IF WS-NumExempScanne > 0
                 MOVE WS-NumExempScanne TO WS-NumExempDesherbage
              ELSE
                 DISPLAY "Numero de la copie : "
                 ACCEPT WS-NumExempDesherbage
              END-IF
              PERFORM RETIRER-COPIE-DESIGNEE
           END-IF.

       RETIRER-COPIE-DESIGNEE.
           PERFORM CHARGER-TABLE-EXEMPLAIRES.
           MOVE "A" TO WS-CodeOperationSup.
           MOVE SPACES TO WS-ReferenceSup.
                 END-IF
           END-READ.

       COMPTER-COPIES-SITE.
      *> Copies du titre en rayon au site du poste : seules celles-là
      *> peuvent sortir au guichet sans passer par la navette.
           PERFORM CHARGER-TABLE-EXEMPLAIRES.
           MOVE 0 TO WS-NbCopiesSite.
           PERFORM VARYING IdxExemp FROM 1 BY 1
               UNTIL IdxExemp > WS-NbExemplaires
              IF StatutExempTable(IdxExemp) = "R"
                 AND SiteCourantTable(IdxExemp) = WS-SitePoste
                 ADD 1 TO WS-NbCopiesSite
              END-IF
           END-PERFORM.

       RECALCULER-COPIES-TITRE.
      *> NbCopies du titre = nombre d'exemplaires en rayon ("R").
           PERFORM CHARGER-TABLE-EXEMPLAIRES.
               OR WS-NumExemplaireChoisi > 0
              IF TitreExempTable(IdxExemp) = WS-TitreRecherche
                 AND StatutExempTable(IdxExemp) = "R"
                 AND SiteCourantTable(IdxExemp) = WS-SitePoste
                 MOVE NumExempTable(IdxExemp)
                     TO WS-NumExemplaireChoisi
                 MOVE "P" TO StatutExempTable(IdxExemp)
           END-PERFORM.
           PERFORM REECRIRE-TABLE-EXEMPLAIRES.

       SORTIR-EXEMPLAIRE-SCANNE.
      *> La copie scannée au bureau est celle qui sort. Si le membre
      *> avait une copie mise de côté et en a pris une autre en
      *> rayon, la copie gardée pour lui retourne en rayon.
           PERFORM CHARGER-TABLE-EXEMPLAIRES.
           MOVE WS-NumExempScanne TO WS-NumExemplaireChoisi.
           PERFORM VARYING IdxExemp FROM 1 BY 1
               UNTIL IdxExemp > WS-NbExemplaires
              IF NumExempTable(IdxExemp) = WS-NumExempScanne
                 MOVE "P" TO StatutExempTable(IdxExemp)
                 MOVE WS-SitePoste TO SiteCourantTable(IdxExemp)
                 MOVE SPACES TO SiteDestTable(IdxExemp)
              END-IF
           END-PERFORM.
           IF WS-MembreAUneMiseDeCote = "O"
              AND WS-StatutExempScanne = "R"
              MOVE "N" TO WS-CopieTrouvee
              PERFORM VARYING IdxExemp FROM 1 BY 1
                  UNTIL IdxExemp > WS-NbExemplaires
                  OR WS-CopieTrouvee = "O"
                 IF StatutExempTable(IdxExemp) = "H"
                    AND SiteCourantTable(IdxExemp) = WS-SitePoste
                    MOVE "R" TO StatutExempTable(IdxExemp)
                    MOVE "O" TO WS-CopieTrouvee
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM REECRIRE-TABLE-EXEMPLAIRES.

       SORTIR-EXEMPLAIRE-MIS-DE-COTE.
           PERFORM CHARGER-TABLE-EXEMPLAIRES.
           MOVE 0 TO WS-NumExemplaireChoisi.
               OR WS-NumExemplaireChoisi > 0
              IF TitreExempTable(IdxExemp) = WS-TitreRecherche
                 AND StatutExempTable(IdxExemp) = "H"
                 AND SiteCourantTable(IdxExemp) = WS-SitePoste
                 MOVE NumExempTable(IdxExemp)
                     TO WS-NumExemplaireChoisi
                 MOVE "P" TO StatutExempTable(IdxExemp)
       RENTRER-EXEMPLAIRE.
      *> Retour de la copie précise de l'emprunt : son état est
      *> resaisi ("copy 3 revenue abîmée"), une copie abîmée part en
      *> réparation, une copie réservée est mise de côté - ou part
      *> par la navette vers le site de retrait du réservataire ;
      *> une copie rendue hors de son site d'attache y repart par la
      *> navette.
           DISPLAY "Etat de la copie rendue (BON/USE/ABIME) : ".
           ACCEPT WS-NouvelEtat.
           IF WS-NouvelEtat = SPACES
              WHEN WS-NouvelEtat = "ABIME"
                 MOVE "E" TO WS-NouveauStatutExemp
              WHEN WS-ReservationTrouvee = "O"
                 AND WS-SiteRetraitResa = WS-SitePoste
                 MOVE "H" TO WS-NouveauStatutExemp
              WHEN WS-ReservationTrouvee = "O"
                 MOVE "T" TO WS-NouveauStatutExemp
              WHEN OTHER
                 MOVE "R" TO WS-NouveauStatutExemp
           END-EVALUATE.
           MOVE SPACES TO WS-SiteDestinationExemp.
           IF WS-NouveauStatutExemp = "T"
              MOVE WS-SiteRetraitResa TO WS-SiteDestinationExemp
           END-IF.
           PERFORM CHARGER-TABLE-EXEMPLAIRES.
           MOVE "N" TO WS-ExemplaireTrouve.
           PERFORM VARYING IdxExemp FROM 1 BY 1
                 MOVE WS-NouvelEtat TO EtatExempTable(IdxExemp)
                 MOVE WS-NouveauStatutExemp
                     TO StatutExempTable(IdxExemp)
                 MOVE WS-SitePoste TO SiteCourantTable(IdxExemp)
                 MOVE WS-SiteDestinationExemp
                     TO SiteDestTable(IdxExemp)
                 IF StatutExempTable(IdxExemp) = "R"
                    AND SiteAttacheTable(IdxExemp) NOT = WS-SitePoste
                    MOVE "T" TO StatutExempTable(IdxExemp)
                    MOVE SiteAttacheTable(IdxExemp)
                        TO SiteDestTable(IdxExemp)
                 END-IF
                 IF StatutExempTable(IdxExemp) = "T"
                    DISPLAY "Copie à mettre dans la navette pour le "
                        "site " SiteDestTable(IdxExemp) "."
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-ExemplaireTrouve = "O"
              IF TitreExempTable(IdxExemp) = WS-TitreRecherche
                 MOVE "O" TO WS-ExemplaireTrouve
                 DISPLAY "Copie " NumExempTable(IdxExemp)
                     " code " CodeBarreTable(IdxExemp)
                     " acquise " DateAcquisitionTable(IdxExemp)
                     " état " EtatExempTable(IdxExemp)
                     " statut " StatutExempTable(IdxExemp)
                     " site " SiteCourantTable(IdxExemp)
                     " (attache " SiteAttacheTable(IdxExemp) ")"
              END-IF
           END-PERFORM.
           IF WS-ExemplaireTrouve = "N"
           ELSE
           IF DateRetourEffective NOT = 0
              DISPLAY "Emprunt deja clos."
           ELSE
           IF CanalEmprunt = "N"
              DISPLAY "Pret numerique : rien a declarer, il se rend "
                  "seul a echeance."
           ELSE
              DISPLAY "Issue : P=Perdu D=Endommage : "
              ACCEPT WS-CodePerteSaisi
                     IdMembreEmprunt "."
              END-IF
           END-IF
           END-IF
           END-IF.
           CLOSE GCBEmpruntsFile.

              DISPLAY "Code PIN incorrect. Paiement refuse."
           ELSE
      *> Meme plancher que le RETRAIT de GCB2 : regles du produit
      *> (decouvert, refuse a un compte de mineur), blocages de
      *> fonds actifs, cheques non compenses et enveloppes.
              CALL 'GCB_PRODUIT' USING WS-NumComptePayeur
                  WS-CodeProduitPayeur WS-TauxProduitPayeur
                  WS-DecouvertPayeur WS-RetraitsLibresPayeur
              CALL 'GCB_MINEUR' USING WS-NumComptePayeur
                  WS-PayeurMineur WS-TuteurPayeur
              MOVE 0 TO WS-PlancherPayeur
              IF WS-DecouvertPayeur = "O"
                 AND WS-PayeurMineur NOT = "O"
                 COMPUTE WS-PlancherPayeur = 0 - MontantDecouvertMax
              END-IF
              CALL 'GCB_BLOCAGE' USING WS-NumComptePayeur
              CALL 'GCB_CHEQUES_ATTENTE' USING WS-NumComptePayeur
                  WS-TotalChequesPayeur
              ADD WS-TotalChequesPayeur TO WS-PlancherPayeur
              CALL 'GCB_ENVELOPPES' USING WS-NumComptePayeur
                  WS-TotalEnveloppesPayeur
              ADD WS-TotalEnveloppesPayeur TO WS-PlancherPayeur
              IF WS-MontantPaiement > WS-SoldePayeur
                  - WS-PlancherPayeur
                 DISPLAY "Solde insuffisant sur le compte. "
           END-IF.

       EMPRUNTER-LIVRE.
      *> Deux scans suffisent : l'étiquette de la copie puis la carte
      *> du membre ; le titre et le numéro restent acceptés au
      *> clavier.
           DISPLAY "Code-barre de la copie ou titre du livre : ".
           ACCEPT WS-SaisieCopie.
           PERFORM RESOUDRE-SAISIE-COPIE.
           IF WS-SaisieCopieValide = "O"
              PERFORM EMPRUNTER-COPIE-DESIGNEE
           END-IF.

       EMPRUNTER-COPIE-DESIGNEE.
           MOVE WS-TitreRecherche TO Titre OF LivreRecord.
           READ GCBLivresFile
               INVALID KEY MOVE "N" TO WS-LivreTrouve
           IF WS-LivreTrouve = "N"
              DISPLAY "Livre introuvable."
           ELSE
           IF Genre OF LivreRecord = "NUMERIQUE"
              DISPLAY "Titre numerique : pret et reservation par "
                  "GCB_PRETS_NUMERIQUES."
           ELSE
              DISPLAY "Carte ou numero de membre : "
              ACCEPT WS-SaisieNumero
              PERFORM RESOUDRE-SAISIE-MEMBRE
              PERFORM VERIFIER-MISE-DE-COTE-MEMBRE
              PERFORM COMPTER-COPIES-SITE
              IF WS-IdMembreRecherche = 0
                 DISPLAY "Carte ou numero de membre non reconnu."
              ELSE
              IF WS-NumExempScanne > 0
                 AND WS-StatutExempScanne NOT = "R"
                 AND NOT (WS-StatutExempScanne = "H"
                          AND WS-MembreAUneMiseDeCote = "O")
                 DISPLAY "Copie scannee non disponible (statut "
                     WS-StatutExempScanne ") : emprunt refuse."
              ELSE
              IF WS-NbCopiesSite = 0
                 AND WS-NumExempScanne = 0
                 AND WS-MembreAUneMiseDeCote = "N"
                 IF NbCopies OF LivreRecord = 0
                    DISPLAY "Aucune copie disponible pour ce titre."
                 ELSE
                    DISPLAY "Aucune copie en rayon sur ce site ; "
                        NbCopies OF LivreRecord " en rayon sur "
                        "un autre site (livrée par la navette sur "
                        "réservation)."
                 END-IF
                 DISPLAY "Prendre rang en réservation ? (O/N) : "
                 ACCEPT WS-ReponseReservation
                 IF WS-ReponseReservation = "O"
                        WS-DateExpirationMembre
                        ". Renouveler l'adhesion (option 19)."
                 ELSE
                 IF WS-CategorieMembreCourant = "I"
                    DISPLAY "Institution : les copies sortent par "
                        "un pret de groupe (GCB_PRETS_GROUPES)."
                 ELSE
                 IF WS-SoldeMembreCourant > WS-SeuilAmendesMax
                    DISPLAY "Emprunt refuse : amendes trop elevees."
                 ELSE
      *> La copie empruntée est celle mise de côté : la
      *> réservation est servie et l'exemplaire "H" passe "P".
                       PERFORM SERVIR-MISE-DE-COTE
                    END-IF
                    IF WS-NumExempScanne > 0
                       PERFORM SORTIR-EXEMPLAIRE-SCANNE
                    ELSE
                    IF WS-MembreAUneMiseDeCote = "O"
                       PERFORM SORTIR-EXEMPLAIRE-MIS-DE-COTE
                    ELSE
                       PERFORM SORTIR-EXEMPLAIRE-RAYON
                    END-IF
                    END-IF
                    PERFORM RECALCULER-COPIES-TITRE
                    PERFORM OBTENIR-PROCHAIN-NUMERO-EMPRUNT
                    PERFORM OUVRIR-EMPRUNTS
                        TO NumExemplaireEmprunt
                    MOVE SPACE TO CodeResultatEmprunt
                    MOVE "G" TO CanalEmprunt
                    MOVE WS-SitePoste TO SiteEmprunt
                    MOVE SPACES TO SiteRetour
                    MOVE 0 TO NumPretGroupeEmprunt
                    WRITE EmpruntRecord
                    CLOSE GCBEmpruntsFile
                    DISPLAY "Emprunt enregistre, numero "
                 END-IF
                 END-IF
                 END-IF
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF.

       RETOURNER-LIVRE.
           DISPLAY "Code-barre de la copie ou titre du livre a "
               "retourner : ".
           ACCEPT WS-SaisieCopie.
           PERFORM RESOUDRE-SAISIE-COPIE.
           IF WS-SaisieCopieValide = "O"
              PERFORM RETOURNER-COPIE-DESIGNEE
           END-IF.

       RETOURNER-COPIE-DESIGNEE.
      *> Copie scannée : l'emprunt ouvert de cette copie précise (ou
      *> d'une copie non tracée de l'ancien dessin) ; titre tapé : le
      *> premier emprunt ouvert du titre, comme avant.
           PERFORM OUVRIR-EMPRUNTS.
           MOVE WS-TitreRecherche TO TitreEmprunt.
           MOVE "N" TO WS-EmpruntTrouve.
                       MOVE "Y" TO WS-EOF-EMP
                    ELSE
                       IF DateRetourEffective = 0
                          AND CanalEmprunt NOT = "N"
                          AND (WS-NumExempScanne = 0
                               OR NumExemplaireEmprunt = 0
                               OR NumExemplaireEmprunt
                                  = WS-NumExempScanne)
                          MOVE "O" TO WS-EmpruntTrouve
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-EmpruntTrouve = "N"
              DISPLAY "Aucun emprunt en cours pour ce titre (ou "
                  "cette copie)."
           ELSE
              ACCEPT DateRetourEffective FROM DATE YYYYMMDD
              MOVE WS-SitePoste TO SiteRetour
              REWRITE EmpruntRecord
              MOVE WS-TitreRecherche TO Titre OF LivreRecord
              READ GCBLivresFile
           END-IF.
           CLOSE GCBEmpruntsFile.

       RECEVOIR-NAVETTE.
      *> Déchargement de la navette au site du poste : chaque copie
      *> en transit pour ce site est scannée à l'arrivée. Elle est
      *> mise de côté pour le premier réservataire qui l'attend ici,
      *> sinon rangée en rayon.
           DISPLAY "--- Réception de la navette au site "
               WS-SitePoste " ---".
           MOVE 0 TO WS-NbRecuesNavette.
           MOVE "X" TO WS-SaisieCopie.
           PERFORM UNTIL WS-SaisieCopie = SPACES
              DISPLAY "Code-barre ou titre de la copie reçue "
                  "(vide = fin) : "
              ACCEPT WS-SaisieCopie
              IF WS-SaisieCopie NOT = SPACES
                 PERFORM RECEVOIR-COPIE-NAVETTE
              END-IF
           END-PERFORM.
           DISPLAY WS-NbRecuesNavette " copie(s) reçue(s).".

       RECEVOIR-COPIE-NAVETTE.
           PERFORM RESOUDRE-SAISIE-COPIE.
           IF WS-SaisieCopieValide = "O"
              IF WS-NumExempScanne > 0
                 MOVE WS-NumExempScanne TO WS-NumExempSaisi
              ELSE
                 DISPLAY "Numero de la copie : "
                 ACCEPT WS-NumExempSaisi
              END-IF
              PERFORM CHARGER-TABLE-EXEMPLAIRES
              MOVE "N" TO WS-CopieTrouvee
              PERFORM VARYING IdxExemp FROM 1 BY 1
                  UNTIL IdxExemp > WS-NbExemplaires
                  OR WS-CopieTrouvee = "O"
                 IF NumExempTable(IdxExemp) = WS-NumExempSaisi
                    MOVE "O" TO WS-CopieTrouvee
                    SUBTRACT 1 FROM IdxExemp
                 END-IF
              END-PERFORM
              IF WS-CopieTrouvee = "N"
                 DISPLAY "Copie inconnue."
              ELSE
              IF StatutExempTable(IdxExemp) NOT = "T"
                 DISPLAY "Copie non attendue en navette (statut "
                     StatutExempTable(IdxExemp) ")."
              ELSE
              IF SiteDestTable(IdxExemp) NOT = WS-SitePoste
                 DISPLAY "Copie en route pour le site "
                     SiteDestTable(IdxExemp)
                     " : la laisser dans la navette."
              ELSE
                 MOVE WS-SitePoste TO SiteCourantTable(IdxExemp)
                 MOVE SPACES TO SiteDestTable(IdxExemp)
                 PERFORM ATTRIBUER-COPIE-RECUE
                 PERFORM REECRIRE-TABLE-EXEMPLAIRES
                 PERFORM RECALCULER-COPIES-TITRE
                 ADD 1 TO WS-NbRecuesNavette
              END-IF
              END-IF
              END-IF
           END-IF.

       ATTRIBUER-COPIE-RECUE.
      *> Le plus ancien réservataire dont la copie est en route
      *> ("T") pour ce site la reçoit en mise de côté.
           PERFORM CHARGER-TABLE-RESERVATIONS.
           MOVE 0 TO WS-MeilleurRang.
           PERFORM VARYING IdxResa FROM 1 BY 1
               UNTIL IdxResa > WS-NbReservations
              IF TitreResaTable(IdxResa) = WS-TitreRecherche
                 AND StatutResaTable(IdxResa) = "T"
                 AND SiteRetraitTable(IdxResa) = WS-SitePoste
                 IF WS-MeilleurRang = 0
                    OR NumResaTable(IdxResa)
                       < NumResaTable(WS-MeilleurRang)
                    MOVE IdxResa TO WS-MeilleurRang
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-MeilleurRang > 0
              MOVE "H" TO StatutExempTable(IdxExemp)
              MOVE "H" TO StatutResaTable(WS-MeilleurRang)
              ACCEPT WS-DateJourResa FROM DATE YYYYMMDD
              COMPUTE WS-EntierLimite
                  = FUNCTION INTEGER-OF-DATE(WS-DateJourResa)
                  + DelaiRetraitJours
              COMPUTE DateLimiteTable(WS-MeilleurRang)
                  = FUNCTION DATE-OF-INTEGER(WS-EntierLimite)
              PERFORM REECRIRE-TABLE-RESERVATIONS
              DISPLAY "Copie " NumExempTable(IdxExemp)
                  " mise de côté pour le membre "
                  MembreResaTable(WS-MeilleurRang)
                  " jusqu'au " DateLimiteTable(WS-MeilleurRang) "."
           ELSE
              MOVE "R" TO StatutExempTable(IdxExemp)
              DISPLAY "Copie " NumExempTable(IdxExemp)
                  " rangée en rayon."
           END-IF.

       RESOUDRE-SAISIE-COPIE.
      *> Dix chiffres commençant par 3 = étiquette scannée : titre et
      *> numéro de la copie viennent du fichier des exemplaires ;
      *> toute autre saisie est un titre tapé (WS-NumExempScanne à
      *> zéro).
           MOVE "O" TO WS-SaisieCopieValide.
           MOVE 0 TO WS-NumExempScanne.
           MOVE SPACE TO WS-StatutExempScanne.
           IF WS-SaisieCopie(1:10) IS NUMERIC
              AND WS-SaisieCopie(11:20) = SPACES
              AND WS-SaisieCopie(1:1) = "3"
              MOVE WS-SaisieCopie(1:10) TO WS-CodeBarreSaisi
              CALL 'GCB_CODE_BARRE' USING WS-CodeBarreSaisi
                  WS-TypeCodeLu WS-IdMembreCode WS-TitreCode
                  WS-NumExempCode WS-StatutExempCode
              IF WS-TypeCodeLu = "E"
                 MOVE WS-TitreCode TO WS-TitreRecherche
                 MOVE WS-NumExempCode TO WS-NumExempScanne
                 MOVE WS-StatutExempCode TO WS-StatutExempScanne
                 DISPLAY "Copie " WS-NumExempScanne " de "
                     WS-TitreRecherche
              ELSE
                 MOVE "N" TO WS-SaisieCopieValide
                 DISPLAY "Code-barre inconnu : " WS-CodeBarreSaisi
              END-IF
           ELSE
              MOVE WS-SaisieCopie TO WS-TitreRecherche
           END-IF.

       RESOUDRE-SAISIE-MEMBRE.
      *> Carte scannée ("2" + numéro) ou numéro tapé : même membre ;
      *> zéro si la saisie n'est ni l'une ni l'autre.
           MOVE 0 TO WS-IdMembreRecherche.
           CALL 'GCB_CODE_BARRE' USING WS-SaisieNumero
               WS-TypeCodeLu WS-IdMembreCode WS-TitreCode
               WS-NumExempCode WS-StatutExempCode.
           IF WS-TypeCodeLu = "M"
              MOVE WS-IdMembreCode TO WS-IdMembreRecherche
           END-IF.

       TROUVER-EMPRUNT-COPIE.
      *> Emprunt en cours de la copie dont l'étiquette est scannée
      *> (WS-CodeBarreSaisi) ; WS-NumEmpruntSaisi à zéro sinon.
           MOVE 0 TO WS-NumEmpruntSaisi.
           CALL 'GCB_CODE_BARRE' USING WS-CodeBarreSaisi
               WS-TypeCodeLu WS-IdMembreCode WS-TitreCode
               WS-NumExempCode WS-StatutExempCode.
           IF WS-TypeCodeLu NOT = "E"
              DISPLAY "Code-barre inconnu : " WS-CodeBarreSaisi
           ELSE
              PERFORM OUVRIR-EMPRUNTS
              MOVE WS-TitreCode TO TitreEmprunt
              START GCBEmpruntsFile KEY IS EQUAL TitreEmprunt
                  INVALID KEY MOVE "Y" TO WS-EOF-EMP
                  NOT INVALID KEY MOVE "N" TO WS-EOF-EMP
              END-START
              PERFORM UNTIL WS-EOF-EMP = "Y"
                 OR WS-NumEmpruntSaisi > 0
                 READ GCBEmpruntsFile NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF-EMP
                    NOT AT END
                       IF TitreEmprunt NOT = WS-TitreCode
                          MOVE "Y" TO WS-EOF-EMP
                       ELSE
                          IF DateRetourEffective = 0
                             AND NumExemplaireEmprunt
                                 = WS-NumExempCode
                             MOVE NumeroEmprunt TO WS-NumEmpruntSaisi
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GCBEmpruntsFile
           END-IF.

       OUVRIR-EMPRUNTS.
           OPEN I-O GCBEmpruntsFile.
           IF WS-EMP-STATUS = "35"
