   01 WS-ClientTrouve PIC X VALUE "N".
   01 WS-NbComptesClient PIC 9(4) VALUE 0.
   01 WS-SoldeAffichage PIC -ZZZZZ9.99.
   01 WS-NomAvant PIC X(30).
   01 WS-TypeObjetClient PIC X(1) VALUE "C".
   01 WS-FiltrageRetenu PIC X(1) VALUE "N".
   01 WS-NumCasFiltrage PIC 9(6) VALUE 0.
      *> Régime du mineur : un client de moins de 18 ans à la date du
      *> jour n'est créé que rattaché à un représentant légal, client
      *> majeur déjà connu du référentiel. La fiche en cours est mise
      *> de côté le temps de relire celle du représentant.
   01 WS-DateJourClient PIC 9(8).
   01 WS-DateMajorite PIC 9(8).
   01 WS-EstMineur PIC X(1) VALUE "N".
   01 WS-NumTuteurSaisi PIC 9(6).
   01 WS-TuteurValide PIC X(1) VALUE "N".
   01 WS-ClientEnCours PIC X(202).

      *> Tenue du référentiel clients : l'identité d'un client n'est
      *> saisie qu'une fois ici, puis chaque compte de GCBComptesFile
      DISPLAY "3. Rattacher un compte à un client"
      DISPLAY "4. Comptes d'un client"
      DISPLAY "5. Dossier KYC (pièce d'identité, risque)"
      DISPLAY "6. Représentant légal d'un mineur"
      DISPLAY "0. Quitter"
      DISPLAY "Votre choix : "
      ACCEPT ChoixUtilisateur
         WHEN 3 PERFORM RATTACHER-COMPTE
         WHEN 4 PERFORM COMPTES-DU-CLIENT
         WHEN 5 PERFORM METTRE-A-JOUR-KYC
         WHEN 6 PERFORM GERER-REPRESENTANT-LEGAL
         WHEN 0 CONTINUE
         WHEN OTHER DISPLAY "Choix invalide."
      END-EVALUATE
   ACCEPT AdresseClient.
   DISPLAY "Contact (téléphone/email) : ".
   ACCEPT ContactClient.
   DISPLAY "Date de naissance (AAAAMMJJ, 0 si inconnue) : ".
   ACCEPT DateNaissanceClient.
   MOVE 0 TO NumTuteurClient.
   MOVE SPACE TO RegimeMineurClient.
   MOVE "N" TO WS-TuteurValide.
   PERFORM DETERMINER-MINORITE.
   IF WS-EstMineur = "O"
      PERFORM SAISIR-TUTEUR
   END-IF.
   PERFORM SAISIR-DOSSIER-KYC.
   MOVE 0 TO DateDecesClient.
   MOVE SPACES TO NotaireSuccessionClient.
   MOVE SPACE TO StatutSuccessionClient.
   IF WS-EstMineur = "O" AND WS-TuteurValide NOT = "O"
      DISPLAY "Création refusée : un client mineur doit être "
          "rattaché à un représentant légal majeur connu."
   ELSE
         *> Un nom proche d'une entrée de la liste de surveillance
         *> suspend l'entrée en relation jusqu'à la revue conformité :
         *> le client n'est pas créé, il sera ressaisi une fois le cas
         *> disposé non fondé.
      PERFORM FILTRER-CLIENT
      IF WS-FiltrageRetenu = "O"
         DISPLAY "Création suspendue : nom retenu pour revue "
             "conformité (cas " WS-NumCasFiltrage ")."
      ELSE
         WRITE ClientRecord
            INVALID KEY DISPLAY "Ce numéro de client existe déjà."
            NOT INVALID KEY DISPLAY "Client créé."
         END-WRITE
      END-IF
   END-IF.

DETERMINER-MINORITE.
      *> Majeur le jour anniversaire des 18 ans ; date de naissance
      *> inconnue = traité en majeur.
   MOVE "N" TO WS-EstMineur.
   IF DateNaissanceClient NOT = 0
      MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJourClient
      COMPUTE WS-DateMajorite = DateNaissanceClient + 180000
      IF WS-DateMajorite > WS-DateJourClient
         MOVE "O" TO WS-EstMineur
      END-IF
   END-IF.

SAISIR-TUTEUR.
      *> Le représentant légal doit exister, être un autre client,
      *> majeur et vivant. La fiche du mineur est restaurée après la
      *> lecture, puis porte le lien et le régime "M" si tout va bien.
   DISPLAY "Client mineur : numéro de client du représentant "
       "légal : ".
   ACCEPT WS-NumTuteurSaisi.
   MOVE "N" TO WS-TuteurValide.
   MOVE ClientRecord TO WS-ClientEnCours.
   IF WS-NumTuteurSaisi = NumClient OF ClientRecord
      DISPLAY "Un client ne peut pas être son propre représentant "
          "légal."
   ELSE
      MOVE WS-NumTuteurSaisi TO NumClient OF ClientRecord
      READ GCBClientsFile
         INVALID KEY
            DISPLAY "Représentant légal " WS-NumTuteurSaisi
                " introuvable."
         NOT INVALID KEY
            IF RegimeMineurClient = "M"
               DISPLAY "Le représentant légal doit être majeur."
            ELSE
            IF StatutSuccessionClient NOT = SPACE
               DISPLAY "Le représentant légal est décédé (dossier "
                   "de succession ouvert)."
            ELSE
               MOVE "O" TO WS-TuteurValide
               DISPLAY "Représentant légal : " NomClient
            END-IF
            END-IF
      END-READ
   END-IF.
   MOVE WS-ClientEnCours TO ClientRecord.
   IF WS-TuteurValide = "O"
      MOVE WS-NumTuteurSaisi TO NumTuteurClient
      MOVE "M" TO RegimeMineurClient
   END-IF.

FILTRER-CLIENT.
   CALL 'GCB_FILTRAGE' USING NomClient DateNaissanceClient
       WS-TypeObjetClient NumClient OF ClientRecord
       WS-FiltrageRetenu WS-NumCasFiltrage.

MODIFIER-CLIENT.
   DISPLAY "Numéro du client à modifier : ".
      DISPLAY "Client " WS-NumClientSaisi " introuvable."
   ELSE
      DISPLAY "Nom actuel      : " NomClient
      MOVE NomClient TO WS-NomAvant
      DISPLAY "Nouveau nom : "
      ACCEPT NomClient
      DISPLAY "Adresse actuelle : " AdresseClient
      DISPLAY "Contact actuel   : " ContactClient
      DISPLAY "Nouveau contact : "
      ACCEPT ContactClient
      MOVE "N" TO WS-FiltrageRetenu
      IF NomClient NOT = WS-NomAvant
         PERFORM FILTRER-CLIENT
      END-IF
      IF WS-FiltrageRetenu = "O"
         DISPLAY "Modification suspendue : nouveau nom retenu pour "
             "revue conformité (cas " WS-NumCasFiltrage ")."
      ELSE
         REWRITE ClientRecord
         DISPLAY "Client " WS-NumClientSaisi " mis à jour."
      END-IF
   END-IF.

RATTACHER-COMPTE.
      END-IF
      DISPLAY WS-NbComptesClient " compte(s) pour ce client."
   END-IF.

GERER-REPRESENTANT-LEGAL.
      *> Rattache un client mineur (ancien client sans date de
      *> naissance, ou changement de représentant) à son représentant
      *> légal. La levée du régime à la majorité reste l'affaire de
      *> GCB_MAJORITE, qui envoie la lettre de bienvenue.
   DISPLAY "Numéro du client : ".
   ACCEPT WS-NumClientSaisi.
   MOVE WS-NumClientSaisi TO NumClient OF ClientRecord.
   READ GCBClientsFile
      INVALID KEY MOVE "N" TO WS-ClientTrouve
      NOT INVALID KEY MOVE "O" TO WS-ClientTrouve
   END-READ.
   IF WS-ClientTrouve = "N"
      DISPLAY "Client " WS-NumClientSaisi " introuvable."
   ELSE
      DISPLAY "Client " WS-NumClientSaisi " : " NomClient
          " né le " DateNaissanceClient
      IF RegimeMineurClient = "M"
         DISPLAY "Représentant légal actuel : client "
             NumTuteurClient
      END-IF
      IF DateNaissanceClient = 0
         DISPLAY "Date de naissance (AAAAMMJJ) : "
         ACCEPT DateNaissanceClient
      END-IF
      PERFORM DETERMINER-MINORITE
      IF WS-EstMineur NOT = "O"
         REWRITE ClientRecord
         DISPLAY "Client majeur : pas de représentant légal à "
             "enregistrer."
      ELSE
         PERFORM SAISIR-TUTEUR
         IF WS-TuteurValide = "O"
            REWRITE ClientRecord
            DISPLAY "Client " WS-NumClientSaisi " sous le régime du "
                "mineur, représentant légal " NumTuteurClient "."
         ELSE
            DISPLAY "Représentant légal inchangé."
         END-IF
      END-IF
   END-IF.
