        ASSIGN TO "GCBEchecsPinFile.txt".
    SELECT GCBChequesFile
        FILE STATUS IS WS-CHQ-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumCheque
        ALTERNATE RECORD KEY IS NumeroCompteCheque
            WITH DUPLICATES
        ASSIGN TO "GCBChequesFile.dat".
    SELECT GCBChequeSeqFile
        FILE STATUS IS WS-CHQSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBChequierSeqFile.txt".
    SELECT GCBBeneficiairesFile
        FILE STATUS IS WS-BENEF-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleBeneficiaire
        ASSIGN TO "GCBBeneficiairesFile.dat".
    SELECT GCBTitulaireSessionFile
        FILE STATUS IS WS-TITSES-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBNotificationsFile.txt".
    SELECT GCBEnveloppesFile
        FILE STATUS IS WS-ENV-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CleEnveloppe
        ASSIGN TO "GCBEnveloppesFile.dat".
    SELECT GCBEmissionSeqFile
        FILE STATUS IS WS-EMISEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
   01 TitulaireSessionRecord.
      05 CompteSessionTitulaire PIC 9(6).
      05 CodeSessionTitulaire PIC X(1).
      05 ProcurationSession PIC 9(6).

   FD GCBNotificationsFile.
   COPY NOTIFICATION.
   01 WS-EOF-HIST PIC X VALUE "N".
   01 WS-DernierAction PIC X(10).
   01 WS-TrouveHist PIC X VALUE "N".
      *> Date du mouvement annulé et mois verrouillés (GCB_PERIODE) :
      *> une annulation n'est jamais datée dans un mois clôturé.
   01 WS-DateDernierMvt PIC 9(8) VALUE 0.
   01 WS-DateJourAnnulation PIC 9(8) VALUE 0.
   01 WS-PeriodeMvtClose PIC X(1) VALUE "N".
   01 WS-PeriodeJourClose PIC X(1) VALUE "N".

   01 SoldeMinimum PIC S9(5)V99 VALUE 0.00.
   01 SoldeMinimumAutre PIC S9(5)V99 VALUE 0.00.
   01 WS-NouveauPinCotit PIC 9(4).
   01 WS-PinCotitConfirme PIC 9(4).

      *> Mandataire sous procuration ("P") : authentifié par le
      *> numéro de procuration et son propre PIN (GCB_PROCURATION),
      *> il n'opère que sur le compte de la procuration, dans la
      *> limite des opérations permises et du plafond par opération.
      *> Ses échecs de PIN se comptent sous le détenteur "P" et
      *> verrouillent les mandataires du compte, jamais le compte.
   01 WS-NumProcSaisi PIC 9(6) VALUE 0.
   01 WS-ProcurationSession PIC 9(6) VALUE 0.
   01 WS-ProcurationValide PIC X(1).
   01 WS-PinMandataireLu PIC 9(4).
   01 WS-NomMandataire PIC X(30).
   01 WS-PlafondProcSession PIC 9(5)V99 VALUE 0.
   01 WS-OperationsProcSession.
      05 WS-ProcRetraitPermis PIC X(1).
      05 WS-ProcVirementPermis PIC X(1).
      05 WS-ProcVirExtPermis PIC X(1).
   01 WS-OperationMandataire PIC X(1).
   01 WS-MandataireRefuse PIC X(1) VALUE "N".

      *> Comptes de mineur (client sous le régime "M", voir
      *> GCB_MINEUR) : plafond journalier de retrait réduit lu sous la
      *> clé PLAFOND-RETRAIT-MIN, aucun découvert même si le produit
      *> l'autorise, et virement externe soumis à la co-autorisation
      *> du représentant légal (son compte et son code PIN).
   01 CleRetraitMineur PIC X(20) VALUE "PLAFOND-RETRAIT-MIN".
   01 PlafondRetraitMineur PIC S9(5)V99 VALUE 100.00.
   01 WS-NumCompteMineur PIC 9(6).
   01 WS-CompteMineur PIC X(1) VALUE "N".
   01 WS-NumTuteurCompte PIC 9(6) VALUE 0.
   01 WS-PlafondMineurDepasse PIC X(1) VALUE "N".
   01 WS-TuteurRefuse PIC X(1) VALUE "N".
   01 WS-CompteTuteurSaisi PIC 9(6).
   01 WS-PinTuteurSaisi PIC 9(4).
   01 WS-PinTuteurHache PIC 9(4).
   01 WS-PinTuteurLu PIC 9(4).
   01 WS-NumClientTuteurLu PIC 9(6).

      *> Les PIN ne sont plus comparés ni écrits en clair : chaque
      *> saisie est condensée par GCB_PIN_HASH avant comparaison avec
      *> la valeur portée par les fichiers. Les deux comptes
      05 StatutNotifTable PIC X(1).
   01 WS-MontantNotifAff PIC -ZZZZZZ9.99.

      *> Enveloppes du compte de session, relues par la clé du registre
      *> pour l'affichage par rang ; chaque modification (alimenter,
      *> libérer) est réécrite directement sur sa clé.
   01 WS-ENV-STATUS PIC 99.
   01 WS-EOF-ENV PIC X VALUE "N".
   01 ChoixEnveloppe PIC 9 VALUE 0.
   01 WS-BenefChoisi PIC X VALUE "N".
   01 WS-UtiliserBenef PIC X(1).
   01 WS-LibelleBenefSaisi PIC X(30).
      *> Filtrage des bénéficiaires contre la liste de surveillance
      *> (GCB_FILTRAGE) : "B" à l'enregistrement, "V" à chaque virement
      *> externe ; la date de naissance d'un tiers n'est pas connue.
   01 WS-NomBenefDest PIC X(30).
   01 WS-TypeObjetFiltre PIC X(1).
   01 WS-DateNaissanceTiers PIC 9(8) VALUE 0.
   01 WS-FiltrageRetenu PIC X(1) VALUE "N".
   01 WS-NumCasFiltrage PIC 9(6) VALUE 0.
   01 WS-TypeBenefSaisi PIC X(1).
   01 WS-CompteBenefSaisi PIC 9(6).
   01 WS-BanqueBenefSaisie PIC X(11).
   01 WS-SoldeClientAffichage PIC -ZZZZZ9.99.
   01 WS-EOF-CPT PIC X VALUE "N".

      *> Journal des consultations (GCB_CONSULTATION) : chaque lecture
      *> des données d'un compte sans mouvement est tracée. Les
      *> comptes listés par COMPTES-DU-CLIENT sont retenus pendant le
      *> balayage de GCBComptesFile et tracés une fois le fichier
      *> refermé.
   01 WS-ProgrammeConsult PIC X(12) VALUE "GCB2".
   01 WS-NatureConsult PIC X(12).
   01 WS-CompteConsulte PIC 9(6).
   01 IdxCompteConsulte PIC 9(4).
   01 TableComptesConsultes.
      05 CompteConsulteTable PIC 9(6) OCCURS 200 TIMES.

      *> Virement externe : capture de la banque et de la référence de
      *> destination, débit par GCB_WRITE sous l'action VIR-EXT et
      *> mise en file dans GCBInterbancaireSortantFile.
   01 WS-EMISEQ-STATUS PIC 99.
   01 WS-OPSES-STATUS PIC 99.
   01 WS-SignonOK PIC X(1) VALUE "N".
      *> Habilitation du rôle de l'opérateur sur l'option choisie.
   01 WS-ObjetHabil PIC X(24).
   01 WS-ModeHabil PIC X(1).
   01 WS-HabiliteChoix PIC X(1) VALUE "O".
   01 WS-VERROU-STATUS PIC 99.
   01 WS-ARCH-STATUS PIC 99.
   01 WS-CAT-STATUS PIC 99.
      *> Les PIN encore en clair dans les fichiers sont convertis en
      *> condensat au premier lancement (sans effet ensuite).
   CALL 'GCB_PIN_MIGRATION'.
      *> Registres passés en fichiers indexés : l'ancien fichier ligne
      *> séquentielle est converti au premier lancement (sans effet
      *> ensuite).
   CALL 'GCB_MIGRATION_BLOCAGES'.
   CALL 'GCB_MIGRATION_CARTES'.
   CALL 'GCB_MIGRATION_MANDATS'.
   CALL 'GCB_MIGRATION_LITIGES'.
   CALL 'GCB_MIGRATION_ENVELOPPES'.
   CALL 'GCB_MIGRATION_BENEFICIAIRES'.
   CALL 'GCB_MIGRATION_CHEQUES'.
   PERFORM CAPTURER-DEBUT-EXPLOITATION.
   CALL 'GCB_LECTURE' USING NumCompte SoldeCompte WS-StatutCompte PinCompte
       DeviseCompte NomTitulaire CompteJoint NomCotitulaire Beneficiaire.
   CALL 'GCB_AFFICHAGE' USING SoldeCompte SoldeAutreCompte NomTitulaire
       CompteJoint NomCotitulaire Beneficiaire NomAutreTitulaire
       CompteJointAutre NomCotitulaireAutre BeneficiaireAutre.
   MOVE NumCompte TO WS-CompteConsulte.
   MOVE "SOLDE" TO WS-NatureConsult.
   PERFORM TRACER-CONSULTATION.
   PERFORM AFFICHER-BANDEAU-FORMATION.
   CALL 'GCB_MENU' USING SoldeCompte SoldeAutreCompte Montant ChoixUtilisateur.

      *> que le batch doit rester "T".
   MOVE 0 TO CompteSessionTitulaire.
   MOVE "T" TO CodeSessionTitulaire.
   MOVE 0 TO ProcurationSession.
   OPEN OUTPUT GCBTitulaireSessionFile.
   WRITE TitulaireSessionRecord.
   CLOSE GCBTitulaireSessionFile.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO WS-SeuilDeclaration
   END-IF.
   CALL 'GCB_PARAMETRE' USING CleRetraitMineur WS-ValeurParam
       WS-ParamTrouve.
   IF WS-ParamTrouve = "O"
      MOVE WS-ValeurParam TO PlafondRetraitMineur
   END-IF.

AFFICHER-MESSAGE-CATALOGUE.
   CALL 'GCB_MESSAGE' USING WS-CleMessage WS-TexteMessage.
      MOVE "LOGIN-COMPTE" TO WS-CleMessage
      PERFORM AFFICHER-MESSAGE-CATALOGUE
      ACCEPT WS-LoginNumCompte
      DISPLAY "Titulaire (T), cotitulaire (C) ou mandataire (P) ? : "
      ACCEPT WS-TitulaireSaisi
      IF WS-TitulaireSaisi NOT = "C" AND WS-TitulaireSaisi NOT = "P"
         MOVE "T" TO WS-TitulaireSaisi
      END-IF
      MOVE 0 TO WS-NumProcSaisi
      IF WS-TitulaireSaisi = "P"
         DISPLAY "Numéro de procuration : "
         ACCEPT WS-NumProcSaisi
      END-IF
      MOVE "LOGIN-PIN" TO WS-CleMessage
      PERFORM AFFICHER-MESSAGE-CATALOGUE
      ACCEPT WS-LoginPin
            END-IF
         END-IF
      END-IF
      IF WS-LoginCompteInconnu = "N" AND WS-TitulaireSaisi = "P"
         PERFORM CONTROLER-PROCURATION-LOGIN
      END-IF
      IF WS-LoginCompteInconnu = "O"
         MOVE "LOGIN-ERREUR" TO WS-CleMessage
         PERFORM AFFICHER-MESSAGE-CATALOGUE
            DISPLAY "Compte bloqué après trop de codes PIN erronés."
            DISPLAY "Adressez-vous à un superviseur pour le débloquer."
         ELSE
            *> Titulaire décédé : le dossier de succession
            *> (GCB_SUCCESSIONS) a gelé le compte, plus personne ne
            *> s'y connecte - une procuration s'éteint au décès.
         IF WS-LoginStatut = "S"
            DISPLAY "Compte en succession : opérations suspendues."
            DISPLAY "Adressez-vous au service des successions."
         ELSE
            IF WS-TitulaireSaisi = "P"
               CALL 'GCB_PIN_HASH' USING WS-NumProcSaisi
                   WS-LoginPin WS-LoginPinHache
            ELSE
               CALL 'GCB_PIN_HASH' USING WS-LoginNumCompte
                   WS-LoginPin WS-LoginPinHache
            END-IF
            IF (WS-CompteFallback = "N"
                AND WS-LoginPinHache = WS-LoginPinAttendu)
               OR (WS-CompteFallback = "O"
               PERFORM EFFACER-ECHECS-COMPTE
               MOVE "O" TO WS-LoginOK
               MOVE WS-TitulaireSaisi TO WS-TitulaireSession
               MOVE WS-NumProcSaisi TO WS-ProcurationSession
               PERFORM ECRIRE-TITULAIRE-SESSION
               IF WS-TitulaireSession = "P"
                  DISPLAY "Session ouverte pour "
                      FUNCTION TRIM(WS-NomMandataire)
                      ", mandataire (procuration "
                      WS-ProcurationSession ")."
               END-IF
               MOVE WS-LoginNumCompte TO NumCompte
               MOVE WS-LoginSolde TO SoldeCompte
                  *> La session porte toujours le condensat du
               PERFORM COMPTER-ECHEC-PIN
            END-IF
         END-IF
         END-IF
      END-IF
   END-PERFORM.

   ELSE
      MOVE 1 TO WS-EchecsCompteCourant
   END-IF.
   IF WS-EchecsCompteCourant >= MaxEchecsPin
      AND WS-TitulaireSaisi = "P"
         *> Les échecs d'un mandataire ne bloquent jamais le compte
         *> du mandant : le compteur reste au maximum et seul l'accès
         *> par procuration est verrouillé, jusqu'à ce qu'un
         *> superviseur le libère (GCB_PROCURATIONS).
      DISPLAY "Accès mandataire verrouillé sur le compte "
          WS-LoginNumCompte " après " MaxEchecsPin
          " codes PIN erronés."
      PERFORM REECRIRE-TABLE-ECHECS
   ELSE
   IF WS-EchecsCompteCourant < MaxEchecsPin
      OR WS-LoginStatut NOT = "A"
         *> Seul un compte actif est verrouillé : écraser le statut
         MOVE 0 TO NbEchecsTable(IdxEchec)
      END-IF
      PERFORM REECRIRE-TABLE-ECHECS
   END-IF
   END-IF.

CHARGER-TABLE-ECHECS.
                   TO CompteEchecTable(WS-NbComptesEnEchec)
               MOVE NbEchecsCompte
                   TO NbEchecsTable(WS-NbComptesEnEchec)
               IF TitulaireEchec = "C" OR TitulaireEchec = "P"
                  MOVE TitulaireEchec
                      TO TitulaireEchecTable(WS-NbComptesEnEchec)
               ELSE
                  MOVE "T"
   END-PERFORM.
   PERFORM REECRIRE-TABLE-ECHECS.

CONTROLER-PROCURATION-LOGIN.
      *> La procuration doit viser le compte saisi, être active et en
      *> cours de validité ; l'accès mandataire verrouillé par trois
      *> échecs est refusé avant même la saisie du PIN comparée.
   CALL 'GCB_PROCURATION' USING WS-NumProcSaisi WS-LoginNumCompte
       WS-ProcurationValide WS-PinMandataireLu
       WS-OperationsProcSession WS-PlafondProcSession
       WS-NomMandataire.
   IF WS-ProcurationValide NOT = "O"
      DISPLAY "Procuration inconnue, révoquée, hors de sa période de "
          "validité ou sans rapport avec ce compte."
      MOVE "O" TO WS-LoginCompteInconnu
   ELSE
      MOVE WS-PinMandataireLu TO WS-LoginPinAttendu
      MOVE 0 TO WS-EchecsCompteCourant
      PERFORM CHARGER-TABLE-ECHECS
      PERFORM VARYING IdxEchec FROM 1 BY 1
          UNTIL IdxEchec > WS-NbComptesEnEchec
         IF CompteEchecTable(IdxEchec) = WS-LoginNumCompte
            AND TitulaireEchecTable(IdxEchec) = "P"
            MOVE NbEchecsTable(IdxEchec) TO WS-EchecsCompteCourant
         END-IF
      END-PERFORM
      IF WS-EchecsCompteCourant >= MaxEchecsPin
         DISPLAY "Accès mandataire verrouillé sur ce compte : "
             "s'adresser à un superviseur."
         MOVE "O" TO WS-LoginCompteInconnu
      END-IF
   END-IF.

CONTROLER-MANDATAIRE.
      *> Sous procuration, chaque retrait ou virement doit figurer
      *> parmi les opérations permises et rester sous le plafond par
      *> opération ; titulaire et cotitulaire ne sont pas concernés.
   MOVE "N" TO WS-MandataireRefuse.
   IF WS-TitulaireSession = "P"
      EVALUATE WS-OperationMandataire
         WHEN "R"
            IF WS-ProcRetraitPermis NOT = "O"
               MOVE "O" TO WS-MandataireRefuse
            END-IF
         WHEN "V"
            IF WS-ProcVirementPermis NOT = "O"
               MOVE "O" TO WS-MandataireRefuse
            END-IF
         WHEN "E"
            IF WS-ProcVirExtPermis NOT = "O"
               MOVE "O" TO WS-MandataireRefuse
            END-IF
      END-EVALUATE
      IF Montant > WS-PlafondProcSession
         MOVE "O" TO WS-MandataireRefuse
      END-IF
   END-IF.

TRAITER-CHOIX.
   PERFORM VERIFIER-JOURNEE-OUVERTE.
   PERFORM CONTROLER-HABILITATION-CHOIX.
   IF WS-JourneeFermee = "O" AND ChoixUtilisateur NOT = 4
       AND ChoixUtilisateur NOT = 10
       AND ChoixUtilisateur NOT = 11
       AND ChoixUtilisateur NOT = 0
      MOVE "JOUR-FERME" TO WS-CleMessage
      PERFORM AFFICHER-MESSAGE-CATALOGUE
   ELSE
   IF WS-TitulaireSession = "P" AND ChoixUtilisateur NOT = 1
       AND ChoixUtilisateur NOT = 2
       AND ChoixUtilisateur NOT = 3
       AND ChoixUtilisateur NOT = 4
       AND ChoixUtilisateur NOT = 11
       AND ChoixUtilisateur NOT = 12
       AND ChoixUtilisateur NOT = 0
      DISPLAY "Opération réservée au titulaire et au cotitulaire "
          "du compte."
   ELSE
   IF ChoixUtilisateur >= 1 AND ChoixUtilisateur <= 17
       AND WS-HabiliteChoix NOT = "O"
      DISPLAY "Option non autorisée pour votre rôle."
   ELSE
      EVALUATE ChoixUtilisateur
         WHEN 1
                NomTitulaire CompteJoint NomCotitulaire Beneficiaire
                NomAutreTitulaire CompteJointAutre NomCotitulaireAutre
                BeneficiaireAutre
            MOVE NumCompte TO WS-CompteConsulte
            MOVE "SOLDE" TO WS-NatureConsult
            PERFORM TRACER-CONSULTATION
         WHEN 5
            PERFORM ANNULATION
         WHEN 6
                PinCompte DeviseCompte NomTitulaire CompteJoint
                NomCotitulaire Beneficiaire
            IF WS-StatutActif = "I" OR WS-StatutActif = "D"
               OR WS-StatutActif = "S"
               DISPLAY "Ce compte est clôturé, dormant ou en "
                   "succession. Opération impossible."
            ELSE
               CALL 'GCB_INTERET' USING NumCompte SoldeCompte PinCompte
                   DeviseCompte NomTitulaire CompteJoint NomCotitulaire
         WHEN OTHER
            DISPLAY "Choix invalide. Veuillez choisir 1 à 17 ou 0."
      END-EVALUATE
   END-IF
   END-IF
   END-IF.

CONTROLER-HABILITATION-CHOIX.
      *> L'option choisie est confrontée à la matrice des
      *> habilitations pour le rôle de l'opérateur de session (objet
      *> "MENU-nn", la clé de sa ligne de menu) ; un refus est tracé.
   MOVE "O" TO WS-HabiliteChoix.
   IF ChoixUtilisateur >= 1 AND ChoixUtilisateur <= 17
      MOVE SPACES TO WS-ObjetHabil
      STRING "MENU-" ChoixUtilisateur DELIMITED BY SIZE
          INTO WS-ObjetHabil
      MOVE "C" TO WS-ModeHabil
      CALL 'GCB_HABILITATION' USING WS-ObjetHabil WS-ModeHabil
          WS-HabiliteChoix
   END-IF.

VERIFIER-JOURNEE-OUVERTE.
      DISPLAY "Montant supérieur au disponible ("
          WS-SoldeDisponible "). Enveloppe refusée."
   ELSE
      OPEN I-O GCBEnveloppesFile
      IF WS-ENV-STATUS = "35"
         OPEN OUTPUT GCBEnveloppesFile
         CLOSE GCBEnveloppesFile
         OPEN I-O GCBEnveloppesFile
      END-IF
      IF WS-ENV-STATUS NOT = "00"
         DISPLAY "Erreur GCBEnveloppesFile, statut " WS-ENV-STATUS
         MOVE WS-ObjectifEnvSaisi TO ObjectifEnveloppe
         MOVE "A" TO StatutEnveloppe
         WRITE EnveloppeRecord
            INVALID KEY
               PERFORM REPRENDRE-ENVELOPPE-LIBEREE
            NOT INVALID KEY
               DISPLAY "Enveloppe créée."
         END-WRITE
         CLOSE GCBEnveloppesFile
      END-IF
   END-IF.

REPRENDRE-ENVELOPPE-LIBEREE.
      *> Le libellé est la clé de l'enveloppe dans le compte : une
      *> enveloppe libérée du même nom est reprise avec les nouveaux
      *> montants, une enveloppe encore active n'est pas doublée.
   READ GCBEnveloppesFile
      INVALID KEY
         DISPLAY "Erreur GCBEnveloppesFile, statut " WS-ENV-STATUS
      NOT INVALID KEY
         IF StatutEnveloppe = "A"
            DISPLAY "Une enveloppe active porte déjà ce libellé. "
                "Enveloppe refusée."
         ELSE
            MOVE WS-MontantEnvSaisi TO MontantEnveloppe
            MOVE WS-ObjectifEnvSaisi TO ObjectifEnveloppe
            MOVE "A" TO StatutEnveloppe
            REWRITE EnveloppeRecord
            DISPLAY "Enveloppe créée."
         END-IF
   END-READ.

CALCULER-DISPONIBLE-ENVELOPPES.
   CALL 'GCB_LECTURE' USING NumCompte WS-SoldeTemp WS-StatutActif
       WS-PinTemp WS-DeviseTemp WS-NomTemp WS-JointTemp
               IF WS-RangEnvAffiche = WS-RangEnvSaisi
                  ADD WS-MontantEnvSaisi TO MontantEnvTable(IdxEnv)
                  MOVE "O" TO WS-EnvTrouvee
                  PERFORM REECRIRE-ENVELOPPE
               END-IF
            END-IF
         END-PERFORM
         IF WS-EnvTrouvee = "O"
            DISPLAY "Enveloppe alimentée."
         ELSE
            DISPLAY "Rang invalide."
            IF WS-RangEnvAffiche = WS-RangEnvSaisi
               MOVE "L" TO StatutEnvTable(IdxEnv)
               MOVE "O" TO WS-EnvTrouvee
               PERFORM REECRIRE-ENVELOPPE
            END-IF
         END-IF
      END-PERFORM
      IF WS-EnvTrouvee = "O"
         DISPLAY "Enveloppe libérée : les fonds redeviennent "
             "dépensables."
      ELSE
   END-IF.

CHARGER-TABLE-ENVELOPPES.
      *> Seules les enveloppes du compte de session sont chargées : le
      *> numéro de compte est en tête de la clé du registre.
   MOVE 0 TO WS-NbEnveloppes.
   MOVE "N" TO WS-EOF-ENV.
   OPEN INPUT GCBEnveloppesFile.
   IF WS-ENV-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-ENV
   ELSE
      MOVE NumCompte TO NumeroCompteEnveloppe
      MOVE LOW-VALUES TO LibelleEnveloppe
      START GCBEnveloppesFile KEY IS GREATER THAN OR EQUAL CleEnveloppe
         INVALID KEY MOVE "Y" TO WS-EOF-ENV
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF-ENV = "Y"
      READ GCBEnveloppesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-ENV
         NOT AT END
            IF NumeroCompteEnveloppe NOT = NumCompte
               MOVE "Y" TO WS-EOF-ENV
            ELSE
            IF WS-NbEnveloppes < 100
               ADD 1 TO WS-NbEnveloppes
               MOVE NumeroCompteEnveloppe
               MOVE StatutEnveloppe
                   TO StatutEnvTable(WS-NbEnveloppes)
            END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-ENV-STATUS NOT = "35"
      CLOSE GCBEnveloppesFile
   END-IF.

REECRIRE-ENVELOPPE.
   OPEN I-O GCBEnveloppesFile.
   IF WS-ENV-STATUS NOT = "00"
      DISPLAY "Erreur GCBEnveloppesFile, statut " WS-ENV-STATUS
   ELSE
      MOVE CompteEnvTable(IdxEnv) TO NumeroCompteEnveloppe
      MOVE LibelleEnvTable(IdxEnv) TO LibelleEnveloppe
      READ GCBEnveloppesFile
         INVALID KEY
            DISPLAY "Enveloppe " LibelleEnvTable(IdxEnv)
                " absente du registre."
         NOT INVALID KEY
            MOVE MontantEnvTable(IdxEnv) TO MontantEnveloppe
            MOVE StatutEnvTable(IdxEnv) TO StatutEnveloppe
            REWRITE EnveloppeRecord
      END-READ
      CLOSE GCBEnveloppesFile
   END-IF.

GERER-BENEFICIAIRES.
      *> Entretien de la liste des bénéficiaires du compte de la
      DISPLAY "Numéro du compte interne : "
      ACCEPT WS-CompteBenefSaisi
   END-IF.
   MOVE "B" TO WS-TypeObjetFiltre.
   CALL 'GCB_FILTRAGE' USING WS-LibelleBenefSaisi WS-DateNaissanceTiers
       WS-TypeObjetFiltre NumCompte WS-FiltrageRetenu WS-NumCasFiltrage.
   IF WS-FiltrageRetenu = "O"
      DISPLAY "Bénéficiaire non enregistré : nom retenu pour revue "
          "conformité (cas " WS-NumCasFiltrage ")."
   ELSE
      OPEN I-O GCBBeneficiairesFile
      IF WS-BENEF-STATUS = "35"
         OPEN OUTPUT GCBBeneficiairesFile
         CLOSE GCBBeneficiairesFile
         OPEN I-O GCBBeneficiairesFile
      END-IF
      IF WS-BENEF-STATUS NOT = "00"
         DISPLAY "Erreur GCBBeneficiairesFile, statut " WS-BENEF-STATUS
      ELSE
         MOVE NumCompte TO NumeroCompteProprietaire
         MOVE WS-LibelleBenefSaisi TO LibelleBeneficiaire
         MOVE WS-TypeBenefSaisi TO TypeBeneficiaire
         MOVE WS-CompteBenefSaisi TO CompteInterneBeneficiaire
         MOVE WS-BanqueBenefSaisie TO BanqueBeneficiaire
         MOVE WS-ReferenceBenefSaisie TO ReferenceBeneficiaire
         WRITE BeneficiaireEnregistreRecord
            INVALID KEY
               DISPLAY "Un bénéficiaire porte déjà ce libellé : "
                   "bénéficiaire non enregistré."
            NOT INVALID KEY
               DISPLAY "Bénéficiaire enregistré."
         END-WRITE
         CLOSE GCBBeneficiairesFile
      END-IF
   END-IF.

RETIRER-BENEFICIAIRE.
            IF ProprietaireBenefTable(IdxBenef) = NumCompte
               ADD 1 TO WS-RangBenefAffiche
               IF WS-RangBenefAffiche = WS-RangBenefSaisi
                  PERFORM SUPPRIMER-BENEFICIAIRE
               END-IF
            END-IF
         END-PERFORM
      END-IF
   END-IF.

                  MOVE BanqueBenefTable(IdxBenef) TO WS-BanqueDest
                  MOVE ReferenceBenefTable(IdxBenef)
                      TO WS-RefCompteDest
                  MOVE LibelleBenefTable(IdxBenef) TO WS-NomBenefDest
                  MOVE "O" TO WS-BenefChoisi
               END-IF
            END-IF
   END-IF.

CHARGER-TABLE-BENEFICIAIRES.
      *> Seuls les bénéficiaires du compte de session sont chargés : le
      *> numéro de compte est en tête de la clé du registre.
   MOVE 0 TO WS-NbBeneficiaires.
   MOVE "N" TO WS-EOF-BENEF.
   OPEN INPUT GCBBeneficiairesFile.
   IF WS-BENEF-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-BENEF
   ELSE
      MOVE NumCompte TO NumeroCompteProprietaire
      MOVE LOW-VALUES TO LibelleBeneficiaire
      START GCBBeneficiairesFile
          KEY IS GREATER THAN OR EQUAL CleBeneficiaire
         INVALID KEY MOVE "Y" TO WS-EOF-BENEF
      END-START
   END-IF.
   PERFORM UNTIL WS-EOF-BENEF = "Y"
      READ GCBBeneficiairesFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-BENEF
         NOT AT END
            IF NumeroCompteProprietaire NOT = NumCompte
               MOVE "Y" TO WS-EOF-BENEF
            ELSE
            IF WS-NbBeneficiaires < 100
               ADD 1 TO WS-NbBeneficiaires
               MOVE NumeroCompteProprietaire
               MOVE ReferenceBeneficiaire
                   TO ReferenceBenefTable(WS-NbBeneficiaires)
            END-IF
            END-IF
      END-READ
   END-PERFORM.
   IF WS-BENEF-STATUS NOT = "35"
      CLOSE GCBBeneficiairesFile
   END-IF.

SUPPRIMER-BENEFICIAIRE.
   OPEN I-O GCBBeneficiairesFile.
   IF WS-BENEF-STATUS NOT = "00"
      DISPLAY "Erreur GCBBeneficiairesFile, statut " WS-BENEF-STATUS
   ELSE
      MOVE ProprietaireBenefTable(IdxBenef) TO NumeroCompteProprietaire
      MOVE LibelleBenefTable(IdxBenef) TO LibelleBeneficiaire
      DELETE GCBBeneficiairesFile
         INVALID KEY
            DISPLAY "Bénéficiaire absent du registre."
         NOT INVALID KEY
            DISPLAY "Bénéficiaire retiré."
      END-DELETE
      CLOSE GCBBeneficiairesFile
   END-IF.

POSER-VERROU-COMPTE.
   MOVE "O" TO WS-VerrouOK.
      *> req000/reprise : le "2=Autre compte" n'est plus figé sur un
      *> numéro de compte codé en dur, l'utilisateur saisit le compte
      *> qu'il veut utiliser et on le relit via GCB_LECTURE.
   IF WS-TitulaireSession = "P"
         *> Un mandataire n'opère que sur le compte de sa procuration.
      MOVE 1 TO ChoixCompte
   ELSE
      DISPLAY "Compte à utiliser : 1=Compte principal (" NumCompte ") 2=Autre compte"
      ACCEPT ChoixCompte
   END-IF.
   IF ChoixCompte = 2
      DISPLAY "Numéro de l'autre compte : "
      ACCEPT NumAutreCompte
   ELSE
   IF WS-StatutActif = "D"
      DISPLAY "Ce compte est dormant. Opération impossible avant réactivation par un superviseur (GCB_DEBLOCAGE)."
   ELSE
   IF WS-StatutActif = "S"
      DISPLAY "Ce compte est en succession. Opération impossible."
   ELSE
      DISPLAY "Entrez le montant du dépôt : "
      ACCEPT Montant
      END-IF
   END-IF
   END-IF
   END-IF
   END-IF.
   PERFORM EFFACER-VERROU-COMPTE.

       + DelaiCompensationJours.
   COMPUTE WS-DateClearingCalculee
       = FUNCTION DATE-OF-INTEGER(WS-EntierClearing).
   OPEN I-O GCBChequesFile.
   IF WS-CHQ-STATUS = "35"
      OPEN OUTPUT GCBChequesFile
      CLOSE GCBChequesFile
      OPEN I-O GCBChequesFile
   END-IF.
   IF WS-CHQ-STATUS NOT = "00"
      DISPLAY "Erreur GCBChequesFile, statut " WS-CHQ-STATUS
      MOVE WS-DateClearingCalculee TO DateClearingCheque
      MOVE "P" TO StatutCheque
      WRITE ChequeRecord
         INVALID KEY
            DISPLAY "Erreur GCBChequesFile : chèque "
                WS-NouveauNumCheque " déjà enregistré."
         NOT INVALID KEY
            DISPLAY "Chèque " WS-NouveauNumCheque " en compensation "
                "jusqu'au " WS-DateClearingCalculee
                " : fonds crédités mais non tirables d'ici là."
      END-WRITE
      CLOSE GCBChequesFile
   END-IF.

OBTENIR-NUMERO-CHEQUE.
   IF WS-StatutActif = "D"
      DISPLAY "Ce compte est dormant. Opération impossible avant réactivation par un superviseur (GCB_DEBLOCAGE)."
   ELSE
   IF WS-StatutActif = "S"
      DISPLAY "Ce compte est en succession. Opération impossible."
   ELSE
   IF WS-RetraitsLibresActif = "N"
      IF WS-CodeProduitActif = "ET"
         PERFORM RACHAT-ANTICIPE-TERME
         MOVE DeviseCompte TO WS-DeviseKYC
      END-IF
      PERFORM VERIFIER-DOCUMENT-KYC
      MOVE "R" TO WS-OperationMandataire
      PERFORM CONTROLER-MANDATAIRE
      MOVE NumCompteActif TO WS-NumCompteMineur
      PERFORM CONTROLER-RETRAIT-MINEUR
      IF WS-LimiteDepassee = "O" OR WS-DocumentKYCBloque = "O"
         OR WS-MandataireRefuse = "O"
         OR WS-PlafondMineurDepasse = "O"
         IF WS-MandataireRefuse = "O"
            DISPLAY "Retrait hors des droits de la procuration "
                "(opération non permise ou plafond dépassé)."
         ELSE
         IF WS-PlafondMineurDepasse = "O"
            DISPLAY "Compte de mineur : plafond journalier de retrait "
                "(" PlafondRetraitMineur ") atteint. Opération refusée."
         ELSE
         IF WS-LimiteDepassee = "O"
            DISPLAY "Plafond journalier de transactions atteint pour ce compte. Opération refusée."
         ELSE
                "au-delà du seuil déclarable refusée. Mettre à jour "
                "le dossier via GCB_CLIENTS."
         END-IF
         END-IF
         END-IF
      ELSE
      IF ChoixCompte = 2
         MOVE SoldeMinimumAutre TO WS-PlancherCompte
         IF WS-DecouvertProduitActif = "O" AND WS-CompteMineur NOT = "O"
            COMPUTE WS-PlancherCompte = SoldeMinimumAutre - MontantDecouvertMax
         END-IF
         CALL 'GCB_BLOCAGE' USING NumCompteActif WS-TotalBlocages
         END-IF
      ELSE
         MOVE SoldeMinimum TO WS-PlancherCompte
         IF WS-DecouvertProduitActif = "O" AND WS-CompteMineur NOT = "O"
            COMPUTE WS-PlancherCompte = SoldeMinimum - MontantDecouvertMax
         END-IF
         CALL 'GCB_BLOCAGE' USING NumCompteActif WS-TotalBlocages
   END-IF
   END-IF
   END-IF
   END-IF
   END-IF.
   PERFORM EFFACER-VERROU-COMPTE.

       WS-DeviseTemp WS-NomTemp WS-JointTemp WS-CotitulaireTemp
       WS-BeneficiaireTemp.
   IF WS-StatutActif = "I" OR WS-StatutActif = "D"
      OR WS-StatutActif = "S"
      DISPLAY "Le compte principal est clôturé, dormant ou en "
          "succession. Virement impossible."
   ELSE
      MOVE "N" TO WS-BenefChoisi
      DISPLAY "Choisir le destinataire dans vos bénéficiaires "
          NomAutreTitulaire CompteJointAutre NomCotitulaireAutre
          BeneficiaireAutre
      IF WS-StatutAutreActif = "I" OR WS-StatutAutreActif = "D"
         OR WS-StatutAutreActif = "S"
         DISPLAY "Le compte destinataire est clôturé, dormant ou en "
             "succession. Virement impossible."
      ELSE
      DISPLAY "Entrez le montant du virement : "
      ACCEPT Montant
      MOVE NumCompte TO WS-NumCompteKYC
      MOVE DeviseCompte TO WS-DeviseKYC
      PERFORM VERIFIER-DOCUMENT-KYC
      MOVE "V" TO WS-OperationMandataire
      PERFORM CONTROLER-MANDATAIRE
      IF WS-CumulJournalier + Montant > LimiteTransactionJournaliere
         OR WS-DocumentKYCBloque = "O"
         OR WS-MandataireRefuse = "O"
         IF WS-MandataireRefuse = "O"
            DISPLAY "Virement hors des droits de la procuration "
                "(opération non permise ou plafond dépassé)."
         ELSE
         IF WS-DocumentKYCBloque = "O"
            DISPLAY "Pièce d'identité du client expirée : virement "
                "au-delà du seuil déclarable refusé. Mettre à jour "
         ELSE
            DISPLAY "Plafond journalier de transactions atteint pour ce compte. Virement refusé."
         END-IF
         END-IF
      ELSE
      CALL 'GCB_PRODUIT' USING NumCompte WS-CodeProduitActif
          WS-TauxProduitActif WS-DecouvertProduitActif
          WS-RetraitsLibresActif
      MOVE NumCompte TO WS-NumCompteMineur
      CALL 'GCB_MINEUR' USING WS-NumCompteMineur WS-CompteMineur
          WS-NumTuteurCompte
      MOVE SoldeMinimum TO WS-PlancherCompte
      IF WS-DecouvertProduitActif = "O" AND WS-CompteMineur NOT = "O"
         COMPUTE WS-PlancherCompte = SoldeMinimum - MontantDecouvertMax
      END-IF
      CALL 'GCB_BLOCAGE' USING NumCompte WS-TotalBlocages
         PERFORM CHOISIR-BENEFICIAIRE-EXTERNE
      END-IF
      IF WS-BenefChoisi = "N"
         DISPLAY "Nom du bénéficiaire : "
         ACCEPT WS-NomBenefDest
         DISPLAY "Banque destinataire (code) : "
         ACCEPT WS-BanqueDest
         DISPLAY "Référence du compte destinataire : "
      END-IF
      DISPLAY "Montant du virement externe : "
      ACCEPT Montant
      MOVE "V" TO WS-TypeObjetFiltre
      CALL 'GCB_FILTRAGE' USING WS-NomBenefDest WS-DateNaissanceTiers
          WS-TypeObjetFiltre NumCompte WS-FiltrageRetenu
          WS-NumCasFiltrage
      MOVE NumCompte TO WS-NumCompteKYC
      MOVE DeviseCompte TO WS-DeviseKYC
      PERFORM VERIFIER-DOCUMENT-KYC
      MOVE "E" TO WS-OperationMandataire
      PERFORM CONTROLER-MANDATAIRE
      MOVE "N" TO WS-TuteurRefuse
      IF WS-FiltrageRetenu NOT = "O" AND WS-MandataireRefuse NOT = "O"
         MOVE NumCompte TO WS-NumCompteMineur
         PERFORM AUTORISER-PAR-TUTEUR
      END-IF
      IF WS-CumulJournalier + Montant > LimiteTransactionJournaliere
         OR WS-DocumentKYCBloque = "O"
         OR WS-MandataireRefuse = "O"
         OR WS-FiltrageRetenu = "O"
         OR WS-TuteurRefuse = "O"
         IF WS-FiltrageRetenu = "O"
            DISPLAY "Virement suspendu : bénéficiaire retenu pour "
                "revue conformité (cas " WS-NumCasFiltrage ")."
         ELSE
         IF WS-MandataireRefuse = "O"
            DISPLAY "Virement hors des droits de la procuration "
                "(opération non permise ou plafond dépassé)."
         ELSE
         IF WS-TuteurRefuse = "O"
            DISPLAY "Compte de mineur : virement externe refusé sans "
                "la co-autorisation du représentant légal."
         ELSE
         IF WS-DocumentKYCBloque = "O"
            DISPLAY "Pièce d'identité du client expirée : virement "
                "au-delà du seuil déclarable refusé. Mettre à jour "
         ELSE
            DISPLAY "Plafond journalier de transactions atteint pour ce compte. Virement refusé."
         END-IF
         END-IF
         END-IF
         END-IF
      ELSE
      CALL 'GCB_PRODUIT' USING NumCompte WS-CodeProduitActif
          WS-TauxProduitActif WS-DecouvertProduitActif
          WS-RetraitsLibresActif
      MOVE NumCompte TO WS-NumCompteMineur
      CALL 'GCB_MINEUR' USING WS-NumCompteMineur WS-CompteMineur
          WS-NumTuteurCompte
      MOVE SoldeMinimum TO WS-PlancherCompte
      IF WS-DecouvertProduitActif = "O" AND WS-CompteMineur NOT = "O"
         COMPUTE WS-PlancherCompte = SoldeMinimum - MontantDecouvertMax
      END-IF
      CALL 'GCB_BLOCAGE' USING NumCompte WS-TotalBlocages
      END-IF
   END-IF.

CONTROLER-RETRAIT-MINEUR.
      *> Le plafond réduit d'un compte de mineur s'apprécie sur le
      *> même cumul du jour que le plafond général.
   MOVE "N" TO WS-PlafondMineurDepasse.
   CALL 'GCB_MINEUR' USING WS-NumCompteMineur WS-CompteMineur
       WS-NumTuteurCompte.
   IF WS-CompteMineur = "O"
      IF ChoixCompte = 2
         IF WS-CumulJournalierAutre + Montant > PlafondRetraitMineur
            MOVE "O" TO WS-PlafondMineurDepasse
         END-IF
      ELSE
         IF WS-CumulJournalier + Montant > PlafondRetraitMineur
            MOVE "O" TO WS-PlafondMineurDepasse
         END-IF
      END-IF
   END-IF.

AUTORISER-PAR-TUTEUR.
      *> Co-autorisation d'un virement externe sur un compte de
      *> mineur : le représentant légal présente l'un de ses propres
      *> comptes actifs et en saisit le code PIN. Un compte de mineur
      *> sans représentant enregistré ne peut pas virer à l'extérieur.
   MOVE "N" TO WS-TuteurRefuse.
   CALL 'GCB_MINEUR' USING WS-NumCompteMineur WS-CompteMineur
       WS-NumTuteurCompte.
   IF WS-CompteMineur = "O"
      MOVE "O" TO WS-TuteurRefuse
      IF WS-NumTuteurCompte = 0
         DISPLAY "Compte de mineur sans représentant légal "
             "enregistré (GCB_CLIENTS)."
      ELSE
         DISPLAY "Compte de mineur : co-autorisation du représentant "
             "légal (client " WS-NumTuteurCompte ") requise."
         DISPLAY "Compte du représentant légal : "
         ACCEPT WS-CompteTuteurSaisi
         DISPLAY "Code PIN du représentant légal : "
         ACCEPT WS-PinTuteurSaisi
         MOVE 0 TO WS-NumClientTuteurLu
         OPEN INPUT GCBComptesFile
         IF WS-FILE-STATUS = "00"
            MOVE WS-CompteTuteurSaisi TO NumeroCompte OF ComptesRecord
            READ GCBComptesFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  IF StatutCompteFile = "A"
                     MOVE NumClientFile TO WS-NumClientTuteurLu
                     MOVE PinCompteFile TO WS-PinTuteurLu
                  END-IF
            END-READ
            CLOSE GCBComptesFile
         END-IF
         IF WS-NumClientTuteurLu = WS-NumTuteurCompte
            CALL 'GCB_PIN_HASH' USING WS-CompteTuteurSaisi
                WS-PinTuteurSaisi WS-PinTuteurHache
            IF WS-PinTuteurHache = WS-PinTuteurLu
               MOVE "N" TO WS-TuteurRefuse
               DISPLAY "Virement co-autorisé par le représentant "
                   "légal."
            END-IF
         END-IF
      END-IF
   END-IF.

METTRE-EN-FILE-SORTANT.
   OPEN EXTEND GCBInterbancaireSortantFile.
   IF WS-SORT-STATUS = "35"
ECRIRE-TITULAIRE-SESSION.
   MOVE WS-LoginNumCompte TO CompteSessionTitulaire.
   MOVE WS-TitulaireSaisi TO CodeSessionTitulaire.
   MOVE WS-ProcurationSession TO ProcurationSession.
   OPEN OUTPUT GCBTitulaireSessionFile.
   WRITE TitulaireSessionRecord.
   CLOSE GCBTitulaireSessionFile.
   IF WS-StatutActif = "D"
      DISPLAY "Compte dormant : le réactiver (GCB_DEBLOCAGE) avant "
          "de le clôturer."
   ELSE
   IF WS-StatutActif = "S"
      DISPLAY "Compte en succession : il est soldé et clôturé à la "
          "fermeture du dossier (GCB_SUCCESSIONS)."
   ELSE
      MOVE "CLOTURE" TO Action
      MOVE WS-NumCompteACloturer TO NumeroCompteCheckpoint
          WS-SoldeACloturerAffichage
   END-IF
   END-IF
   END-IF
   END-IF.

MINI-RELEVE.
      END-PERFORM
      CLOSE GCBHistoriqueFile
      PERFORM AFFICHER-MINI-RELEVE
      MOVE NumCompte TO WS-CompteConsulte
      MOVE "MINI-RELEVE" TO WS-NatureConsult
      PERFORM TRACER-CONSULTATION
         *> Pages anciennes : les mouvements purgés par GCB_ARCHIVE
         *> sont resservis depuis l'archive (catalogue des
         *> générations à l'appui) au lieu de disparaître du
         COMPUTE WS-MontantMiniSigne = 0 - WS-MontantMiniNum
      WHEN "AJUST-DB"
         COMPUTE WS-MontantMiniSigne = 0 - WS-MontantMiniNum
      WHEN "ACHAT-CB"
      WHEN "PRELEVMT"
         COMPUTE WS-MontantMiniSigne = 0 - WS-MontantMiniNum
      WHEN "ECH-PRET"
         COMPUTE WS-MontantMiniSigne = 0 - WS-MontantMiniNum
      WHEN "COMM-CHG"
         COMPUTE WS-MontantMiniSigne = 0 - WS-MontantMiniNum
      WHEN "CHQ-BANQUE"
         COMPUTE WS-MontantMiniSigne = 0 - WS-MontantMiniNum
      WHEN "VTE-BILLET"
         COMPUTE WS-MontantMiniSigne = 0 - WS-MontantMiniNum
      WHEN "REPR-PROV"
         COMPUTE WS-MontantMiniSigne = 0 - WS-MontantMiniNum
      WHEN "REJET-CHQ"
               NOT AT END
                  IF NumClientFile = WS-NumClientSaisi
                     ADD 1 TO WS-NbComptesClient
                     IF WS-NbComptesClient <= 200
                        MOVE NumeroCompte OF ComptesRecord
                            TO CompteConsulteTable(WS-NbComptesClient)
                     END-IF
                     MOVE SoldeCompteFile TO WS-SoldeClientAffichage
                     DISPLAY "  Compte "
                         NumeroCompte OF ComptesRecord " ("
         CLOSE GCBComptesFile
      END-IF
      DISPLAY WS-NbComptesClient " compte(s) pour ce client."
      MOVE "COMPTES-CLI" TO WS-NatureConsult
      PERFORM VARYING IdxCompteConsulte FROM 1 BY 1
          UNTIL IdxCompteConsulte > WS-NbComptesClient
          OR IdxCompteConsulte > 200
         MOVE CompteConsulteTable(IdxCompteConsulte)
             TO WS-CompteConsulte
         PERFORM TRACER-CONSULTATION
      END-PERFORM
   END-IF.

TRACER-CONSULTATION.
   CALL 'GCB_CONSULTATION' USING WS-CompteConsulte
       WS-ProgrammeConsult WS-NatureConsult.

ANNULATION.
      *> Opération sensible : visa superviseur obligatoire, tracé par
      *> GCB_AUTORISATION dans GCBAutorisationsFile.
                  MOVE "O" TO WS-TrouveHist
                  MOVE ActionFile TO WS-DernierAction
                  MOVE MontantFile TO Montant
                  MOVE DateTraitement OF HistoriqueRecord
                      TO WS-DateDernierMvt
               ELSE
                  MOVE "Y" TO WS-EOF-HIST
               END-IF

      IF WS-StatutActif = "I" OR WS-StatutActif = "D"
         OR WS-StatutAutreActif = "I" OR WS-StatutAutreActif = "D"
         OR WS-StatutActif = "S" OR WS-StatutAutreActif = "S"
         DISPLAY "Compte clôturé, dormant ou en succession, "
             "annulation impossible."
      ELSE
      PERFORM CONTROLER-PERIODE-ANNULATION
      IF WS-PeriodeJourClose = "O"
         DISPLAY "La journée comptable " WS-DateJourAnnulation
             " tombe dans un mois clôturé, annulation impossible."
      ELSE
      IF WS-PeriodeMvtClose = "O" AND WS-TrouveHist = "O"
         DISPLAY "Mouvement d'origine du " WS-DateDernierMvt
             " dans un mois clôturé : l'annulation est passée sur la "
             "journée en cours " WS-DateJourAnnulation "."
      END-IF
      EVALUATE WS-DernierAction
         WHEN "DEPOT"
            COMPUTE SoldeCompte = SoldeCompte - Montant
            DISPLAY "Aucune opération annulable trouvée dans l'historique."
      END-EVALUATE
      END-IF
      END-IF
   END-IF
   END-IF.

CONTROLER-PERIODE-ANNULATION.
      *> L'annulation est postée par GCB_WRITE sur la journée en
      *> cours : si ce mois est verrouillé elle est refusée ici, avant
      *> le mouvement de caisse ; si seul le mouvement d'origine est
      *> dans un mois clôturé, elle est reportée sur le mois ouvert.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJourAnnulation.
   OPEN INPUT GCBJourFile.
   IF WS-JOUR-STATUS = "00"
      READ GCBJourFile
         AT END CONTINUE
         NOT AT END MOVE DateJourFile TO WS-DateJourAnnulation
      END-READ
      CLOSE GCBJourFile
   END-IF.
   CALL 'GCB_PERIODE' USING WS-DateJourAnnulation WS-PeriodeJourClose.
   MOVE "N" TO WS-PeriodeMvtClose.
   IF WS-TrouveHist = "O"
      CALL 'GCB_PERIODE' USING WS-DateDernierMvt WS-PeriodeMvtClose
   END-IF.
