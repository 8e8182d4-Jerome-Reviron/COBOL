IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_RELANCES_CLIENTS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBClientsCompteFile
        FILE STATUS IS WS-CPT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumClientCpt
        ASSIGN TO "GCBClientsCompteFile.dat".
    SELECT GCBFacturesClientsFile
        FILE STATUS IS WS-FCL-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumFactureCli
        ALTERNATE RECORD KEY IS ClientFactureCli
            WITH DUPLICATES
        ASSIGN TO "GCBFacturesClientsFile.dat".

DATA DIVISION.
FILE SECTION.
   FD GCBClientsCompteFile.
   COPY CLIENTCPT.

   FD GCBFacturesClientsFile.
   COPY FACTURECLI.

WORKING-STORAGE SECTION.
   01 WS-CPT-STATUS PIC 99.
   01 WS-FCL-STATUS PIC 99.
   01 WS-EOF-CLI PIC X VALUE "N".
   01 WS-EOF-FCL PIC X VALUE "N".
   01 WS-DateJour PIC 9(8).
   01 WS-IntervalleJours PIC 9(3).
   01 WS-JoursRetard PIC S9(5).
   01 WS-JoursDepuisRelance PIC S9(5).
   01 WS-NiveauCible PIC 9.
   01 WS-PlusAncienneEcheance PIC 9(8).
   01 WS-MontantEchu PIC 9(7)V99.
   01 WS-ResteDu PIC 9(7)V99.
   01 WS-MontantAff PIC Z(6)9.99.
   01 WS-NbLettres PIC 9(4) VALUE 0.
   01 WS-NbBloques PIC 9(4) VALUE 0.
   01 WS-NbDebloques PIC 9(4) VALUE 0.
   01 WS-NbRetenues PIC 9(4) VALUE 0.
   01 WS-LigneTravail PIC X(80).
   01 WS-ClientCourant PIC 9(6).
   01 IdxRel PIC 9(3).
      *> Dépôt des lettres dans la file du courrier (GCB_COURRIER).
   01 WS-OperationCourrier PIC X(1).
   01 WS-TypeDestinataire PIC X(1) VALUE "E".
   01 WS-NatureCourrier PIC X(10) VALUE "RELANCECLI".
   01 WS-NomDestinataire PIC X(30).
   01 WS-AdresseDestinataire PIC X(40).
   01 WS-ResultatCourrier PIC X(1).

      *> Clients à relancer relevés pour la passe d'édition, table
      *> bornée comme les autres relevés.
   01 WS-NbRelances PIC 9(3) VALUE 0.
   01 TableRelancesCli OCCURS 200 TIMES.
      05 ClientRelance PIC 9(6).
      05 ContactRelance PIC X(30).
      05 NiveauRelanceTable PIC 9.
      05 JoursRetardRelance PIC S9(5).
      05 MontantEchuRelance PIC 9(7)V99.

      *> Relances des clients en compte du magasin : un client dont
      *> une facture est échue impayée est bloqué (plus de vente en
      *> compte) et grimpe d'un niveau de relance (1 à 3) à chaque
      *> intervalle écoulé, comme les relances de retard de la
      *> bibliothèque ; le niveau et la date du dernier envoi sont
      *> notés sur sa fiche pour ne jamais renvoyer la même lettre.
      *> Un client bloqué qui n'a plus rien d'échu est débloqué. Le
      *> fichier des clients est fermé avant l'édition, la file du
      *> courrier le relisant pour l'adresse.

PROCEDURE DIVISION.
   DISPLAY "==============================================".
   DISPLAY "RELANCES DES CLIENTS EN COMPTE".
   DISPLAY "==============================================".
   DISPLAY "Intervalle entre deux niveaux de relance (jours) : ".
   ACCEPT WS-IntervalleJours.
   IF WS-IntervalleJours = 0
      MOVE 10 TO WS-IntervalleJours
   END-IF.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   OPEN I-O GCBClientsCompteFile.
   OPEN INPUT GCBFacturesClientsFile.
   IF WS-CPT-STATUS NOT = "00" OR WS-FCL-STATUS NOT = "00"
      DISPLAY "Aucun client en compte ou aucune facture (statuts "
          WS-CPT-STATUS "/" WS-FCL-STATUS ")."
      STOP RUN
   END-IF.
   PERFORM RELEVER-CLIENTS-EN-RETARD.
   CLOSE GCBClientsCompteFile.
   IF WS-NbRelances = 0
      DISPLAY "Aucune relance à émettre."
   ELSE
      PERFORM VARYING IdxRel FROM 1 BY 1 UNTIL IdxRel > WS-NbRelances
         PERFORM EDITER-LETTRE-CLIENT
      END-PERFORM
      DISPLAY WS-NbLettres " lettre(s) déposée(s) dans la file du "
          "courrier."
      IF WS-NbRetenues > 0
         DISPLAY WS-NbRetenues " client(s) à l'adresse signalée "
             "NPAI : voir GCB_COURRIERS."
      END-IF
   END-IF.
   CLOSE GCBFacturesClientsFile.
   DISPLAY WS-NbBloques " client(s) bloqué(s), " WS-NbDebloques
       " débloqué(s).".
   STOP RUN.

RELEVER-CLIENTS-EN-RETARD.
   MOVE "N" TO WS-EOF-CLI.
   MOVE 0 TO NumClientCpt.
   START GCBClientsCompteFile KEY IS GREATER THAN OR EQUAL
       NumClientCpt
      INVALID KEY MOVE "Y" TO WS-EOF-CLI
   END-START.
   PERFORM UNTIL WS-EOF-CLI = "Y"
      READ GCBClientsCompteFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-CLI
         NOT AT END PERFORM EXAMINER-CLIENT
      END-READ
   END-PERFORM.

EXAMINER-CLIENT.
   PERFORM TOTALISER-ECHU.
   IF WS-MontantEchu = 0
      IF StatutClientCpt = "B" OR NiveauRelanceCpt > 0
         IF StatutClientCpt = "B"
            MOVE "A" TO StatutClientCpt
            ADD 1 TO WS-NbDebloques
         END-IF
         MOVE 0 TO NiveauRelanceCpt
         REWRITE ClientCompteRecord
      END-IF
   ELSE
      IF StatutClientCpt = "A"
         MOVE "B" TO StatutClientCpt
         ADD 1 TO WS-NbBloques
      END-IF
      PERFORM EVALUER-NIVEAU-RELANCE
      IF WS-NiveauCible > 0 AND WS-NbRelances < 200
         ADD 1 TO WS-NbRelances
         MOVE NumClientCpt TO ClientRelance(WS-NbRelances)
         MOVE ContactClientCpt TO ContactRelance(WS-NbRelances)
         MOVE WS-NiveauCible TO NiveauRelanceTable(WS-NbRelances)
         MOVE WS-JoursRetard TO JoursRetardRelance(WS-NbRelances)
         MOVE WS-MontantEchu TO MontantEchuRelance(WS-NbRelances)
         MOVE WS-NiveauCible TO NiveauRelanceCpt
         MOVE WS-DateJour TO DateRelanceCpt
      END-IF
      REWRITE ClientCompteRecord
   END-IF.

TOTALISER-ECHU.
   MOVE 0 TO WS-MontantEchu.
   MOVE WS-DateJour TO WS-PlusAncienneEcheance.
   MOVE "N" TO WS-EOF-FCL.
   MOVE NumClientCpt TO ClientFactureCli.
   START GCBFacturesClientsFile KEY IS EQUAL ClientFactureCli
      INVALID KEY MOVE "Y" TO WS-EOF-FCL
   END-START.
   PERFORM UNTIL WS-EOF-FCL = "Y"
      READ GCBFacturesClientsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-FCL
         NOT AT END
            IF ClientFactureCli NOT = NumClientCpt
               MOVE "Y" TO WS-EOF-FCL
            ELSE
            IF StatutFactureCli = "O"
               AND DateEcheanceCli < WS-DateJour
               COMPUTE WS-MontantEchu = WS-MontantEchu
                   + MontantFactureCli - MontantRegleCli
               IF DateEcheanceCli < WS-PlusAncienneEcheance
                  MOVE DateEcheanceCli TO WS-PlusAncienneEcheance
               END-IF
            END-IF
            END-IF
      END-READ
   END-PERFORM.

EVALUER-NIVEAU-RELANCE.
   COMPUTE WS-JoursRetard
       = FUNCTION INTEGER-OF-DATE(WS-DateJour)
       - FUNCTION INTEGER-OF-DATE(WS-PlusAncienneEcheance).
   IF NiveauRelanceCpt = 0
      MOVE 1 TO WS-NiveauCible
   ELSE
      COMPUTE WS-JoursDepuisRelance
          = FUNCTION INTEGER-OF-DATE(WS-DateJour)
          - FUNCTION INTEGER-OF-DATE(DateRelanceCpt)
      IF WS-JoursDepuisRelance >= WS-IntervalleJours
         AND NiveauRelanceCpt < 3
         COMPUTE WS-NiveauCible = NiveauRelanceCpt + 1
      ELSE
         MOVE 0 TO WS-NiveauCible
      END-IF
   END-IF.

EDITER-LETTRE-CLIENT.
   MOVE ClientRelance(IdxRel) TO WS-ClientCourant.
   MOVE "O" TO WS-OperationCourrier.
   CALL 'GCB_COURRIER' USING WS-OperationCourrier
       WS-TypeDestinataire WS-ClientCourant WS-NatureCourrier
       WS-LigneTravail WS-NomDestinataire WS-AdresseDestinataire
       WS-ResultatCourrier.
   IF WS-ResultatCourrier = "O"
      ADD 1 TO WS-NbLettres
      MOVE SPACES TO WS-LigneTravail
      STRING "A l'attention de " ContactRelance(IdxRel)
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-LETTRE
      MOVE SPACES TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-LETTRE
      MOVE "Madame, Monsieur," TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-LETTRE
      MOVE SPACES TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-LETTRE
      EVALUATE NiveauRelanceTable(IdxRel)
         WHEN 1
            MOVE "Sauf erreur de notre part, les factures suivantes "
                & "restent impayées" TO WS-LigneTravail
            PERFORM ECRIRE-LIGNE-LETTRE
            MOVE "après leur échéance. Les achats en compte sont "
                & "suspendus jusqu'au règlement." TO WS-LigneTravail
            PERFORM ECRIRE-LIGNE-LETTRE
         WHEN 2
            MOVE "Malgré notre premier rappel, les factures "
                & "suivantes restent impayées." TO WS-LigneTravail
            PERFORM ECRIRE-LIGNE-LETTRE
            MOVE "Votre compte reste bloqué : merci de régulariser "
                & "sans délai." TO WS-LigneTravail
            PERFORM ECRIRE-LIGNE-LETTRE
         WHEN OTHER
            MOVE "MISE EN DEMEURE : sans règlement des factures "
                & "ci-dessous sous huit jours," TO WS-LigneTravail
            PERFORM ECRIRE-LIGNE-LETTRE
            MOVE "le dossier sera transmis au recouvrement."
                TO WS-LigneTravail
            PERFORM ECRIRE-LIGNE-LETTRE
      END-EVALUATE
      MOVE SPACES TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-LETTRE
      PERFORM EDITER-FACTURES-ECHUES
      MOVE MontantEchuRelance(IdxRel) TO WS-MontantAff
      MOVE SPACES TO WS-LigneTravail
      STRING "Total échu : " WS-MontantAff " - retard "
          JoursRetardRelance(IdxRel) " jour(s) - niveau "
          NiveauRelanceTable(IdxRel)
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-LETTRE
      MOVE "Merci de rappeler la référence FACnnnnnn de chaque "
          & "facture sur votre règlement." TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-LETTRE
      MOVE "F" TO WS-OperationCourrier
      CALL 'GCB_COURRIER' USING WS-OperationCourrier
          WS-TypeDestinataire WS-ClientCourant WS-NatureCourrier
          WS-LigneTravail WS-NomDestinataire WS-AdresseDestinataire
          WS-ResultatCourrier
   ELSE
      IF WS-ResultatCourrier = "N"
         ADD 1 TO WS-NbRetenues
         DISPLAY "Client en compte " WS-ClientCourant
             " : adresse signalée NPAI, relance non envoyée."
      ELSE
         DISPLAY "Client en compte " WS-ClientCourant
             " : coordonnées introuvables, relance non envoyée."
      END-IF
   END-IF.

EDITER-FACTURES-ECHUES.
   MOVE "N" TO WS-EOF-FCL.
   MOVE WS-ClientCourant TO ClientFactureCli.
   START GCBFacturesClientsFile KEY IS EQUAL ClientFactureCli
      INVALID KEY MOVE "Y" TO WS-EOF-FCL
   END-START.
   PERFORM UNTIL WS-EOF-FCL = "Y"
      READ GCBFacturesClientsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-FCL
         NOT AT END
            IF ClientFactureCli NOT = WS-ClientCourant
               MOVE "Y" TO WS-EOF-FCL
            ELSE
            IF StatutFactureCli = "O"
               AND DateEcheanceCli < WS-DateJour
               COMPUTE WS-ResteDu = MontantFactureCli
                   - MontantRegleCli
               MOVE WS-ResteDu TO WS-MontantAff
               MOVE SPACES TO WS-LigneTravail
               STRING "  FAC" NumFactureCli " du " DateFactureCli
                   " échue le " DateEcheanceCli " reste "
                   WS-MontantAff
                   DELIMITED BY SIZE INTO WS-LigneTravail
               PERFORM ECRIRE-LIGNE-LETTRE
            END-IF
            END-IF
      END-READ
   END-PERFORM.

ECRIRE-LIGNE-LETTRE.
   MOVE "L" TO WS-OperationCourrier.
   CALL 'GCB_COURRIER' USING WS-OperationCourrier
       WS-TypeDestinataire WS-ClientCourant WS-NatureCourrier
       WS-LigneTravail WS-NomDestinataire WS-AdresseDestinataire
       WS-ResultatCourrier.
