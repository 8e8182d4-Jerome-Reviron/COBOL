IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_REPRISE_JOURNAL.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBComptesFile
        FILE STATUS IS WS-CPT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NumeroCompte OF ComptesRecord
        ASSIGN TO "GCBComptesFile.dat".
    SELECT GCBHistoriqueFile
        FILE STATUS IS WS-HIST-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NumSequenceHistorique
        ALTERNATE RECORD KEY IS NumeroCompte OF HistoriqueRecord
            WITH DUPLICATES
        ASSIGN TO "GCBHistoriqueFile.dat".
    SELECT GCBJournalRepriseFile
        FILE STATUS IS WS-JRNREP-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomJournal.
    SELECT EditionRepriseFile
        FILE STATUS IS WS-EDIT-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO WS-NomEdition.
    SELECT JournalExploitationFile
        FILE STATUS IS WS-EXPL-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "JournalExploitationFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBComptesFile.
   COPY COMPTES.

   FD GCBHistoriqueFile.
   COPY HISTORIQUE.

   FD GCBJournalRepriseFile.
   COPY JRNREPRISE.

   FD EditionRepriseFile.
   01 LigneEdition PIC X(100).

   FD JournalExploitationFile.
   COPY EXPLOITATION.

WORKING-STORAGE SECTION.
   01 WS-CPT-STATUS PIC 99.
   01 WS-HIST-STATUS PIC 99.
   01 WS-JRNREP-STATUS PIC 99.
   01 WS-EDIT-STATUS PIC 99.
   01 WS-EXPL-STATUS PIC 99.
   01 WS-EOF PIC X VALUE "N".
   01 WS-NomJournal PIC X(44).
   01 WS-NomEdition PIC X(44).
   01 WS-LigneTravail PIC X(100).
   01 WS-NbLignesEditees PIC 9(6) VALUE 0.
   01 WS-TypeRapportReprise PIC X(12) VALUE "REPRISE-JRN".
   01 WS-DateJour PIC 9(8).
   01 WS-Confirmation PIC X(10).
   01 WS-ResultatExpl PIC X(10) VALUE "SUCCES".

      *> Paramètres de la reprise : l'instantané restauré doit être
      *> celui sur lequel le segment de journal a été ouvert, et le
      *> rejeu s'arrête à l'horodatage limite choisi (zéro = tout le
      *> segment).
   01 WS-DateInstantane PIC 9(8).
   01 WS-HorodatageLimite PIC 9(14).
   01 WS-HorodatageImage.
      05 WS-DateImage PIC 9(8).
      05 WS-HeureImage PIC 9(6).
   01 WS-HorodatageImageNum REDEFINES WS-HorodatageImage PIC 9(14).

      *> Déroulement : le premier arrêt (trou de séquence, total de
      *> contrôle faux, ligne inattendue, écriture refusée) fige la
      *> reprise sur la dernière image appliquée, sans rien sauter.
   01 WS-NumAttendu PIC 9(8) VALUE 0.
   01 WS-EnteteLue PIC X(1) VALUE "N".
   01 WS-ArretReprise PIC X(1) VALUE "N".
   01 WS-LimiteAtteinte PIC X(1) VALUE "N".
   01 WS-MotifArret PIC X(100) VALUE SPACES.
   01 WS-NbImagesComptes PIC 9(8) VALUE 0.
   01 WS-NbImagesHistorique PIC 9(8) VALUE 0.
   01 WS-DerniereImageAppliquee PIC 9(8) VALUE 0.
   01 WS-DateDerniereImage PIC 9(8) VALUE 0.
   01 WS-HeureDerniereImage PIC 9(6) VALUE 0.
   01 WS-ChecksumReprise PIC 9(12).
   01 WS-IxOctetReprise PIC 9(3).

   01 WS-DateHeureExplSys.
      05 WS-DateExplSys PIC 9(8).
      05 WS-HeureExplSys PIC 9(6).
      05 WS-RestExplSys PIC X(7).
   01 WS-DateHeureDebutExpl PIC X(19).

      *> Reprise en avant après restauration : GCB_RESTAURATION
      *> remet GCBComptesFile et GCBHistoriqueFile à l'instantané de
      *> GCB_SAUVEGARDE, puis ce programme rejoue par-dessus les
      *> images après du journal de reprise écrit par GCB_WRITE, dans
      *> l'ordre, jusqu'à l'horodatage choisi. Chaque image est
      *> contrôlée (numéro continu, total de contrôle) avant d'être
      *> appliquée ; la première anomalie arrête la reprise avec un
      *> compte rendu daté catalogué, plutôt que de la sauter.
      *> Réécrire une image déjà présente est sans effet : une reprise
      *> interrompue se relance telle quelle.

PROCEDURE DIVISION.
   PERFORM CAPTURER-DEBUT-EXPLOITATION.
   DISPLAY "==============================================".
   DISPLAY "REPRISE EN AVANT DU JOURNAL DE REPRISE".
   DISPLAY "==============================================".
   DISPLAY "Date de l'instantané restauré (AAAAMMJJ) : ".
   ACCEPT WS-DateInstantane.
   DISPLAY "Segment de journal à rejouer (Entrée = segment courant "
       "GCBJournalRepriseFile.txt) : ".
   MOVE SPACES TO WS-NomJournal.
   ACCEPT WS-NomJournal.
   IF WS-NomJournal = SPACES
      MOVE "GCBJournalRepriseFile.txt" TO WS-NomJournal
   END-IF.
   DISPLAY "Rejouer jusqu'à (AAAAMMJJHHMMSS, 0 = tout le segment) : ".
   ACCEPT WS-HorodatageLimite.
   IF WS-HorodatageLimite = 0
      MOVE 99999999999999 TO WS-HorodatageLimite
   END-IF.
   DISPLAY "La reprise ECRIT dans GCBComptesFile et GCBHistoriqueFile "
       "restaurés."
   DISPLAY "Taper REJOUER pour confirmer : ".
   ACCEPT WS-Confirmation.
   IF WS-Confirmation NOT = "REJOUER"
      DISPLAY "Reprise abandonnée."
      MOVE "ABANDON" TO WS-ResultatExpl
   ELSE
      PERFORM REJOUER-JOURNAL
   END-IF.
   PERFORM JOURNALISER-EXPLOITATION.
   STOP RUN.

REJOUER-JOURNAL.
   OPEN INPUT GCBJournalRepriseFile.
   IF WS-JRNREP-STATUS NOT = "00"
      DISPLAY "Journal " FUNCTION TRIM(WS-NomJournal)
          " introuvable (statut " WS-JRNREP-STATUS ")."
      MOVE "ECHEC" TO WS-ResultatExpl
   ELSE
      OPEN I-O GCBComptesFile
      OPEN I-O GCBHistoriqueFile
      IF WS-CPT-STATUS NOT = "00" OR WS-HIST-STATUS NOT = "00"
         DISPLAY "Fichiers restaurés indisponibles (comptes "
             WS-CPT-STATUS ", historique " WS-HIST-STATUS
             ") : restaurer d'abord par GCB_RESTAURATION."
         MOVE "ECHEC" TO WS-ResultatExpl
      ELSE
         MOVE "N" TO WS-EOF
         PERFORM UNTIL WS-EOF = "Y" OR WS-ArretReprise = "O"
               OR WS-LimiteAtteinte = "O"
            READ GCBJournalRepriseFile
               AT END MOVE "Y" TO WS-EOF
               NOT AT END PERFORM TRAITER-LIGNE-JOURNAL
            END-READ
         END-PERFORM
         IF WS-EnteteLue = "N" AND WS-ArretReprise = "N"
            MOVE "O" TO WS-ArretReprise
            MOVE "Journal vide : aucune entête de segment."
                TO WS-MotifArret
         END-IF
      END-IF
      IF WS-CPT-STATUS = "00"
         CLOSE GCBComptesFile
      END-IF
      IF WS-HIST-STATUS = "00"
         CLOSE GCBHistoriqueFile
      END-IF
      CLOSE GCBJournalRepriseFile
      IF WS-ResultatExpl NOT = "ECHEC"
         IF WS-ArretReprise = "O"
            MOVE "ARRET" TO WS-ResultatExpl
         END-IF
         PERFORM EDITER-COMPTE-RENDU
      END-IF
   END-IF.

TRAITER-LIGNE-JOURNAL.
   PERFORM CALCULER-CHECKSUM-REPRISE.
   IF WS-EnteteLue = "N"
      PERFORM CONTROLER-ENTETE
   ELSE
   IF TypeJrnReprise = "E"
      MOVE "O" TO WS-ArretReprise
      MOVE SPACES TO WS-MotifArret
      STRING "Entête de segment inattendue à l'image " NumJrnReprise
          " : deux segments concaténés ?"
          DELIMITED BY SIZE INTO WS-MotifArret
   ELSE
   IF NumJrnReprise NOT = WS-NumAttendu
      MOVE "O" TO WS-ArretReprise
      MOVE SPACES TO WS-MotifArret
      STRING "Trou de séquence : image " WS-NumAttendu
          " attendue, image " NumJrnReprise " lue."
          DELIMITED BY SIZE INTO WS-MotifArret
   ELSE
   IF WS-ChecksumReprise NOT = ChecksumJrnReprise
      MOVE "O" TO WS-ArretReprise
      MOVE SPACES TO WS-MotifArret
      STRING "Total de contrôle faux sur l'image " NumJrnReprise
          " (lu " ChecksumJrnReprise ", recalculé "
          WS-ChecksumReprise ")."
          DELIMITED BY SIZE INTO WS-MotifArret
   ELSE
      MOVE DateJrnReprise TO WS-DateImage
      MOVE HeureJrnReprise TO WS-HeureImage
      IF WS-HorodatageImageNum > WS-HorodatageLimite
         MOVE "O" TO WS-LimiteAtteinte
      ELSE
         PERFORM APPLIQUER-IMAGE
      END-IF
   END-IF
   END-IF
   END-IF
   END-IF.

CONTROLER-ENTETE.
   MOVE "O" TO WS-EnteteLue.
   IF TypeJrnReprise NOT = "E"
      MOVE "O" TO WS-ArretReprise
      MOVE "Segment sans entête : début du journal perdu ?"
          TO WS-MotifArret
   ELSE
   IF WS-ChecksumReprise NOT = ChecksumJrnReprise
      MOVE "O" TO WS-ArretReprise
      MOVE "Total de contrôle faux sur l'entête du segment."
          TO WS-MotifArret
   ELSE
   IF DateJrnReprise NOT = WS-DateInstantane
      MOVE "O" TO WS-ArretReprise
      MOVE SPACES TO WS-MotifArret
      STRING "Ce segment s'ouvre sur l'instantané du "
          DateJrnReprise ", pas sur celui du " WS-DateInstantane "."
          DELIMITED BY SIZE INTO WS-MotifArret
   ELSE
      MOVE NumJrnReprise TO WS-NumAttendu
   END-IF
   END-IF
   END-IF.

APPLIQUER-IMAGE.
      *> Une image déjà présente dans le fichier restauré (écriture
      *> refusée en doublon, statut 22) est réécrite à l'identique.
   EVALUATE TypeJrnReprise
      WHEN "C"
         MOVE ImageJrnReprise TO ComptesRecord
         WRITE ComptesRecord
         IF WS-CPT-STATUS = "22"
            REWRITE ComptesRecord
         END-IF
         IF WS-CPT-STATUS NOT = "00"
            MOVE "O" TO WS-ArretReprise
            MOVE SPACES TO WS-MotifArret
            STRING "Ecriture refusée dans GCBComptesFile (statut "
                WS-CPT-STATUS ") pour l'image " NumJrnReprise "."
                DELIMITED BY SIZE INTO WS-MotifArret
         ELSE
            ADD 1 TO WS-NbImagesComptes
         END-IF
      WHEN "H"
         MOVE ImageJrnReprise TO HistoriqueRecord
         WRITE HistoriqueRecord
         IF WS-HIST-STATUS = "22"
            REWRITE HistoriqueRecord
         END-IF
         IF WS-HIST-STATUS NOT = "00"
            MOVE "O" TO WS-ArretReprise
            MOVE SPACES TO WS-MotifArret
            STRING "Ecriture refusée dans GCBHistoriqueFile (statut "
                WS-HIST-STATUS ") pour l'image " NumJrnReprise "."
                DELIMITED BY SIZE INTO WS-MotifArret
         ELSE
            ADD 1 TO WS-NbImagesHistorique
         END-IF
      WHEN OTHER
         MOVE "O" TO WS-ArretReprise
         MOVE SPACES TO WS-MotifArret
         STRING "Type d'image inconnu (" TypeJrnReprise
             ") sur l'image " NumJrnReprise "."
             DELIMITED BY SIZE INTO WS-MotifArret
   END-EVALUATE.
   IF WS-ArretReprise = "N"
      MOVE NumJrnReprise TO WS-DerniereImageAppliquee
      MOVE DateJrnReprise TO WS-DateDerniereImage
      MOVE HeureJrnReprise TO WS-HeureDerniereImage
      ADD 1 TO WS-NumAttendu
   END-IF.

CALCULER-CHECKSUM-REPRISE.
      *> Même formule que GCB_WRITE et GCB_SAUVEGARDE.
   MOVE 0 TO WS-ChecksumReprise.
   PERFORM VARYING WS-IxOctetReprise FROM 1 BY 1
       UNTIL WS-IxOctetReprise > 200
      COMPUTE WS-ChecksumReprise = WS-ChecksumReprise
          + FUNCTION ORD(ImageJrnReprise(WS-IxOctetReprise:1))
          * WS-IxOctetReprise
   END-PERFORM.
   COMPUTE WS-ChecksumReprise = WS-ChecksumReprise
       + FUNCTION ORD(TypeJrnReprise) + NumJrnReprise
       + DateJrnReprise + HeureJrnReprise.

EDITER-COMPTE-RENDU.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   MOVE SPACES TO WS-NomEdition.
   STRING "GCBRepriseJournal" WS-DateJour ".txt"
       DELIMITED BY SIZE INTO WS-NomEdition.
   MOVE 0 TO WS-NbLignesEditees.
   OPEN OUTPUT EditionRepriseFile.
   IF WS-EDIT-STATUS NOT = "00"
      DISPLAY "Erreur " FUNCTION TRIM(WS-NomEdition) ", statut "
          WS-EDIT-STATUS
   ELSE
      MOVE SPACES TO WS-LigneTravail
      STRING "REPRISE EN AVANT DU " WS-DateJour " - SEGMENT "
          FUNCTION TRIM(WS-NomJournal)
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE ALL "=" TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE SPACES TO WS-LigneTravail
      STRING "Instantané restauré du " WS-DateInstantane
          ", limite " WS-HorodatageLimite
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE SPACES TO WS-LigneTravail
      STRING "Images rejouées : " WS-NbImagesComptes " compte(s), "
          WS-NbImagesHistorique " mouvement(s)"
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-EDITION
      MOVE SPACES TO WS-LigneTravail
      IF WS-DerniereImageAppliquee = 0
         MOVE "Aucune image appliquée." TO WS-LigneTravail
      ELSE
         STRING "Dernière image appliquée : " WS-DerniereImageAppliquee
             " du " WS-DateDerniereImage " à " WS-HeureDerniereImage
             DELIMITED BY SIZE INTO WS-LigneTravail
      END-IF
      PERFORM ECRIRE-LIGNE-EDITION
      IF WS-ArretReprise = "O"
         MOVE "*** REPRISE ARRETEE ***" TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
         MOVE WS-MotifArret TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
         MOVE "Fichiers à jour jusqu'à la dernière image appliquée."
             TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
      ELSE
      IF WS-LimiteAtteinte = "O"
         MOVE "Reprise terminée : horodatage limite atteint."
             TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
      ELSE
         MOVE "Reprise terminée : fin du segment atteinte."
             TO WS-LigneTravail
         PERFORM ECRIRE-LIGNE-EDITION
      END-IF
      END-IF
      CLOSE EditionRepriseFile
      CALL 'GCB_RAPPORT_CATALOGUE' USING WS-TypeRapportReprise
          WS-DateJour WS-NbLignesEditees WS-NomEdition
   END-IF.

ECRIRE-LIGNE-EDITION.
   MOVE WS-LigneTravail TO LigneEdition.
   WRITE LigneEdition.
   ADD 1 TO WS-NbLignesEditees.
   DISPLAY WS-LigneTravail.

CAPTURER-DEBUT-EXPLOITATION.
   MOVE FUNCTION CURRENT-DATE TO WS-DateHeureExplSys.
   STRING WS-DateExplSys(1:4) "-" WS-DateExplSys(5:2) "-"
       WS-DateExplSys(7:2) " "
       WS-HeureExplSys(1:2) ":" WS-HeureExplSys(3:2) ":"
       WS-HeureExplSys(5:2)
       DELIMITED BY SIZE INTO WS-DateHeureDebutExpl.

JOURNALISER-EXPLOITATION.
      *> Toute reprise (complète, arrêtée, refusée ou en échec)
      *> laisse sa trace dans le journal d'exploitation partagé.
   OPEN EXTEND JournalExploitationFile.
   IF WS-EXPL-STATUS = "35"
      OPEN OUTPUT JournalExploitationFile
   END-IF.
   IF WS-EXPL-STATUS NOT = "00"
      DISPLAY "Erreur JournalExploitationFile, statut "
          WS-EXPL-STATUS
   ELSE
      MOVE "GCB_REPRISE_JOURNAL" TO ProgrammeJournal
      MOVE WS-DateHeureDebutExpl TO DateHeureDebutJournal
      MOVE FUNCTION CURRENT-DATE TO WS-DateHeureExplSys
      STRING WS-DateExplSys(1:4) "-" WS-DateExplSys(5:2) "-"
          WS-DateExplSys(7:2) " "
          WS-HeureExplSys(1:2) ":" WS-HeureExplSys(3:2) ":"
          WS-HeureExplSys(5:2)
          DELIMITED BY SIZE INTO DateHeureFinJournal
      MOVE WS-ResultatExpl TO ResultatJournal
      WRITE JournalExploitationRecord
      CLOSE JournalExploitationFile
   END-IF.
