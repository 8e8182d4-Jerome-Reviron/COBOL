IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_COURRIER.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBCourrierFile
        FILE STATUS IS WS-COUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCourrierFile.txt".
    SELECT GCBCourrierSeqFile
        FILE STATUS IS WS-COURSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBCourrierSeqFile.txt".
    SELECT GCBAdressesNPAIFile
        FILE STATUS IS WS-NPAI-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBAdressesNPAIFile.txt".
    SELECT GCBMembresFile
        FILE STATUS IS WS-MBR-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IdMembre OF MembreRecord
        ASSIGN TO "GCBMembresFile.dat".
    SELECT GCBClientsCompteFile
        FILE STATUS IS WS-CPT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NumClientCpt
        ASSIGN TO "GCBClientsCompteFile.dat".
    SELECT GCBJourFile
        FILE STATUS IS WS-JOUR-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBJourFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBCourrierFile.
   COPY COURRIER.

   FD GCBCourrierSeqFile.
   01 CourrierSeqRecord PIC 9(8).

   FD GCBAdressesNPAIFile.
   COPY ADRNPAI.

   FD GCBMembresFile.
   COPY MEMBRE.

   FD GCBClientsCompteFile.
   COPY CLIENTCPT.

   FD GCBJourFile.
   COPY JOUR.

WORKING-STORAGE SECTION.
   01 WS-COUR-STATUS PIC 99.
   01 WS-COURSEQ-STATUS PIC 99.
   01 WS-NPAI-STATUS PIC 99.
   01 WS-MBR-STATUS PIC 99.
   01 WS-CPT-STATUS PIC 99.
   01 WS-JOUR-STATUS PIC 99.
   01 WS-EOF-NPAI PIC X VALUE "N".
   01 WS-DateJour PIC 9(8) VALUE 0.
   01 WS-DernierNumCourrier PIC 9(8) VALUE 0.
      *> Pli en cours de dépôt : conservé d'un appel à l'autre, les
      *> lignes "L" s'y rattachent jusqu'au "F" ou au pli suivant.
      *> Pli refusé (destinataire inconnu ou NPAI) = lignes ignorées.
   01 WS-NumCourrierOuvert PIC 9(8) VALUE 0.
   01 WS-CourrierOuvert PIC X(1) VALUE "N".
   01 WS-NomClientLu PIC X(30).
   01 WS-AdresseClientLue PIC X(40).
   01 WS-ContactClientLu PIC X(30).
   01 WS-ClientTrouve PIC X(1).
   01 WS-DateExpirationDocLue PIC 9(8).

LINKAGE SECTION.
   01 OperationCourrier PIC X(1).
   01 TypeDestinataire PIC X(1).
   01 IdDestinataire PIC 9(6).
   01 NatureCourrier PIC X(10).
   01 LigneCourrier PIC X(80).
   01 NomDestinataire PIC X(30).
   01 AdresseDestinataire PIC X(40).
   01 ResultatCourrier PIC X(1).

      *> Dépôt d'une lettre dans la file unique du courrier :
      *>  "A" : seule résolution du destinataire (nom, adresse du
      *>        référentiel, signalement NPAI), sans rien déposer ;
      *>  "O" : ouvre un pli pour le destinataire et écrit son
      *>        en-tête, sauf destinataire inconnu ou NPAI ;
      *>  "L" : ajoute LigneCourrier au pli ouvert ;
      *>  "F" : ferme le pli.
      *> ResultatCourrier : "O" accepté, "I" destinataire inconnu,
      *> "N" adresse signalée NPAI (pli refusé), "E" erreur fichier.

PROCEDURE DIVISION USING OperationCourrier TypeDestinataire
    IdDestinataire NatureCourrier LigneCourrier NomDestinataire
    AdresseDestinataire ResultatCourrier.
   MOVE "O" TO ResultatCourrier.
   EVALUATE OperationCourrier
      WHEN "A"
         PERFORM RESOUDRE-DESTINATAIRE
      WHEN "O"
         MOVE "N" TO WS-CourrierOuvert
         PERFORM RESOUDRE-DESTINATAIRE
         IF ResultatCourrier = "O"
            PERFORM OUVRIR-PLI
         END-IF
      WHEN "L"
         IF WS-CourrierOuvert = "O"
            PERFORM AJOUTER-LIGNE-PLI
         ELSE
            MOVE "N" TO ResultatCourrier
         END-IF
      WHEN "F"
         MOVE "N" TO WS-CourrierOuvert
   END-EVALUATE.
   EXIT PROGRAM.

RESOUDRE-DESTINATAIRE.
   MOVE SPACES TO NomDestinataire.
   MOVE SPACES TO AdresseDestinataire.
   MOVE "I" TO ResultatCourrier.
   EVALUATE TypeDestinataire
      WHEN "C"
         CALL 'GCB_CLIENT_LECTURE' USING IdDestinataire
             WS-NomClientLu WS-AdresseClientLue WS-ContactClientLu
             WS-ClientTrouve WS-DateExpirationDocLue
         IF WS-ClientTrouve = "O"
            MOVE "O" TO ResultatCourrier
            MOVE WS-NomClientLu TO NomDestinataire
            MOVE WS-AdresseClientLue TO AdresseDestinataire
         END-IF
      WHEN "M"
         OPEN INPUT GCBMembresFile
         IF WS-MBR-STATUS = "00"
            MOVE IdDestinataire TO IdMembre OF MembreRecord
            READ GCBMembresFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  MOVE "O" TO ResultatCourrier
                  MOVE NomMembre TO NomDestinataire
                     *> Membre de l'ancien dessin sans adresse
                     *> postale : le contact reste la seule
                     *> coordonnée, comme sur les anciennes relances.
                  IF AdresseMembre = SPACES
                     MOVE ContactMembre TO AdresseDestinataire
                  ELSE
                     MOVE AdresseMembre TO AdresseDestinataire
                  END-IF
            END-READ
            CLOSE GCBMembresFile
         END-IF
      WHEN "E"
            *> Client en compte du magasin : la lettre part à
            *> l'attention du contact de l'entreprise.
         OPEN INPUT GCBClientsCompteFile
         IF WS-CPT-STATUS = "00"
            MOVE IdDestinataire TO NumClientCpt
            READ GCBClientsCompteFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  MOVE "O" TO ResultatCourrier
                  MOVE RaisonSocialeClientCpt TO NomDestinataire
                  MOVE AdresseClientCpt TO AdresseDestinataire
            END-READ
            CLOSE GCBClientsCompteFile
         END-IF
   END-EVALUATE.
   IF ResultatCourrier = "O"
      PERFORM CONTROLER-NPAI
   END-IF.

CONTROLER-NPAI.
      *> Un signalement ne bloque que tant que l'adresse signalée est
      *> encore l'adresse courante du destinataire.
   MOVE "N" TO WS-EOF-NPAI.
   OPEN INPUT GCBAdressesNPAIFile.
   IF WS-NPAI-STATUS NOT = "00"
      MOVE "Y" TO WS-EOF-NPAI
   END-IF.
   PERFORM UNTIL WS-EOF-NPAI = "Y"
      READ GCBAdressesNPAIFile
         AT END MOVE "Y" TO WS-EOF-NPAI
         NOT AT END
            IF TypeDestinataireNPAI = TypeDestinataire
               AND IdDestinataireNPAI = IdDestinataire
               AND AdresseNPAI = AdresseDestinataire
               MOVE "N" TO ResultatCourrier
               MOVE "Y" TO WS-EOF-NPAI
            END-IF
      END-READ
   END-PERFORM.
   IF WS-NPAI-STATUS NOT = "35"
      CLOSE GCBAdressesNPAIFile
   END-IF.

OUVRIR-PLI.
   PERFORM LIRE-DATE-JOUR.
   PERFORM OBTENIR-NUMERO-COURRIER.
   MOVE SPACES TO CourrierRecord.
   MOVE WS-NumCourrierOuvert TO NumCourrier.
   MOVE "E" TO TypeLigneCourrier.
   MOVE WS-DateJour TO DateCourrier.
   MOVE NatureCourrier TO TypeCourrier.
   MOVE TypeDestinataire TO TypeDestinataireCourrier.
   MOVE IdDestinataire TO IdDestinataireCourrier.
   PERFORM ECRIRE-COURRIER.
   IF ResultatCourrier = "O"
      MOVE "O" TO WS-CourrierOuvert
   END-IF.

AJOUTER-LIGNE-PLI.
   MOVE SPACES TO CourrierRecord.
   MOVE WS-NumCourrierOuvert TO NumCourrier.
   MOVE "L" TO TypeLigneCourrier.
   MOVE LigneCourrier TO TexteCourrier.
   PERFORM ECRIRE-COURRIER.

ECRIRE-COURRIER.
   OPEN EXTEND GCBCourrierFile.
   IF WS-COUR-STATUS = "35"
      OPEN OUTPUT GCBCourrierFile
   END-IF.
   IF WS-COUR-STATUS NOT = "00"
      DISPLAY "GCB_COURRIER: erreur GCBCourrierFile, statut "
          WS-COUR-STATUS
      MOVE "E" TO ResultatCourrier
      MOVE "N" TO WS-CourrierOuvert
   ELSE
      WRITE CourrierRecord
      CLOSE GCBCourrierFile
   END-IF.

OBTENIR-NUMERO-COURRIER.
      *> Même mécanisme de séquence monotone que GCBSequenceFile dans
      *> GCB_WRITE.
   MOVE 0 TO WS-DernierNumCourrier.
   OPEN INPUT GCBCourrierSeqFile.
   IF WS-COURSEQ-STATUS = "00"
      READ GCBCourrierSeqFile
         AT END CONTINUE
         NOT AT END MOVE CourrierSeqRecord TO WS-DernierNumCourrier
      END-READ
      CLOSE GCBCourrierSeqFile
   END-IF.
   COMPUTE WS-NumCourrierOuvert = WS-DernierNumCourrier + 1.
   MOVE WS-NumCourrierOuvert TO CourrierSeqRecord.
   OPEN OUTPUT GCBCourrierSeqFile.
   WRITE CourrierSeqRecord.
   CLOSE GCBCourrierSeqFile.

LIRE-DATE-JOUR.
      *> Même repli que OBTENIR-DATE-TRAITEMENT dans GCB_WRITE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DateJour.
   OPEN INPUT GCBJourFile.
   IF WS-JOUR-STATUS = "00"
      READ GCBJourFile
         AT END CONTINUE
         NOT AT END MOVE DateJourFile TO WS-DateJour
      END-READ
      CLOSE GCBJourFile
   END-IF.
