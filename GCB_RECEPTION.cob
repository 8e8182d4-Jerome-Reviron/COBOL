IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_RECEPTION.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBReceptionsFile
        FILE STATUS IS WS-RECEP-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NumReception
        ALTERNATE RECORD KEY IS FournisseurReception
            WITH DUPLICATES
        ASSIGN TO "GCBReceptionsFile.dat".
    SELECT GCBReceptionSeqFile
        FILE STATUS IS WS-RECSEQ-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBReceptionSeqFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBReceptionsFile.
   COPY RECEPTION.

   FD GCBReceptionSeqFile.
   01 ReceptionSeqRecord PIC 9(6).

WORKING-STORAGE SECTION.
   01 WS-RECEP-STATUS PIC 99.
   01 WS-RECSEQ-STATUS PIC 99.
   01 WS-DerniereReception PIC 9(6) VALUE 0.

LINKAGE SECTION.
   01 ActiviteDemandee PIC X(1).
   01 FournisseurDemande PIC X(20).
   01 ReferenceDemandee PIC X(13).
   01 LibelleDemande PIC X(30).
   01 QuantiteDemandee PIC 9(5).
   01 PrixAttenduDemande PIC 9(5)V99.
   01 NumReceptionRendu PIC 9(6).

      *> Pose une ligne au registre des réceptions fournisseurs pour
      *> un article entré en stock, sous le numéro suivant de
      *> GCBReceptionSeqFile, rendu à l'appelant (zéro si la ligne
      *> n'a pu être écrite). Appelé par les trois entrées en stock
      *> (librairie, magasin, cour) pour que les factures puissent
      *> être rapprochées de ce qui a réellement été livré.

PROCEDURE DIVISION USING ActiviteDemandee FournisseurDemande
    ReferenceDemandee LibelleDemande QuantiteDemandee
    PrixAttenduDemande NumReceptionRendu.
   MOVE 0 TO NumReceptionRendu.
   OPEN I-O GCBReceptionsFile.
   IF WS-RECEP-STATUS = "35"
      OPEN OUTPUT GCBReceptionsFile
      CLOSE GCBReceptionsFile
      OPEN I-O GCBReceptionsFile
   END-IF.
   IF WS-RECEP-STATUS NOT = "00"
      DISPLAY "Erreur GCBReceptionsFile, statut " WS-RECEP-STATUS
          " : réception non enregistrée pour le rapprochement."
   ELSE
      PERFORM OBTENIR-NUMERO-RECEPTION
      MOVE ReceptionSeqRecord TO NumReception
      MOVE FUNCTION CURRENT-DATE(1:8) TO DateReception
      MOVE ActiviteDemandee TO ActiviteReception
      MOVE FournisseurDemande TO FournisseurReception
      MOVE ReferenceDemandee TO ReferenceReception
      MOVE LibelleDemande TO LibelleReception
      MOVE QuantiteDemandee TO QuantiteReception
      MOVE PrixAttenduDemande TO PrixAttenduReception
      MOVE 0 TO NumFactureReception
      WRITE ReceptionRecord
         INVALID KEY
            DISPLAY "Réception " NumReception " déjà présente : "
                "compteur GCBReceptionSeqFile à vérifier."
         NOT INVALID KEY
            MOVE NumReception TO NumReceptionRendu
      END-WRITE
      CLOSE GCBReceptionsFile
   END-IF.
   EXIT PROGRAM.

OBTENIR-NUMERO-RECEPTION.
   MOVE 0 TO WS-DerniereReception.
   OPEN INPUT GCBReceptionSeqFile.
   IF WS-RECSEQ-STATUS = "00"
      READ GCBReceptionSeqFile
         AT END CONTINUE
         NOT AT END MOVE ReceptionSeqRecord TO WS-DerniereReception
      END-READ
      CLOSE GCBReceptionSeqFile
   END-IF.
   COMPUTE ReceptionSeqRecord = WS-DerniereReception + 1.
   OPEN OUTPUT GCBReceptionSeqFile.
   WRITE ReceptionSeqRecord.
   CLOSE GCBReceptionSeqFile.
