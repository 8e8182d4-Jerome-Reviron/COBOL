IDENTIFICATION DIVISION.
PROGRAM-ID. GCB_CONSULTATION.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GCBConsultationsFile
        FILE STATUS IS WS-CONS-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBConsultationsFile.txt".
    SELECT GCBComptesFile
        FILE STATUS IS WS-CPT-STATUS
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS NumeroCompte OF ComptesRecord
        ASSIGN TO "GCBComptesFile.dat".
    SELECT GCBOperateurSessionFile
        FILE STATUS IS WS-OPSES-STATUS
        ORGANIZATION IS LINE SEQUENTIAL
        ASSIGN TO "GCBOperateurSessionFile.txt".

DATA DIVISION.
FILE SECTION.
   FD GCBConsultationsFile.
   COPY CONSULTATION.

   FD GCBComptesFile.
   COPY COMPTES.

   FD GCBOperateurSessionFile.
   01 OperateurSessionRecord PIC 9(6).

WORKING-STORAGE SECTION.
   01 WS-CONS-STATUS PIC 99.
   01 WS-CPT-STATUS PIC 99.
   01 WS-OPSES-STATUS PIC 99.
   01 WS-HorlogeCourante PIC X(21).

LINKAGE SECTION.
   01 NumCompte PIC 9(6).
   01 ProgrammeAppelant PIC X(12).
   01 NatureLecture PIC X(12).

      *> Trace une consultation du compte NumCompte dans
      *> GCBConsultationsFile : opérateur de la session en cours (même
      *> source que OperateurHistorique dans GCB_WRITE), horodatage,
      *> programme et nature de la lecture, client titulaire. Le
      *> fichier n'est ouvert qu'en ajout : aucun programme ne le
      *> réécrit. Une erreur d'écriture est signalée à l'écran sans
      *> interrompre l'appelant.

PROCEDURE DIVISION USING NumCompte ProgrammeAppelant NatureLecture.
   MOVE SPACES TO ConsultationRecord.
   MOVE FUNCTION CURRENT-DATE TO WS-HorlogeCourante.
   MOVE WS-HorlogeCourante(1:8) TO DateConsultation.
   MOVE WS-HorlogeCourante(9:6) TO HeureConsultation.
   MOVE ProgrammeAppelant TO ProgrammeConsultation.
   MOVE NatureLecture TO NatureConsultation.
   MOVE NumCompte TO NumCompteConsultation.
   MOVE 0 TO OperateurConsultation.
   OPEN INPUT GCBOperateurSessionFile.
   IF WS-OPSES-STATUS = "00"
      READ GCBOperateurSessionFile
         AT END CONTINUE
         NOT AT END
            IF OperateurSessionRecord IS NUMERIC
               MOVE OperateurSessionRecord TO OperateurConsultation
            END-IF
      END-READ
      CLOSE GCBOperateurSessionFile
   END-IF.
   MOVE 0 TO NumClientConsultation.
   OPEN INPUT GCBComptesFile.
   IF WS-CPT-STATUS = "00"
      MOVE NumCompte TO NumeroCompte OF ComptesRecord
      READ GCBComptesFile
         INVALID KEY CONTINUE
         NOT INVALID KEY
            IF NumClientFile IS NUMERIC
               MOVE NumClientFile TO NumClientConsultation
            END-IF
      END-READ
      CLOSE GCBComptesFile
   END-IF.
   OPEN EXTEND GCBConsultationsFile.
   IF WS-CONS-STATUS = "35"
      OPEN OUTPUT GCBConsultationsFile
   END-IF.
   IF WS-CONS-STATUS NOT = "00"
      DISPLAY "GCB_CONSULTATION: erreur GCBConsultationsFile, statut "
          WS-CONS-STATUS
   ELSE
      WRITE ConsultationRecord
      CLOSE GCBConsultationsFile
   END-IF.
   EXIT PROGRAM.
