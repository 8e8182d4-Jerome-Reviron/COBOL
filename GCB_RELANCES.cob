        ALTERNATE RECORD KEY IS IdMembreEmprunt
            WITH DUPLICATES
        ASSIGN TO "GCBEmpruntsFile.dat".

DATA DIVISION.
FILE SECTION.
   FD GCBEmpruntsFile.
   COPY EMPRUNT.

WORKING-STORAGE SECTION.
   01 WS-EMP-STATUS PIC 99.
   01 WS-EOF-EMP PIC X VALUE "N".
   01 WS-DateJour PIC 9(8).
   01 WS-IntervalleJours PIC 9(3).
   01 WS-NbLettres PIC 9(4) VALUE 0.
   01 WS-LigneTravail PIC X(80).
   01 WS-MembreCourant PIC 9(6).
      *> Dépôt des lettres dans la file du courrier (GCB_COURRIER).
   01 WS-OperationCourrier PIC X(1).
   01 WS-TypeDestinataire PIC X(1) VALUE "M".
   01 WS-NatureCourrier PIC X(10) VALUE "RELANCE".
   01 WS-NomDestinataire PIC X(30).
   01 WS-AdresseDestinataire PIC X(40).
   01 WS-ResultatCourrier PIC X(1).
   01 WS-NbRetenues PIC 9(4) VALUE 0.
   01 IdxRel PIC 9(3).
   01 JdxRel PIC 9(3).
   01 KdxRel PIC 9(3).
   01 WS-DejaSorti PIC X VALUE "N".

      *> Emprunts en retard relevés pour la passe d'édition, table
      05 TitreRetard PIC X(30).
      05 JoursRetardTable PIC S9(5).
      05 NiveauRetard PIC 9.
      05 LotRetard PIC 9(6).
      *> Prêt de groupe d'une institution : les copies d'un même lot
      *> tiennent en une ligne de la lettre, avec leur nombre.
   01 WS-LotDejaEdite PIC X VALUE "N".
   01 WS-NbCopiesLot PIC 9(3).
      *> Les institutions paient au taux de leur catégorie.
   01 WS-CategorieInstitution PIC X(1) VALUE "I".
   01 WS-MaxEmpruntsInst PIC 9(2).
   01 WS-DureePretInst PIC 9(3).
   01 WS-TauxAmendeInst PIC 9(2)V99.
   01 WS-MaxResasInst PIC 9(2).
   01 WS-CategorieTrouvee PIC X(1).

      *> Lettres de relance des retards : un emprunt en retard sans
      *> retour effectif grimpe de niveau de relance (1 à 3) à chaque
         DISPLAY "Aucune relance à émettre."
      ELSE
         PERFORM EDITER-LETTRES
         DISPLAY WS-NbLettres " lettre(s) déposée(s) dans la file "
             "du courrier."
         IF WS-NbRetenues > 0
            DISPLAY WS-NbRetenues " membre(s) à l'adresse signalée "
                "NPAI : voir GCB_COURRIERS."
         END-IF
      END-IF
   END-IF.
   STOP RUN.
      READ GCBEmpruntsFile NEXT RECORD
         AT END MOVE "Y" TO WS-EOF-EMP
         NOT AT END
               *> Un prêt numérique se rend seul à échéance.
            IF DateRetourEffective = 0
               AND DateRetourPrevue < WS-DateJour
               AND CanalEmprunt NOT = "N"
               PERFORM EVALUER-NIVEAU-RELANCE
            END-IF
      END-READ
      MOVE TitreEmprunt TO TitreRetard(WS-NbRetards)
      MOVE WS-JoursRetard TO JoursRetardTable(WS-NbRetards)
      MOVE WS-NiveauCible TO NiveauRetard(WS-NbRetards)
      MOVE NumPretGroupeEmprunt TO LotRetard(WS-NbRetards)
      MOVE WS-NiveauCible TO NiveauRelance
      MOVE WS-DateJour TO DateDerniereRelance
      REWRITE EmpruntRecord

EDITER-LETTRES.
      *> Une lettre par membre : les retards relevés sont regroupés
      *> par IdMembre et déposés dans la file du courrier
      *> (GCB_COURRIER), qui pose l'en-tête et l'adresse au tirage et
      *> refuse les membres dont l'adresse est signalée NPAI.
   PERFORM VARYING IdxRel FROM 1 BY 1 UNTIL IdxRel > WS-NbRetards
      MOVE "N" TO WS-DejaSorti
      PERFORM VARYING JdxRel FROM 1 BY 1 UNTIL JdxRel >= IdxRel
         PERFORM EDITER-LETTRE-MEMBRE
      END-IF
   END-PERFORM.

EDITER-LETTRE-MEMBRE.
   MOVE "O" TO WS-OperationCourrier.
   CALL 'GCB_COURRIER' USING WS-OperationCourrier
       WS-TypeDestinataire WS-MembreCourant WS-NatureCourrier
       WS-LigneTravail WS-NomDestinataire WS-AdresseDestinataire
       WS-ResultatCourrier.
   IF WS-ResultatCourrier = "O"
      ADD 1 TO WS-NbLettres
      MOVE "Madame, Monsieur," TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-LETTRE
      MOVE SPACES TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-LETTRE
      MOVE "Sauf erreur de notre part, les documents suivants "
          & "n'ont pas été rendus :" TO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-LETTRE
      PERFORM VARYING JdxRel FROM 1 BY 1
          UNTIL JdxRel > WS-NbRetards
         IF MembreRetard(JdxRel) = WS-MembreCourant
            AND LotRetard(JdxRel) > 0
            PERFORM EDITER-LIGNE-LOT
         END-IF
         IF MembreRetard(JdxRel) = WS-MembreCourant
            AND LotRetard(JdxRel) = 0
            COMPUTE WS-AmendeCourue ROUNDED
                = JoursRetardTable(JdxRel) * TauxAmendeParJour
            MOVE SPACES TO WS-LigneTravail
            STRING "  " TitreRetard(JdxRel) " : "
                JoursRetardTable(JdxRel) " jour(s) de retard, "
                "amende courue " WS-AmendeCourue " (niveau "
                NiveauRetard(JdxRel) ")"
                DELIMITED BY SIZE INTO WS-LigneTravail
            PERFORM ECRIRE-LIGNE-LETTRE
         END-IF
      END-PERFORM
      MOVE "F" TO WS-OperationCourrier
      CALL 'GCB_COURRIER' USING WS-OperationCourrier
          WS-TypeDestinataire WS-MembreCourant WS-NatureCourrier
          WS-LigneTravail WS-NomDestinataire WS-AdresseDestinataire
          WS-ResultatCourrier
   ELSE
      IF WS-ResultatCourrier = "N"
         ADD 1 TO WS-NbRetenues
         DISPLAY "Membre " WS-MembreCourant
             " : adresse signalée NPAI, relance non envoyée."
      ELSE
         DISPLAY "Membre " WS-MembreCourant
             " : coordonnées introuvables, relance non envoyée."
      END-IF
   END-IF.

EDITER-LIGNE-LOT.
      *> Une ligne par lot, à sa première copie relevée : les copies
      *> d'un lot sortent et reviennent ensemble, l'amende courue
      *> est celle de toutes les copies du lot.
   MOVE "N" TO WS-LotDejaEdite.
   MOVE 0 TO WS-NbCopiesLot.
   PERFORM VARYING KdxRel FROM 1 BY 1 UNTIL KdxRel > WS-NbRetards
      IF LotRetard(KdxRel) = LotRetard(JdxRel)
         IF KdxRel < JdxRel
            MOVE "O" TO WS-LotDejaEdite
         END-IF
         ADD 1 TO WS-NbCopiesLot
      END-IF
   END-PERFORM.
   IF WS-LotDejaEdite = "N"
      CALL 'GCB_CATEGORIE_MEMBRE' USING WS-CategorieInstitution
          WS-MaxEmpruntsInst WS-DureePretInst WS-TauxAmendeInst
          WS-MaxResasInst WS-CategorieTrouvee
      COMPUTE WS-AmendeCourue ROUNDED = WS-NbCopiesLot
          * JoursRetardTable(JdxRel) * WS-TauxAmendeInst
      MOVE SPACES TO WS-LigneTravail
      STRING "  Lot " LotRetard(JdxRel) " : " TitreRetard(JdxRel)
          " (" WS-NbCopiesLot " copie(s))"
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-LETTRE
      MOVE SPACES TO WS-LigneTravail
      STRING "    " JoursRetardTable(JdxRel) " jour(s) de retard, "
          "amende courue " WS-AmendeCourue " (niveau "
          NiveauRetard(JdxRel) ")"
          DELIMITED BY SIZE INTO WS-LigneTravail
      PERFORM ECRIRE-LIGNE-LETTRE
   END-IF.

ECRIRE-LIGNE-LETTRE.
   MOVE "L" TO WS-OperationCourrier.
   CALL 'GCB_COURRIER' USING WS-OperationCourrier
       WS-TypeDestinataire WS-MembreCourant WS-NatureCourrier
       WS-LigneTravail WS-NomDestinataire WS-AdresseDestinataire
       WS-ResultatCourrier.
