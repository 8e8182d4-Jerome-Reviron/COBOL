      05 FILLER PIC X(24) VALUE "AADULTE      05021005005".
      05 FILLER PIC X(24) VALUE "SSENIOR      05028003005".
      05 FILLER PIC X(24) VALUE "PPERSONNEL   08042000008".
      05 FILLER PIC X(24) VALUE "IINSTITUTION 40042002003".
   01 CategoriesDepartTable REDEFINES CategoriesDepart.
         *> Chaque entrée fait 24 octets : code 1, libellé 12,
         *> max emprunts 2, durée 3, taux 4 (99V99), max résas 2.
      05 CategorieDepartEntree OCCURS 5 TIMES.
         10 CodeCategorieDepart PIC X(1).
         10 LibelleCategorieDepart PIC X(12).
         10 MaxEmpruntsDepart PIC 9(2).
   IF WS-CAT-STATUS NOT = "35"
      CLOSE GCBCategoriesMembresFile
   END-IF.
   IF CategorieTrouvee = "N"
         *> Catégorie ajoutée à la table d'amorçage après le semis
         *> du fichier (institution "I") : ses règles de départ.
      PERFORM VARYING IdxSeme FROM 1 BY 1
          UNTIL IdxSeme > 5 OR CategorieTrouvee = "O"
         IF CodeCategorieDepart(IdxSeme) = CodeCategorieDemande
            MOVE "O" TO CategorieTrouvee
            MOVE MaxEmpruntsDepart(IdxSeme) TO MaxEmpruntsLu
            MOVE DureePretDepart(IdxSeme) TO DureePretLue
            MOVE TauxAmendeDepart(IdxSeme) TO TauxAmendeLu
            MOVE MaxReservationsDepart(IdxSeme) TO MaxReservationsLu
         END-IF
      END-PERFORM
   END-IF.
   IF CategorieTrouvee = "N"
         *> Repli : règles adulte historiques, pour que la
         *> circulation ne s'arrête jamais sur une catégorie
      CLOSE GCBCategoriesMembresFile
   ELSE
      OPEN OUTPUT GCBCategoriesMembresFile
      PERFORM VARYING IdxSeme FROM 1 BY 1 UNTIL IdxSeme > 5
         MOVE CodeCategorieDepart(IdxSeme) TO CodeCategorieMembre
         MOVE LibelleCategorieDepart(IdxSeme)
             TO LibelleCategorieMembre
