      05 FILLER PIC X(29) VALUE "SEUIL-PETIT-RETRAIT 002000000".
      05 FILLER PIC X(29) VALUE "SEUIL-DECLARATION   100000000".
      05 FILLER PIC X(29) VALUE "COTISATION-MEMBRE   000100000".
      05 FILLER PIC X(29) VALUE "SOLDE-INSAISISSABLE 006357100".
      05 FILLER PIC X(29) VALUE "SEUIL-FILTRAGE      000850000".
      05 FILLER PIC X(29) VALUE "TAUX-INDEMNITE-RA   000000300".
      05 FILLER PIC X(29) VALUE "SCORE-MIN-PRET      000500000".
      05 FILLER PIC X(29) VALUE "VALIDITE-DEMANDE    000300000".
      05 FILLER PIC X(29) VALUE "DELAI-AUTOR-CB      000070000".
      05 FILLER PIC X(29) VALUE "DELAI-ACCUSE-RECL   000100000".
      05 FILLER PIC X(29) VALUE "DELAI-REPONSE-RECL  000400000".
      05 FILLER PIC X(29) VALUE "HEURE-OUVERTURE     008000000".
      05 FILLER PIC X(29) VALUE "HEURE-FERMETURE     019000000".
      05 FILLER PIC X(29) VALUE "SEUIL-CONSULTATIONS 000200000".
      05 FILLER PIC X(29) VALUE "ECART-BILLETS       000000300".
      05 FILLER PIC X(29) VALUE "PLAFOND-RETRAIT-MIN 001000000".
      05 FILLER PIC X(29) VALUE "PROV-TAUX-SAIN      000010000".
      05 FILLER PIC X(29) VALUE "PROV-TAUX-SURVEIL   000050000".
      05 FILLER PIC X(29) VALUE "PROV-TAUX-DOUTEUX   000500000".
      05 FILLER PIC X(29) VALUE "PROV-TAUX-LITIGE    001000000".
      05 FILLER PIC X(29) VALUE "JOURS-DOUTEUX-PRET  000900000".
      05 FILLER PIC X(29) VALUE "JOURS-LITIGE-PRET   003600000".
      05 FILLER PIC X(29) VALUE "PREAVIS-ABONNEMENT  000450000".
      05 FILLER PIC X(29) VALUE "SEUIL-SUGGESTION    000020000".
      05 FILLER PIC X(29) VALUE "DELAI-REFUS-SUGGEST 000900000".
      05 FILLER PIC X(29) VALUE "FENETRE-PRETS-SUGG  000900000".
      05 FILLER PIC X(29) VALUE "DELAI-PAIEMENT-FRN  000300000".
      05 FILLER PIC X(29) VALUE "TOLERANCE-PRIX-FRN  000020000".
      05 FILLER PIC X(29) VALUE "DELAI-RETRAIT-CDE   000140000".
      05 FILLER PIC X(29) VALUE "RETENUE-ACOMPTE-CDE 000000000".
      05 FILLER PIC X(29) VALUE "DELAI-PAIEMENT-CLI  000300000".
      05 FILLER PIC X(29) VALUE "PLAFOND-CREDIT-CLI  010000000".
      05 FILLER PIC X(29) VALUE "METRES-JOUR-EQUIPE  000400000".
      05 FILLER PIC X(29) VALUE "ACOMPTE-CHANTIER    000300000".
      05 FILLER PIC X(29) VALUE "GARANTIE-CHANTIER   007300000".
      05 FILLER PIC X(29) VALUE "HEURES-JOUR-EQUIPE  000160000".
      05 FILLER PIC X(29) VALUE "TAUX-HORAIRE-POSE   000300000".
      05 FILLER PIC X(29) VALUE "TAUX-CREDIT-CLOTURE 000000590".
   01 ParametresDepartTable REDEFINES ParametresDepart.
         *> Chaque entrée fait exactement 29 octets (clé 20 + valeur
         *> 9) : la largeur des FILLER ci-dessus doit rester alignée.
      05 ParametreDepartEntree OCCURS 51 TIMES.
         10 CleDepart PIC X(20).
         10 ValeurDepart PIC 9(5)V9(4).

      PERFORM COMPLETER-CLES-MANQUANTES
   ELSE
      OPEN OUTPUT GCBParametresFile
      PERFORM VARYING IdxSeme FROM 1 BY 1 UNTIL IdxSeme > 51
         MOVE CleDepart(IdxSeme) TO CleParametre
         MOVE ValeurDepart(IdxSeme) TO ValeurParametre
         WRITE ParametreRecord
      *> les clés ajoutées depuis : elles sont ajoutées en fin de
      *> fichier avec leur valeur de repli, sans toucher aux valeurs
      *> déjà réglées.
   PERFORM VARYING IdxSeme FROM 1 BY 1 UNTIL IdxSeme > 51
      MOVE "O" TO WS-CleManquante
      MOVE "N" TO WS-EOF-PARAM
      OPEN INPUT GCBParametresFile
