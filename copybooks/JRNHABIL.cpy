      *> Journal des habilitations - GCBJournalHabilitationsFile.
      *> Ajout seul : une ligne par tentative refusée (GCB_HABILITATION
      *> en mode contrôle) et par modification de la matrice
      *> (GCB_HABILITATIONS), avec l'ancien et le nouveau droit. Relu
      *> par la revue trimestrielle GCB_REVUE_HABILITATIONS.
       01 JournalHabilitationRecord.
          05 DateJrnHabil PIC 9(8).
          05 HeureJrnHabil PIC 9(6).
          05 OperateurJrnHabil PIC 9(6).
          05 RoleOperJrnHabil PIC X(1).
          05 EvenementJrnHabil PIC X(7).
             *> "REFUS", "AJOUT", "MODIF" ou "RETRAIT".
          05 RoleCibleJrnHabil PIC X(1).
          05 ObjetJrnHabil PIC X(24).
          05 AncienDroitJrnHabil PIC X(1).
          05 NouveauDroitJrnHabil PIC X(1).
