      *> Registre des procurations - GCBProcurationsFile. Un mandataire
      *> (client connu de GCBClientsFile, NumClientMandataire) reçoit
      *> le droit d'opérer sur un compte qui n'est pas le sien, avec
      *> son propre PIN (condensat GCB_PIN_HASH salé par le numéro de
      *> procuration, jamais en clair), une fenêtre de validité, la
      *> liste des opérations permises et un plafond par opération.
      *> Tenu par GCB_PROCURATIONS, relu au LOGIN de GCB2 ; chaque
      *> mouvement posté sous procuration est estampillé "P" et porte
      *> le numéro de procuration dans GCBHistoriqueFile.
       01 ProcurationRecord.
          05 NumProcuration PIC 9(6).
          05 NumeroCompteProcuration PIC 9(6).
          05 NumClientMandataire PIC 9(6).
          05 NomMandataire PIC X(30).
          05 PinMandataireHache PIC 9(4).
          05 DateDebutProcuration PIC 9(8).
          05 DateFinProcuration PIC 9(8).
             *> 0 = sans échéance.
          05 OperationsProcuration.
             10 AutoriseRetraitProc PIC X(1).
             10 AutoriseVirementProc PIC X(1).
             10 AutoriseVirExterneProc PIC X(1).
                *> "O" = opération permise, toute autre valeur =
                *> refusée au mandataire.
          05 PlafondOperationProc PIC 9(5)V99.
             *> Montant maximal d'un seul retrait ou virement.
          05 StatutProcuration PIC X(1).
             *> "A" = active, "R" = révoquée.
