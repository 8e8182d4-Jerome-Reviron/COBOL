        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CleExemplaire
        ALTERNATE RECORD KEY IS CodeBarreExemplaire
            WITH DUPLICATES
        ASSIGN TO "GCBExemplairesFile.dat".
    SELECT GCBEmpruntsFile
        FILE STATUS IS WS-EMP-STATUS
      05 CategorieArticle PIC X(12).
      05 QuantiteStockArticle PIC S9(5).
      05 SeuilReapproArticle PIC 9(4).
      05 CoutMoyenArticle PIC 9(5)V99.

   FD GCBLignesVenteFile.
   01 LigneVenteRecord.
      05 PrixUnitaireLigne PIC 9(5)V99.
      05 MontantLigne PIC 9(6)V99.
      05 CategorieLigne PIC X(12).
      05 CoutUnitaireLigne PIC 9(5)V99.
      05 RemiseLigne PIC 9(6)V99.
      05 PromoLigne PIC X(1).
      05 CouponLigne PIC X(10).
      05 DateVenteLigne PIC 9(8).
      05 TauxTVALigne PIC 9(2)V99.
      05 MontantTVALigne PIC 9(5)V99.
      05 TypeLigne PIC X(1).

   FD GCBIntegriteExceptionsFile.
   01 LigneException PIC X(100).
      *>   RI22 ligne de vente -> article inconnu    MINEUR

PROCEDURE DIVISION.
   CALL 'GCB_MIGRATION_EXEMPLAIRES'.
   DISPLAY "==============================================".
   DISPLAY "AUDIT D'INTEGRITE REFERENTIELLE".
   DISPLAY "==============================================".
