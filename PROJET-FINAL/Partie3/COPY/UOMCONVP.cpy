      ***************************************************************
      *  BLOC DE PARAMETRES DU SOUS-PROGRAMME UOMCONV (CONVERSION   *
      *  D'UNE QUANTITE SAISIE EN UNITE DE VENTE VERS L'UNITE DE    *
      *  STOCK DU PRODUIT) :                                        *
      *   - EN ENTREE UC-P-NO, UC-UOM (BLANC = UNITE DE STOCK) ET   *
      *     UC-SELL-QTY, QUANTITE DANS CETTE UNITE ;                *
      *   - EN SORTIE UC-BASE-UOM (PRODUCTS.BASE_UOM), UC-FACTOR    *
      *     (UNITES DE STOCK PAR UNITE DE VENTE, 1 POUR L'UNITE DE  *
      *     STOCK) ET UC-BASE-QTY = UC-SELL-QTY * UC-FACTOR.        *
      *  PAS DE FICHIER : APPELABLE EN BATCH COMME SOUS CICS.       *
      *  UC-RC : 00 = CONVERSION FAITE, 04 = UNITE INCONNUE POUR CE *
      *  PRODUIT, 08 = QUANTITE DE STOCK SUPERIEURE A 99 (CAPACITE  *
      *  DE ITEMS.QUANTITY), 12 = ERREUR SQL (UC-SQLCODE).          *
      ***************************************************************
       01 UC-PARM.
          05 UC-P-NO        PIC X(4).
          05 UC-UOM         PIC X(3).
          05 UC-SELL-QTY    PIC 9(2).
          05 UC-BASE-UOM    PIC X(3).
          05 UC-FACTOR      PIC 9(3).
          05 UC-BASE-QTY    PIC 9(5).
          05 UC-RC          PIC 99.
          05 UC-SQLCODE     PIC S9(9).
