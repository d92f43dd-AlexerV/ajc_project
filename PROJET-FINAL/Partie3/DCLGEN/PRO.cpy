             WEIGHT                         DECIMAL(5, 2) NOT NULL
                                             WITH DEFAULT 0,
             BIN_LOC                        CHAR(6) NOT NULL
                                             WITH DEFAULT ' ',
             INSP_REQUIRED                  CHAR(1) NOT NULL
                                             WITH DEFAULT 'N',
             HOLD_STOCK                     DECIMAL(5, 0) NOT NULL
                                             WITH DEFAULT 0,
             ALLOCATED                      DECIMAL(5, 0) NOT NULL
                                             WITH DEFAULT 0,
             CATEGORY                       CHAR(4) NOT NULL
                                             WITH DEFAULT ' ',
             BASE_UOM                       CHAR(3) NOT NULL
                                             WITH DEFAULT 'EA',
             WARRANTY_MONTHS                DECIMAL(3, 0) NOT NULL
                                             WITH DEFAULT 0
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API1.PRODUCTS                      *
      *                       ORDRE DE TOURNEE DES LISTES DE
      *                       PRELEVEMENT PICKLIST)
           10 PRO-BIN-LOC          PIC X(6).
      *    *************************************************************
      *                       INSP_REQUIRED ('Y' = RETOURS REMIS EN
      *                       STOCK PASSENT PAR LE CONTROLE QUALITE)
           10 PRO-INSP-REQUIRED    PIC X(1).
              88 PRO-INSP-REQUIRED-YES          VALUE 'Y'.
      *    *************************************************************
      *                       HOLD_STOCK (QUANTITE EN CONTROLE : NON
      *                       VENDABLE, MAIS POSSEDEE ET VALORISEE)
           10 PRO-HOLD-STOCK       PIC S9(5)   USAGE COMP-3.
      *    *************************************************************
      *                       ALLOCATED (TOTAL DES ITEMS.ALLOC_QTY :
      *                       STOCK PROMIS AUX COMMANDES NON
      *                       EXPEDIEES - DISPONIBLE A PROMETTRE =
      *                       STOCK - ALLOCATED)
           10 PRO-ALLOCATED        PIC S9(5)   USAGE COMP-3.
      *    *************************************************************
      *                       CATEGORY (CATEGORIE OU FAMILLE DE
      *                       PRODUCT_CATEGORIES, MAINTENUE PAR
      *                       CATMAINT - BLANC = NON CLASSE)
           10 PRO-CATEGORY         PIC X(4).
      *    *************************************************************
      *                       BASE_UOM (UNITE DE STOCK : STOCK,
      *                       STOCK_MOVES ET ITEMS.QUANTITY SONT
      *                       TOUJOURS DANS CETTE UNITE - LES UNITES
      *                       DE VENTE SONT DANS PRODUCT_UOMS)
           10 PRO-BASE-UOM         PIC X(3).
      *    *************************************************************
      *                       WARRANTY_MONTHS (GARANTIE CONSTRUCTEUR
      *                       EN MOIS A COMPTER DE LA DATE
      *                       D'EXPEDITION DU LOT, 0 = NON GARANTI -
      *                       POSE PAR PGM1PMA, CONTROLE PAR
      *                       WARCLAIM)
           10 PRO-WARRANTY-MONTHS  PIC S9(3)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
