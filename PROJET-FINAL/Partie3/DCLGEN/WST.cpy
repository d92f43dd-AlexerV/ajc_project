      ******************************************************************
      * DCLGEN TABLE(API1.WHSE_STOCK)                                  *
      *        LIBRARY(API1.SOURCE.COPY(WST))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(WST-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *  STOCK DES PRODUITS PAR DEPOT : UNE LIGNE PAR PRODUIT ET PAR   *
      *  DEPOT ('01' = DEPOT PRINCIPAL HISTORIQUE). STOCK EST LA       *
      *  QUANTITE DISPONIBLE SUR PLACE, IN_TRANSIT LA QUANTITE         *
      *  EXPEDIEE VERS CE DEPOT PAR UN ORDRE DE TRANSFERT (WHSXFER)    *
      *  ET PAS ENCORE RECUE. PRODUCTS.STOCK RESTE LE TOTAL SOCIETE :  *
      *  SOMME DE STOCK + IN_TRANSIT SUR TOUS LES DEPOTS. LE STOCK EN  *
      *  CONTROLE QUALITE (PRODUCTS.HOLD_STOCK) EST TENU AU DEPOT      *
      *  PRINCIPAL ET N'APPARAIT PAS ICI.                              *
      ******************************************************************
           EXEC SQL DECLARE API1.WHSE_STOCK TABLE
           ( P_NO                           CHAR(4) NOT NULL,
             WHSE                           CHAR(2) NOT NULL,
             STOCK                          DECIMAL(5, 0) NOT NULL
                                             WITH DEFAULT 0,
             IN_TRANSIT                     DECIMAL(5, 0) NOT NULL
                                             WITH DEFAULT 0
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API1.WHSE_STOCK                    *
      ******************************************************************
       01  DCLWHSE-STOCK.
      *    *************************************************************
      *                       P_NO
           10 WST-P-NO             PIC X(4).
      *    *************************************************************
      *                       WHSE
           10 WST-WHSE             PIC X(2).
      *    *************************************************************
      *                       STOCK
           10 WST-STOCK            PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
      *                       IN_TRANSIT
           10 WST-IN-TRANSIT       PIC S9(5)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
