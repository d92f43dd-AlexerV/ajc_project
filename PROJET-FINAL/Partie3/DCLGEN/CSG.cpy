      ******************************************************************
      * DCLGEN TABLE(API1.CONSIGN_STOCK)                               *
      *        LIBRARY(API1.SOURCE.COPY(CSG))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CSG-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *  STOCK EN CONSIGNATION CHEZ LES CLIENTS : UNE LIGNE PAR        *
      *  CLIENT ET PAR PRODUIT. LA MARCHANDISE EST A NOUS MAIS N'EST   *
      *  PLUS DANS NOS DEPOTS : ELLE N'EST NI DANS PRODUCTS.STOCK NI   *
      *  DANS WHSE_STOCK, ET N'EST FACTUREE QU'A LA CONSOMMATION       *
      *  DECLAREE OU CONSTATEE PAR LE CLIENT (VOIR CONSIGN). LES       *
      *  MOUVEMENTS DU SITE SONT TRACES DANS STOCK_MOVES SOUS LE       *
      *  PSEUDO-DEPOT 'CS', REF_NO = C_NO OU NUMERO D'EXPEDITION.      *
      ******************************************************************
           EXEC SQL DECLARE API1.CONSIGN_STOCK TABLE
           ( C_NO                           DECIMAL(5, 0) NOT NULL,
             P_NO                           CHAR(4) NOT NULL,
             STOCK                          DECIMAL(5, 0) NOT NULL
                                             WITH DEFAULT 0,
             LAST_COUNT                     CHAR(10) NOT NULL
                                             WITH DEFAULT ' '
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API1.CONSIGN_STOCK                 *
      ******************************************************************
       01  DCLCONSIGN-STOCK.
      *    *************************************************************
      *                       C_NO
           10 CSG-C-NO             PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
      *                       P_NO
           10 CSG-P-NO             PIC X(4).
      *    *************************************************************
      *                       STOCK (QUANTITE SUR LE SITE DU CLIENT)
           10 CSG-STOCK            PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
      *                       LAST_COUNT (DATE DU DERNIER RELEVE DE
      *                       CONSOMMATION OU COMPTAGE DU SITE)
           10 CSG-LAST-COUNT       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
