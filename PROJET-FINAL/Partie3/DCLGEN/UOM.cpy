      ******************************************************************
      * DCLGEN TABLE(API1.PRODUCT_UOMS)                                *
      *        LIBRARY(API1.SOURCE.COPY(UOM))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(UOM-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *  UNITES DE VENTE D'UN PRODUIT (CARTON, PALETTE...) ET LEUR     *
      *  COEFFICIENT : NOMBRE D'UNITES DE STOCK (PRODUCTS.BASE_UOM)    *
      *  PAR UNITE DE VENTE. MAINTENUE PAR UOMMAINT ; CONVERSION A LA  *
      *  SAISIE DE COMMANDE PAR LE SOUS-PROGRAMME UOMCONV.             *
      ******************************************************************
           EXEC SQL DECLARE API1.PRODUCT_UOMS TABLE
           ( P_NO                           CHAR(4) NOT NULL,
             UOM                            CHAR(3) NOT NULL,
             FACTOR                         DECIMAL(3, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API1.PRODUCT_UOMS                  *
      ******************************************************************
       01  DCLPRODUCT-UOMS.
      *    *************************************************************
      *                       P_NO
           10 UOM-P-NO              PIC X(4).
      *    *************************************************************
      *                       UOM
           10 UOM-UOM               PIC X(3).
      *    *************************************************************
      *                       FACTOR (UNITES DE STOCK PAR UNITE)
           10 UOM-FACTOR            PIC S9(3)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
