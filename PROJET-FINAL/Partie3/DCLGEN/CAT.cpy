      ******************************************************************
      * DCLGEN TABLE(API1.PRODUCT_CATEGORIES)                          *
      *        LIBRARY(API1.SOURCE.COPY(CAT))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CAT-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *  HIERARCHIE DES PRODUITS SUR DEUX NIVEAUX : UNE FAMILLE        *
      *  (PARENT_CODE A BLANC) REGROUPE DES CATEGORIES (PARENT_CODE =  *
      *  CODE DE LA FAMILLE). UN PRODUIT EST RATTACHE A UNE CATEGORIE  *
      *  OU DIRECTEMENT A UNE FAMILLE (PRODUCTS.CATEGORY). MAINTENUE   *
      *  PAR CATMAINT ; LUE PAR LES ANALYSES DE VENTES ET POUR LES     *
      *  PROMOTIONS ET CONTRATS DEFINIS PAR CATEGORIE.                 *
      ******************************************************************
           EXEC SQL DECLARE API1.PRODUCT_CATEGORIES TABLE
           ( CAT_CODE                       CHAR(4) NOT NULL,
             PARENT_CODE                    CHAR(4) NOT NULL
                                             WITH DEFAULT ' ',
             DESCRIPTION                    VARCHAR(30) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API1.PRODUCT_CATEGORIES            *
      ******************************************************************
       01  DCLPRODUCT-CATEGORIES.
      *    *************************************************************
      *                       CAT_CODE
           10 CAT-CAT-CODE          PIC X(4).
      *    *************************************************************
      *                       PARENT_CODE (BLANC = FAMILLE)
           10 CAT-PARENT-CODE       PIC X(4).
      *    *************************************************************
           10 CAT-DESCRIPTION.
      *                       DESCRIPTION LENGTH
              49 CAT-DESCRIPTION-LEN   PIC S9(4) USAGE COMP.
      *                       DESCRIPTION
              49 CAT-DESCRIPTION-TEXT  PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
