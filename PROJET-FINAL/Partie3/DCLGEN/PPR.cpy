      ******************************************************************
      * DCLGEN TABLE(API1.PENDING_PRICES)                              *
      *        LIBRARY(API1.SOURCE.COPY(PPR))                         *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PPR-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *  CHANGEMENTS DE PRIX CATALOGUE PROGRAMMES : UNE LIGNE PAR      *
      *  PRODUIT ET PAR DATE D'EFFET, CHARGEE PAR PRO15 (8EME CHAMP    *
      *  DU FICHIER LPRODUCT) OU SAISIE PAR CARTE DANS PRCMAINT. LE    *
      *  BATCH DE NUIT PRCAPPLY PASSE LE NOUVEAU PRIX DANS             *
      *  PRODUCTS.PRICE LE JOUR DE L'EFFET (TRACE PRICE_HISTORY DU     *
      *  JOUR) PUIS SUPPRIME LA LIGNE. PGM1PRD ET PGM1QTE AFFICHENT    *
      *  LE PROCHAIN PRIX ET SA DATE.                                  *
      ******************************************************************
           EXEC SQL DECLARE API1.PENDING_PRICES TABLE
           ( P_NO                           CHAR(4) NOT NULL,
             EFF_DATE                       CHAR(10) NOT NULL,
             NEW_PRICE                      DECIMAL(5, 2) NOT NULL,
             ORIG_CURRENCY                  CHAR(2) NOT NULL
                                             WITH DEFAULT 'DO',
             ORIG_RATE                      DECIMAL(3, 2) NOT NULL
                                             WITH DEFAULT 1,
             SOURCE                         CHAR(1) NOT NULL,
             ENTRY_DATE                     CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API1.PENDING_PRICES                *
      ******************************************************************
       01  DCLPENDING-PRICES.
      *    *************************************************************
      *                       P_NO
           10 PPR-P-NO              PIC X(4).
      *    *************************************************************
      *                       EFF_DATE (AAAA-MM-JJ)
           10 PPR-EFF-DATE          PIC X(10).
      *    *************************************************************
      *                       NEW_PRICE
           10 PPR-NEW-PRICE         PIC S9(3)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       ORIG_CURRENCY
           10 PPR-ORIG-CURRENCY     PIC X(2).
      *    *************************************************************
      *                       ORIG_RATE
           10 PPR-ORIG-RATE         PIC S9V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       SOURCE ('F' FICHIER LPRODUCT / 'M' CARTE)
           10 PPR-SOURCE            PIC X(1).
              88 PPR-FROM-FEED                VALUE 'F'.
              88 PPR-FROM-CARD                VALUE 'M'.
      *    *************************************************************
      *                       ENTRY_DATE (AAAAMMJJ)
           10 PPR-ENTRY-DATE        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
