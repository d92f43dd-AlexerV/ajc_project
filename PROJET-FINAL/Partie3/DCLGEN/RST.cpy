      ******************************************************************
      * DCLGEN TABLE(API1.PRODUCT_RESTRICTIONS)                        *
      *        LIBRARY(API1.SOURCE.COPY(RST))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(RST-)                                             *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *  INTERDICTIONS DE VENTE D'UN PRODUIT : RESTR_TYPE 'S' = PAS DE *
      *  LIVRAISON DANS L'ETAT STATE (ETAT DE L'ADRESSE DE LIVRAISON   *
      *  DE LA COMMANDE, PAS DE FACTURATION), 'C' = CLIENT C_NO EXCLU  *
      *  PAR CONTRAT. MAINTENUE PAR RSTMAINT ; CONTROLEE A LA SAISIE   *
      *  ET A L'EXTRACTION PAR LE SOUS-PROGRAMME SALERSTR.             *
      ******************************************************************
           EXEC SQL DECLARE API1.PRODUCT_RESTRICTIONS TABLE
           ( P_NO                           CHAR(4) NOT NULL,
             RESTR_TYPE                     CHAR(1) NOT NULL,
             STATE                          CHAR(2) NOT NULL
                                             WITH DEFAULT ' ',
             C_NO                           DECIMAL(5, 0) NOT NULL
                                             WITH DEFAULT 0,
             REASON                         VARCHAR(30) NOT NULL
                                             WITH DEFAULT ' '
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API1.PRODUCT_RESTRICTIONS          *
      ******************************************************************
       01  DCLPRODUCT-RESTRICTIONS.
      *    *************************************************************
      *                       P_NO
           10 RST-P-NO              PIC X(4).
      *    *************************************************************
      *                       RESTR_TYPE ('S' = ETAT, 'C' = CLIENT)
           10 RST-RESTR-TYPE        PIC X(1).
              88 RST-BY-STATE             VALUE 'S'.
              88 RST-BY-CUSTOMER          VALUE 'C'.
      *    *************************************************************
      *                       STATE ('S' SEULEMENT)
           10 RST-STATE             PIC X(2).
      *    *************************************************************
      *                       C_NO ('C' SEULEMENT)
           10 RST-C-NO              PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
           10 RST-REASON.
      *                       REASON LENGTH
              49 RST-REASON-LEN     PIC S9(4) USAGE COMP.
      *                       REASON
              49 RST-REASON-TEXT    PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
