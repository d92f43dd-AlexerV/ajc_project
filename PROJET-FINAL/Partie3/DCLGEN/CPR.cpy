      *  BORNE PAR DES DATES D'EFFET (EFF_TO A BLANC = SANS LIMITE).   *
      *  CONSULTE PAR EXTRACTP QUI SUBSTITUE CE PRIX AU PRIX CATALOGUE *
      *  DANS LE FICHIER D'EXTRACTION.                                 *
      *  CONTRAT PAR CATEGORIE : P_NO A BLANC ET CATEGORY RENSEIGNE,   *
      *  LE CLIENT A ALORS DISC_PCT DE REMISE SUR LE PRIX CATALOGUE DE *
      *  TOUS LES PRODUITS DE LA CATEGORIE (OU DE LA FAMILLE). UN PRIX *
      *  PRODUIT PRIME SUR LA CATEGORIE, LA CATEGORIE SUR LA FAMILLE : *
      *  LA RECHERCHE EST FAITE PAR LE SOUS-PROGRAMME CPRLOOK.         *
      ******************************************************************
           EXEC SQL DECLARE API1.CONTRACT_PRICES TABLE
           ( C_NO                           CHAR(5) NOT NULL,
             PRICE                          DECIMAL(5, 2) NOT NULL,
             EFF_FROM                       CHAR(10) NOT NULL,
             EFF_TO                         CHAR(10) NOT NULL
                                             WITH DEFAULT ' ',
             CATEGORY                       CHAR(4) NOT NULL
                                             WITH DEFAULT ' ',
             DISC_PCT                       DECIMAL(5, 2) NOT NULL
                                             WITH DEFAULT 0
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API1.CONTRACT_PRICES               *
      *                       C_NO
           10 CPR-C-NO              PIC X(5).
      *    *************************************************************
      *                       P_NO (BLANC = CONTRAT PAR CATEGORIE)
           10 CPR-P-NO              PIC X(4).
      *    *************************************************************
      *                       PRICE
      *    *************************************************************
      *                       EFF_TO (AAAA-MM-JJ, BLANC = SANS LIMITE)
           10 CPR-EFF-TO            PIC X(10).
      *    *************************************************************
      *                       CATEGORY (CONTRAT PAR CATEGORIE SEULEMENT)
           10 CPR-CATEGORY          PIC X(4).
      *    *************************************************************
      *                       DISC_PCT (REMISE DU CONTRAT PAR CATEGORIE)
           10 CPR-DISC-PCT          PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
