             REVENUE                        DECIMAL(11, 2) NOT NULL,
             COST                           DECIMAL(11, 2) NOT NULL
                                             WITH DEFAULT 0,
             INV_NO                         DECIMAL(9, 0) NOT NULL,
             CATEGORY                       CHAR(4) NOT NULL
                                             WITH DEFAULT ' '
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API1.SALES_HISTORY                 *
      *    *************************************************************
      *                       INV_NO (FACTURE OU AVOIR)
           10 SLH-INV-NO           PIC 9(9).
      *                       CATEGORY (CATEGORIE DU PRODUIT AU JOUR
      *                       DE LA FACTURE OU DE L'AVOIR)
           10 SLH-CATEGORY         PIC X(4).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
