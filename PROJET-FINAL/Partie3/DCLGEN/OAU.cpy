      *  PAR CHANGEMENT AVEC AVANT/APRES, OPERATEUR ET HORODATAGE -    *
      *  DANS L'ESPRIT DE COMM_HISTORY POUR LES TAUX DE COMMISSION.    *
      *  ACTIONS : 'U' QUANTITE MODIFIEE, 'A' LIGNE AJOUTEE, 'D'       *
      *  LIGNE SUPPRIMEE, 'X' COMMANDE ANNULEE, 'C' CARTE BANCAIRE     *
      *  (RE)AUTORISEE, 'P' PRIX FORCE OU RAMENE A LA REFERENCE (LE    *
      *  DETAIL EST DANS PRICE_OVERRIDES).                             *
      *  A L'ANNULATION, UNE LIGNE 'X' PAR LIGNE DE COMMANDE SUIT LA   *
      *  LIGNE D'ENTETE (P_NO A BLANC) AVEC LE CLIENT ET LE PRIX QUI   *
      *  AURAIT ETE FACTURE : LA COMMANDE DISPARAIT D'ORDERS/ITEMS ET  *
      *  L'ETAT DES VENTES PERDUES (LOSTSALE) LES RELIT ICI.           *
      ******************************************************************
           EXEC SQL DECLARE API1.ORDER_AUDIT TABLE
           ( O_NO                           DECIMAL(4, 0) NOT NULL,
                                             WITH DEFAULT 0,
             CHANGED_BY                     CHAR(5) NOT NULL,
             CHANGE_DATE                    CHAR(10) NOT NULL,
             CHANGE_TIME                    CHAR(8) NOT NULL,
             C_NO                           DECIMAL(5, 0) NOT NULL
                                             WITH DEFAULT 0,
             PRICE                          DECIMAL(5, 2) NOT NULL
                                             WITH DEFAULT 0
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API1.ORDER_AUDIT                   *
      *                       P_NO
           10 OAU-P-NO             PIC X(4).
      *    *************************************************************
      *                       ACTION ('U'/'A'/'D'/'X'/'C'/'P')
           10 OAU-ACTION           PIC X(1).
      *    *************************************************************
      *                       OLD_QTY
      *    *************************************************************
      *                       CHANGE_TIME
           10 OAU-CHANGE-TIME      PIC X(8).
      *    *************************************************************
      *                       C_NO (CLIENT DE LA COMMANDE)
           10 OAU-C-NO             PIC S9(5)V USAGE COMP-3.
      *    *************************************************************
      *                       PRICE (PRIX DE LA LIGNE ANNULEE, 'X')
           10 OAU-PRICE            PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
