             RETURNED_QTY                   DECIMAL(2, 0) NOT NULL
                                             WITH DEFAULT 0,
             SHIPPED_QTY                    DECIMAL(2, 0) NOT NULL
                                             WITH DEFAULT 0,
             ALLOC_QTY                      DECIMAL(2, 0) NOT NULL
                                             WITH DEFAULT 0,
             DROP_SHIP                      CHAR(1) NOT NULL
                                             WITH DEFAULT 'N',
             DROP_PO_NO                     DECIMAL(7, 0) NOT NULL
                                             WITH DEFAULT 0,
             SELL_UOM                       CHAR(3) NOT NULL
                                             WITH DEFAULT ' ',
             UOM_FACTOR                     DECIMAL(3, 0) NOT NULL
                                             WITH DEFAULT 1
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API1.ITEMS                         *
      *    *************************************************************
      *                       SHIPPED_QTY
           10 ITE-SHIPPED-QTY       PIC S9(2)V USAGE COMP-3.
      *    *************************************************************
      *                       ALLOC_QTY (QUANTITE RESERVEE SUR LE
      *                       STOCK A LA CREATION DE LA LIGNE, VOIR
      *                       STKALLOC - L'ORDRE D'ALLOCATION EST
      *                       CELUI DES O_NO)
           10 ITE-ALLOC-QTY         PIC S9(2)V USAGE COMP-3.
      *    *************************************************************
      *                       DROP_SHIP ('Y' = LIVRAISON DIRECTE PAR
      *                       LE FOURNISSEUR, SANS PASSER PAR NOTRE
      *                       STOCK - VOIR DROPPO ET SHIPORD /
      *                       'C' = CONSOMMATION D'UN STOCK EN
      *                       CONSIGNATION CHEZ LE CLIENT, DEJA
      *                       LIVREE - VOIR CONSIGN)
           10 ITE-DROP-SHIP         PIC X(1).
      *    *************************************************************
      *                       DROP_PO_NO (COMMANDE D'ACHAT FPURCHPO
      *                       EMISE POUR LA LIVRAISON DIRECTE, ZERO
      *                       TANT QU'ELLE N'EST PAS EMISE)
           10 ITE-DROP-PO-NO        PIC S9(7)V USAGE COMP-3.
      *    *************************************************************
      *                       SELL_UOM (UNITE DE VENTE SAISIE A LA
      *                       COMMANDE - BLANC = UNITE DE STOCK)
           10 ITE-SELL-UOM          PIC X(3).
      *    *************************************************************
      *                       UOM_FACTOR (UNITES DE STOCK PAR UNITE
      *                       DE VENTE, FIGE A LA SAISIE : QUANTITY
      *                       RESTE EN UNITES DE STOCK, LA QUANTITE
      *                       COMMANDEE EST QUANTITY / UOM_FACTOR)
           10 ITE-UOM-FACTOR        PIC S9(3)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
