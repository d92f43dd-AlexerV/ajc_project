             STATE                          CHAR(2) NOT NULL
                                             WITH DEFAULT ' ',
             TAX_EXEMPT                     CHAR(1) NOT NULL
                                             WITH DEFAULT 'N',
             FREIGHT_ABSORBED               DECIMAL(7, 2) NOT NULL
                                             WITH DEFAULT 0,
             FREIGHT                        DECIMAL(7, 2) NOT NULL
                                             WITH DEFAULT 0
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API1.INVOICES                      *
      *                       TAXE SUR CERTIFICAT D'EXONERATION -
      *                       TAXRPT CUMULE CES VENTES A PART)
           10 INV-TAX-EXEMPT        PIC X(1).
      *    *************************************************************
      *                       FREIGHT_ABSORBED (PORT CALCULE MAIS NON
      *                       FACTURE AU CLIENT FREIGHT_EXEMPT)
           10 INV-FREIGHT-ABSORBED  PIC S9(5)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       FREIGHT (PORT FACTURE AU CLIENT SUR LA
      *                       PIECE - RAPPROCHE DU PORT PAYE AU
      *                       TRANSPORTEUR PAR FRTAUDIT)
           10 INV-FREIGHT           PIC S9(5)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
