             STOCK                          DECIMAL(5, 0)
                                             WITH DEFAULT 0,
             REORDER_POINT                  DECIMAL(5, 0)
                                             WITH DEFAULT 0,
             INSP_REQUIRED                  CHAR(1) NOT NULL
                                             WITH DEFAULT 'N',
             HOLD_STOCK                     DECIMAL(5, 0) NOT NULL
                                             WITH DEFAULT 0
           ) END-EXEC.
      ******************************************************************
      *    *************************************************************
      *                       REORDER_POINT
           10 PAR-REORDER-POINT    PIC S9(5)   USAGE COMP-3.
      *    *************************************************************
      *                       INSP_REQUIRED ('Y' = RECEPTION EN
      *                       CONTROLE QUALITE)
           10 PAR-INSP-REQUIRED    PIC X(1).
      *    *************************************************************
      *                       HOLD_STOCK (QUANTITE EN CONTROLE, NON
      *                       DISPONIBLE MAIS POSSEDEE)
           10 PAR-HOLD-STOCK       PIC S9(5)   USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
