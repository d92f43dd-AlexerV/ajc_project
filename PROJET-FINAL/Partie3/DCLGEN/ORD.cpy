             PRIORITY                       CHAR(1) NOT NULL
                                             WITH DEFAULT ' ',
             SHIP_COMPLETE                  CHAR(1) NOT NULL
                                             WITH DEFAULT ' ',
             PAY_METHOD                     CHAR(1) NOT NULL
                                             WITH DEFAULT ' ',
             CARD_TOKEN                     CHAR(19) NOT NULL
                                             WITH DEFAULT ' ',
             CARD_AUTH_REF                  CHAR(12) NOT NULL
                                             WITH DEFAULT ' ',
             CARD_AUTH_AMT                  DECIMAL(9, 2) NOT NULL
                                             WITH DEFAULT 0,
             CARD_CAPTURED                  DECIMAL(9, 2) NOT NULL
                                             WITH DEFAULT 0,
             ORDER_TYPE                     CHAR(1) NOT NULL
                                             WITH DEFAULT ' ',
             NC_REASON                      CHAR(3) NOT NULL
                                             WITH DEFAULT ' ',
             NC_APPROVED_BY                 CHAR(5) NOT NULL
                                             WITH DEFAULT ' '
           ) END-EXEC.
      ******************************************************************
      *                       SHIP_COMPLETE (SURCHARGE PAR COMMANDE :
      *                       'Y'/'N', BLANC = REGLE DU CLIENT)
           10 ORD-SHIP-COMPLETE    PIC X(1).
      *    *************************************************************
      *                       PAY_METHOD ('C' = PAYEE PAR CARTE A LA
      *                       SAISIE, BLANC = A TERME)
           10 ORD-PAY-METHOD       PIC X(1).
      *    *************************************************************
      *                       CARD_TOKEN (JETON RENDU PAR LE
      *                       PROCESSEUR - LE NUMERO DE CARTE N'EST
      *                       JAMAIS CONSERVE)
           10 ORD-CARD-TOKEN       PIC X(19).
      *    *************************************************************
      *                       CARD_AUTH_REF (REFERENCE D'AUTORISATION)
           10 ORD-CARD-AUTH-REF    PIC X(12).
      *    *************************************************************
      *                       CARD_AUTH_AMT (MONTANT AUTORISE)
           10 ORD-CARD-AUTH-AMT    PIC S9(7)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       CARD_CAPTURED (MONTANT DEJA CAPTURE PAR
      *                       CREAFACT SUR L'AUTORISATION, FACTURE
      *                       APRES FACTURE)
           10 ORD-CARD-CAPTURED    PIC S9(7)V9(2) USAGE COMP-3.
      *    *************************************************************
      *                       ORDER_TYPE ('N' = ENVOI GRATUIT :
      *                       ECHANTILLON, REMPLACEMENT SOUS GARANTIE
      *                       OU GESTE COMMERCIAL ; BLANC = VENTE)
           10 ORD-ORDER-TYPE       PIC X(1).
              88 ORD-NO-CHARGE               VALUE 'N'.
      *    *************************************************************
      *                       NC_REASON (SMP ECHANTILLON, WAR
      *                       REMPLACEMENT SOUS GARANTIE, GDW GESTE
      *                       COMMERCIAL)
           10 ORD-NC-REASON        PIC X(3).
      *    *************************************************************
      *                       NC_APPROVED_BY (LOGIN DU RESPONSABLE QUI
      *                       A AUTORISE L'ENVOI GRATUIT)
           10 ORD-NC-APPROVED-BY   PIC X(5).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
