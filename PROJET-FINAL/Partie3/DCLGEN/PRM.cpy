      ******************************************************************
      *  PROMOTIONS COMMERCIALES EVALUEES PAR CREAFACT A LA            *
      *  FACTURATION : REMISE EN POURCENTAGE ('P') OU EN MONTANT       *
      *  ('A'), SUR UN PRODUIT (P_NO), SUR UNE CATEGORIE OU FAMILLE    *
      *  DE PRODUITS (P_NO A BLANC, CATEGORY RENSEIGNE) OU SUR TOUTE   *
      *  LA COMMANDE (P_NO ET CATEGORY A BLANC), SOUS CONDITION D'UNE  *
      *  QUANTITE MINIMALE ET                                          *
      *  D'UNE PERIODE DE VALIDITE (EFF_TO A BLANC = SANS LIMITE).     *
      *  A NE PAS CONFONDRE AVEC LA COLONNE DE MAJORATION DU FICHIER   *
      *  LPRODUCT, QUI MODIFIE DURABLEMENT LE PRIX CATALOGUE.          *
             EFF_FROM                       CHAR(10) NOT NULL,
             EFF_TO                         CHAR(10) NOT NULL
                                             WITH DEFAULT ' ',
             DESCRIPTION                    VARCHAR(30) NOT NULL,
             CATEGORY                       CHAR(4) NOT NULL
                                             WITH DEFAULT ' '
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API1.PROMOTIONS                    *
      *                       PROMO_ID
           10 PRM-PROMO-ID          PIC X(6).
      *    *************************************************************
      *                       P_NO (BLANC = CATEGORIE OU COMMANDE)
           10 PRM-P-NO              PIC X(4).
      *    *************************************************************
      *                       DISC_TYPE ('P' POURCENT / 'A' MONTANT)
              49 PRM-DESCRIPTION-LEN   PIC S9(4) USAGE COMP.
      *                       DESCRIPTION
              49 PRM-DESCRIPTION-TEXT  PIC X(30).
      *    *************************************************************
      *                       CATEGORY (BLANC = PRODUIT OU COMMANDE)
           10 PRM-CATEGORY          PIC X(4).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
