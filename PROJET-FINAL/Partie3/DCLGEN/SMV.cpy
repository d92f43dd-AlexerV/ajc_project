      *  PRODUCTS.STOCK EST JUSTIFIEE PAR UNE LIGNE (EXPEDITION,       *
      *  RETOUR, RECEPTION, AJUSTEMENT D'INVENTAIRE), AVEC LA          *
      *  QUANTITE SIGNEE (NEGATIVE = SORTIE), LA REFERENCE DU          *
      *  DOCUMENT D'ORIGINE ET L'OPERATEUR OU LE PROGRAMME. LE STOCK   *
      *  JUSTIFIE EST LE STOCK POSSEDE : DISPONIBLE (STOCK) PLUS EN    *
      *  CONTROLE QUALITE (HOLD_STOCK). CHAQUE LIGNE PORTE LE DEPOT    *
      *  CONCERNE (WHSE) : LA SOMME PAR DEPOT JUSTIFIE WHSE_STOCK      *
      *  (STOCK + IN_TRANSIT), LES TRANSFERTS 'T' ENTRE DEPOTS SE      *
      *  COMPENSENT AU TOTAL SOCIETE, COMME LES REASSORTS 'K' VERS LE  *
      *  STOCK EN CONSIGNATION CHEZ LES CLIENTS (PSEUDO-DEPOT 'CS'),   *
      *  QUI RESTE POSSEDE JUSQU'A SA CONSOMMATION                     *
      ******************************************************************
           EXEC SQL DECLARE API1.STOCK_MOVES TABLE
           ( P_NO                           CHAR(4) NOT NULL,
             OPERATOR                       CHAR(8) NOT NULL
                                             WITH DEFAULT ' ',
             LOT_NO                         CHAR(10) NOT NULL
                                             WITH DEFAULT ' ',
             WHSE                           CHAR(2) NOT NULL
                                             WITH DEFAULT '01'
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API1.STOCK_MOVES                   *
      *    *************************************************************
      *                       MOVE_TYPE ('S' EXPEDITION / 'R' RETOUR /
      *                       'G' RECEPTION / 'A' AJUSTEMENT /
      *                       'X' REBUT / 'V' RETOUR FOURNISSEUR /
      *                       'L' LIBERATION DU CONTROLE QUALITE -
      *                       TRANSFERT INTERNE, LE STOCK POSSEDE NE
      *                       BOUGE PAS / 'J' REBUT AU CONTROLE /
      *                       'T' TRANSFERT ENTRE DEPOTS - SORTIE
      *                       NEGATIVE AU DEPOT EXPEDITEUR, ENTREE
      *                       POSITIVE AU DEPOT DESTINATAIRE /
      *                       'K' REASSORT D'UNE CONSIGNATION CLIENT -
      *                       SORTIE NEGATIVE AU DEPOT, ENTREE
      *                       POSITIVE AU PSEUDO-DEPOT 'CS' /
      *                       'M' SORTIE D'UNE PIECE VERS UN ORDRE DE
      *                       FABRICATION (NEGATIVE) / 'F' ENTREE DU
      *                       PRODUIT FINI D'UN ORDRE DE FABRICATION)
           10 SMV-MOVE-TYPE        PIC X(1).
      *    *************************************************************
      *                       REF_NO
      *                       LOT_NO (LOT FOURNISSEUR DU MOUVEMENT -
      *                       RELEVE A LA RECEPTION 'G' ET A
      *                       L'EXPEDITION 'S' POUR LA TRACABILITE
      *                       DES RAPPELS, REPRIS SUR LE RETOUR
      *                       FOURNISSEUR 'V', BLANC SINON)
           10 SMV-LOT-NO           PIC X(10).
      *    *************************************************************
      *                       WHSE (DEPOT DU MOUVEMENT - '01' DEPOT
      *                       PRINCIPAL, SEUL DEPOT DES PIECES ;
      *                       'CS' STOCK EN CONSIGNATION CHEZ LES
      *                       CLIENTS, VOIR CONSIGN_STOCK)
           10 SMV-WHSE             PIC X(2).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
