             88 QTE-EXPIRED               VALUE 'X'.
      *    JUSQU'A 4 LIGNES PRODUIT, COMME LA SAISIE DE COMMANDE -
      *    LE PRIX EST CELUI PROPOSE AU CLIENT, REPRIS TEL QUEL A
      *    LA CONVERSION ; QTE-QTY EST EN UNITES DE STOCK, COMME
      *    ITEMS.QUANTITY, LE PRIX PAR UNITE DE STOCK
          05 QTE-LINES.
             10 QTE-LINE OCCURS 4 TIMES.
                15 QTE-P-NO     PIC X(4).
      *    NUMERO DE LA COMMANDE ISSUE DE LA CONVERSION (ZERO TANT
      *    QUE LE DEVIS N'EST PAS GAGNE)
          05 QTE-O-NO          PIC 9(4).
      *    DATE A LAQUELLE LE DEVIS EST MARQUE PERDU (PGM1QTE) OU
      *    VOIDE PAR EXPIRATION (QUOTPRNT) - ETAT DES VENTES PERDUES
          05 QTE-CLOSE-DATE    PIC X(10).
      *    UNITE DE VENTE SAISIE SUR CHAQUE LIGNE ET SON COEFFICIENT
      *    EN UNITES DE STOCK (VOIR UOMCONV), REPORTES SUR ITEMS A
      *    LA CONVERSION
          05 QTE-LINE-UOMS.
             10 QTE-LINE-UOM OCCURS 4 TIMES.
                15 QTE-SELL-UOM   PIC X(3).
                15 QTE-UOM-FACTOR PIC 9(3).
