      *           UNE RECEPTION PARTIELLE NE BLOQUE PLUS RIEN) ET      *
      *           PORECV RAPPROCHE CHAQUE LIVRAISON DE SA COMMANDE     *
      *           PAR LE NUMERO PORTE SUR LE BON DE LIVRAISON.         *
      *           UNE COMMANDE DE LIVRAISON DIRECTE (PO-KIND 'D',      *
      *           EMISE PAR DROPPO) EST LIVREE PAR LE FOURNISSEUR      *
      *           CHEZ LE CLIENT : ELLE N'EST PAS DE L'EN-COMMANDE     *
      *           STOCK, PORECV LA REFUSE ET C'EST LA CONFIRMATION     *
      *           D'EXPEDITION (SHIPORD) QUI LA SOLDE.                 *
      ******************************************************************
       01 PO-ENR.
          05 PO-NO         PIC 9(7).
          05 PO-STATUS     PIC X.
             88 PO-OPEN                 VALUE 'O'.
             88 PO-CLOSED               VALUE 'C'.
      *       LIGNE DE COMMANDE CLIENT SERVIE PAR UNE COMMANDE DE
      *       LIVRAISON DIRECTE (ITEMS O_NO/P_NO)
          05 PO-DROP-O-NO  PIC 9(4).
          05 PO-DROP-P-NO  PIC X(4).
          05 PO-KIND       PIC X.
             88 PO-KIND-STOCK           VALUE ' '.
             88 PO-KIND-DROP-SHIP       VALUE 'D'.
          05 FILLER        PIC X(1).
