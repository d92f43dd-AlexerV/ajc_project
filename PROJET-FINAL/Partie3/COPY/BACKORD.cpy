      *       JAMAIS, LE PROCHAIN ARRIVAGE NE FACTURE PLUS DES
      *       MARCHANDISES QUE PERSONNE N'ATTEND
             88 BKO-CANCELLED              VALUE 'X'.
      *       'S' = MANQUANT CONSTATE AU QUAI A LA CONFIRMATION D'UN
      *       DOCUMENT DE PRELEVEMENT (PGM1SHP) : LA LIGNE EST DEJA
      *       EXTRAITE ET FACTUREE, LE MANQUANT RESTE OUVERT SUR LE
      *       DOCUMENT - BORELEAS NE LE REEXTRAIT DONC JAMAIS ; IL
      *       PASSE A 'R' QUAND LE RESTE DE LA LIGNE EST EXPEDIE
      *       (PGM1SHP OU SHIPORD)
             88 BKO-DOCK-SHORT             VALUE 'S'.
          05 BKO-RELEASE-DATE  PIC X(10).
      *    ORIGINE DE L'ANNULATION ('C' DEMANDE DU CLIENT, BOCANCEL ;
      *    'E' PEREMPTION, BOEXPIRE ; 'O' COMMANDE DISPARUE,
      *    BORELEAS) - L'ETAT DES VENTES PERDUES (LOSTSALE) EN TIRE
      *    LA CAUSE
          05 BKO-CANCEL-CAUSE  PIC X.
             88 BKO-CANCEL-CUSTOMER        VALUE 'C'.
             88 BKO-CANCEL-EXPIRED         VALUE 'E'.
             88 BKO-CANCEL-ORPHAN          VALUE 'O'.
          05 FILLER            PIC X(5).
