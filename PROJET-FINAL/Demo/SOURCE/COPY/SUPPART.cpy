      *           FOURNISSEUR ATTITRE, SON PRIX, SON MINIMUM DE        *
      *           COMMANDE ET SON DELAI (ZERO = DELAI PAR DEFAUT DU    *
      *           FOURNISSEUR, VOIR FSUPPLIER).                        *
      *           TENU PAR SUPPRICE DEPUIS LE FICHIER DE PRIX DE       *
      *           CHAQUE FOURNISSEUR (DATES D'EFFET, HISTORIQUE        *
      *           DANS FSPPHIST).                                      *
      ******************************************************************
       01 SPP-ENR.
          05 SPP-PNO            PIC X(3).
