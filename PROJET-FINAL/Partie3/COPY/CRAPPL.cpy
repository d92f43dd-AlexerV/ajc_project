      *  CREAVOIR VIVENT AU GRAND LIVRE AUXILIAIRE (LIGNES 'C'      *
      *  NEGATIVES) SANS STATUT D'AFFECTATION - CETTE FICHE RETIENT *
      *  COMBIEN D'AVOIR A DEJA ETE IMPUTE SUR DES FACTURES         *
      *  OUVERTES PAR CREDAPPL OU REMBOURSE AU CLIENT PAR ARREFUND, *
      *  POUR QU'UNE RELANCE DU PASSAGE NE PUISSE JAMAIS IMPUTER    *
      *  DEUX FOIS LE MEME AVOIR. L'AVOIR DISPONIBLE D'UN CLIENT =  *
      *  - SOMME DES LIGNES 'C' MOINS CRA-APPLIED.                  *
      ***************************************************************
       01 CRA-ENR.
          05 CRA-C-NO          PIC 9(5).
