      *  PAR CASHAPP (MOUVEMENT 'P' NEGATIF AU GRAND LIVRE          *
      *  AUXILIAIRE) ; LA FICHE RESTE OUVERTE ('O') JUSQU'A SON     *
      *  AFFECTATION A DES FACTURES PRECISES, APRES QUOI ELLE PASSE *
      *  A 'A' - OU A 'R' S'IL EST REMBOURSE AU CLIENT PAR         *
      *  ARREFUND. SEUL L'ARGENT VRAIMENT NON IDENTIFIABLE (SANS    *
      *  CLIENT) PART ENCORE AU RAPPORT DE SUSPENS.                 *
      ***************************************************************
       01 ONA-ENR.
          05 ONA-STATUS        PIC X.
             88 ONA-OPEN                   VALUE 'O'.
             88 ONA-APPLIED                VALUE 'A'.
             88 ONA-REFUNDED               VALUE 'R'.
          05 FILLER            PIC X(10).
