      *            COMMANDES D'ACHAT AU FOURNISSEUR DE LA PIECE,       *
      *            ROPCALC PREND SON DELAI REEL, PORECV VERIFIE QUE    *
      *            LA LIVRAISON VIENT DU FOURNISSEUR ATTENDU.          *
      *            SUP-PAY-DAYS : CONDITIONS DE PAIEMENT, EN JOURS     *
      *            APRES LA DATE DE FACTURE. APPAYRUN EN TIRE          *
      *            L'ECHEANCE DES BONS A PAYER (A ZERO : 30 JOURS).    *
      ******************************************************************
       01 SUP-ENR.
          05 SUP-CODE           PIC X(4).
          05 SUP-NAME           PIC X(30).
          05 SUP-ADDRESS        PIC X(40).
          05 SUP-LEAD-DAYS      PIC 9(3).
          05 SUP-PAY-DAYS       PIC 9(3).
          05 FILLER             PIC X(7).
