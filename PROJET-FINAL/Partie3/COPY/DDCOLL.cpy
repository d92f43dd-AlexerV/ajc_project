      ***************************************************************
      *  DESCRIPTION DU FICHIER FDDCOLL : REMISE DES PRELEVEMENTS A *
      *  LA BANQUE ECRITE PAR DDCOLL, MIROIR DU LAYOUT FREMIT - UNE *
      *  LIGNE PAR FACTURE PRESENTEE, AVEC LA REFERENCE BANCAIRE DU *
      *  MANDAT DU CLIENT. RELUE PAR BANKREC POUR RAPPROCHER LES    *
      *  PRELEVEMENTS DU RELEVE BANCAIRE.                           *
      ***************************************************************
       01 COLL-ENR.
          05 DDC-COLLECT-REF   PIC X(8).
          05 DDC-INVOICE-NO    PIC 9(9).
          05 DDC-AMOUNT        PIC 9(9)V99.
          05 DDC-DUE-DATE      PIC X(10).
          05 DDC-C-NO          PIC X(5).
          05 DDC-BANK-REF      PIC X(20).
          05 FILLER            PIC X(6).
