      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.REFUND.DATA (FREFUND)        *
      *  ORDRES DE REMBOURSEMENT CLIENTS TRANSMIS A LA BANQUE : UN  *
      *  ENREGISTREMENT PAR CLIENT REMBOURSE ET PAR PASSAGE         *
      *  ARREFUND. LE CLIENT SOUS MANDAT DE PRELEVEMENT EST         *
      *  REMBOURSE PAR VIREMENT SUR SA REFERENCE BANCAIRE           *
      *  (DD_BANK_REF) ; LES AUTRES PAR CHEQUE A L'ADRESSE DU       *
      *  CLIENT. LA REFERENCE (DATE DU PASSAGE + RANG) DONNE AUSSI  *
      *  LE NUMERO DE PIECE DU MOUVEMENT 'R' AU GRAND LIVRE         *
      *  AUXILIAIRE.                                                *
      ***************************************************************
       01 RFD-ENR.
          05 RFD-REF           PIC X(12).
          05 RFD-C-NO          PIC 9(5).
          05 RFD-COMPANY       PIC X(30).
          05 RFD-PAY-DATE      PIC X(10).
          05 RFD-AMOUNT        PIC 9(9)V99.
          05 RFD-METHOD        PIC X.
             88 RFD-TRANSFER               VALUE 'V'.
             88 RFD-CHEQUE                 VALUE 'C'.
          05 RFD-BANK-REF      PIC X(20).
          05 RFD-ADDRESS       PIC X(60).
          05 RFD-CITY          PIC X(20).
          05 RFD-STATE         PIC X(2).
          05 RFD-ZIP           PIC X(5).
          05 FILLER            PIC X(10).
