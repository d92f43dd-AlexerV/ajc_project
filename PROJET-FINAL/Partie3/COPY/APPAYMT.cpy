      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.APPAYMT.DATA (FAPPAYMT)      *
      *  ORDRES DE VIREMENT FOURNISSEURS TRANSMIS A LA BANQUE : UN  *
      *  ENREGISTREMENT PAR FOURNISSEUR ET PAR PASSAGE APPAYRUN,    *
      *  MONTANT CUMULE DES BONS PAYES. LA REFERENCE DE PAIEMENT    *
      *  (DATE DU PASSAGE + RANG) EST REPORTEE SUR CHAQUE BON DE    *
      *  FAPVSTOR ET SUR L'AVIS DE PAIEMENT ENVOYE AU FOURNISSEUR.  *
      ***************************************************************
       01 PMT-ENR.
          05 PMT-PAY-REF       PIC X(12).
          05 PMT-SUP-CODE      PIC X(4).
          05 PMT-SUP-NAME      PIC X(30).
          05 PMT-PAY-DATE      PIC X(10).
          05 PMT-AMOUNT        PIC 9(9)V99.
          05 PMT-VCH-COUNT     PIC 9(4).
          05 FILLER            PIC X(9).
