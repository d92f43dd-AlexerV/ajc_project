      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.APVOUCH.DATA (KSDS FAPVSTOR) *
      *  BONS A PAYER FOURNISSEURS : STOCK CUMULATIF DES FACTURES   *
      *  RAPPROCHEES PAR APMATCH. FAPVOUCH N'EST QUE LA SORTIE DU   *
      *  JOUR ; APPAYRUN LE CHARGE ICI (CLE FOURNISSEUR + REFERENCE *
      *  DE FACTURE, UN BON DEJA CHARGE N'EST PAS RECHARGE) AVEC    *
      *  SON ECHEANCE CALCULEE SUR LES CONDITIONS DU FOURNISSEUR.   *
      *  LE BON RESTE OUVERT ('O') JUSQU'A SON PAIEMENT, APRES QUOI *
      *  IL PASSE A 'P' AVEC LA DATE ET LA REFERENCE DU VIREMENT :  *
      *  UN BON PAYE NE PEUT PLUS ETRE REPRIS PAR UN AUTRE PASSAGE. *
      ***************************************************************
       01 AVS-ENR.
          05 AVS-KEY.
             10 AVS-SUP-CODE   PIC X(4).
             10 AVS-INV-REF    PIC X(12).
          05 AVS-PO-NO         PIC 9(7).
          05 AVS-AMOUNT        PIC 9(9)V99.
          05 AVS-INV-DATE      PIC X(10).
          05 AVS-DUE-DATE      PIC X(10).
          05 AVS-LOAD-DATE     PIC X(10).
          05 AVS-STATUS        PIC X.
             88 AVS-OPEN                   VALUE 'O'.
             88 AVS-PAID                   VALUE 'P'.
          05 AVS-PAY-DATE      PIC X(10).
          05 AVS-PAY-REF       PIC X(12).
          05 FILLER            PIC X(13).
