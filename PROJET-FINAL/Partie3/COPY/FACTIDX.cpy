      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.FACTIDX.DATA                 *
      *  INDEX DE FUSION D'UNE PARTITION DE FACTURATION (CREAFACT   *
      *  EN MODE PARTITION) : UNE FICHE 'D' PAR PIECE EMISE         *
      *  (FACTURE OU BON GRATUIT) AVEC SON RANG DANS L'EXTRACTION   *
      *  COMPLETE, LE NOMBRE D'ENREGISTREMENTS QU'ELLE A ECRITS SUR *
      *  FFACT / FGLPOST / FEINVOICE ET SA PART DES TOTAUX DU       *
      *  RESUME DE LOT ; UNE FICHE 'C' AU PASSAGE DU TRAILER CTL    *
      *  (FIN DE PARTITION). FACTMRG REMET LES PIECES DE TOUTES LES *
      *  PARTITIONS DANS L'ORDRE DU PASSAGE SERIE.                  *
      ***************************************************************
       01 FIX-ENR.
          05 FIX-TYPE          PIC X.
             88 FIX-DOCUMENT            VALUE 'D'.
             88 FIX-CONTROL             VALUE 'C'.
          05 FIX-PART          PIC 9(2).
      *       RANG DE LA COMMANDE DANS L'EXTRACTION COMPLETE
          05 FIX-SEQ           PIC 9(7).
          05 FIX-O-NO          PIC 9(4).
      *       ZERO POUR UN BON GRATUIT
          05 FIX-INVOICE-NO    PIC 9(9).
          05 FIX-FACT-RECS     PIC 9(5).
          05 FIX-GLP-RECS      PIC 9(5).
          05 FIX-EINV-RECS     PIC 9(5).
      *       PART DE LA PIECE DANS LES TOTAUX DU RESUME DE LOT
          05 FIX-INV-COUNT     PIC 9.
          05 FIX-SUB-TOTAL     PIC S9(9)V99.
          05 FIX-PROMO-DISC    PIC S9(9)V99.
          05 FIX-FREIGHT       PIC S9(9)V99.
          05 FIX-REBATE        PIC S9(9)V99.
          05 FIX-VARIANCES     PIC 9(5).
          05 FIX-ST-VALUE      PIC S9(9)V99.
          05 FIX-COM-VALUE     PIC S9(9)V99.
          05 FIX-TOTAL         PIC S9(9)V99.
          05 FIX-EINV-LINES    PIC 9(5).
          05 FIX-CARD-COUNT    PIC 9.
          05 FIX-CARD-AMOUNT   PIC S9(9)V99.
          05 FIX-PFA-COUNT     PIC 9.
          05 FIX-PFA-AMOUNT    PIC S9(9)V99.
          05 FIX-NC-COUNT      PIC 9.
          05 FIX-NC-COST       PIC S9(9)V99.
      *       FICHE 'C' : MONTANT RETENU DU TRAILER CTL ET NOMBRE DE
      *       COMMANDES DE LA PARTITION
          05 FIX-HELD-AMOUNT   PIC S9(9)V99.
          05 FIX-PART-ORDERS   PIC 9(7).
          05 FILLER            PIC X(20).
