      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.SUPDEBIT.DATA (KSDS FSUPDBN) *
      *  NOTES DE DEBIT FOURNISSEURS : UNE FICHE PAR RETOUR AU      *
      *  FOURNISSEUR SAISI PAR RTVENTRY (COMMANDE D'ACHAT FPURCHPO  *
      *  ET LOT D'ORIGINE, QUANTITE, MONTANT AU PRIX DE LA          *
      *  COMMANDE). LA CLE FOURNISSEUR + NUMERO DE NOTE PERMET A    *
      *  APPAYRUN DE RETROUVER LES NOTES OUVERTES ('O') D'UN        *
      *  FOURNISSEUR ET DE LES IMPUTER SUR SES BONS ECHUS ; LA NOTE *
      *  PASSE ALORS A 'A' AVEC LA DATE ET LA REFERENCE DU VIREMENT.*
      *  LOTTRACE S'Y LIT POUR LES LOTS RENVOYES AU FOURNISSEUR.    *
      ***************************************************************
       01 DBN-ENR.
          05 DBN-KEY.
             10 DBN-SUP-CODE   PIC X(4).
             10 DBN-NO         PIC 9(7).
          05 DBN-PO-NO         PIC 9(7).
          05 DBN-PNO           PIC X(3).
          05 DBN-LOT-NO        PIC X(10).
          05 DBN-QTY           PIC 9(5).
          05 DBN-UNIT-PRICE    PIC 9(5)V99.
          05 DBN-AMOUNT        PIC 9(9)V99.
      *       ORIGINE DES MARCHANDISES : 'L' LOT DEFECTUEUX SORTI DU
      *       STOCK (MOUVEMENT 'V'), 'R' RETOUR CLIENT MIS AU REBUT
      *       (RMA DECISION 'S', DEJA SORTI DU STOCK PAR CREAVOIR),
      *       'I' LOT REFUSE AU CONTROLE QUALITE (SORTI DE LA
      *       QUANTITE EN CONTROLE, MOUVEMENT 'V')
          05 DBN-SOURCE        PIC X.
             88 DBN-FROM-STOCK             VALUE 'L'.
             88 DBN-FROM-RMA               VALUE 'R'.
             88 DBN-FROM-HOLD              VALUE 'I'.
          05 DBN-RMA-NO        PIC 9(7).
          05 DBN-REASON        PIC X(3).
          05 DBN-DATE          PIC X(10).
          05 DBN-STATUS        PIC X.
             88 DBN-OPEN                   VALUE 'O'.
             88 DBN-APPLIED                VALUE 'A'.
          05 DBN-APPLY-DATE    PIC X(10).
          05 DBN-PAY-REF       PIC X(12).
          05 FILLER            PIC X(12).
