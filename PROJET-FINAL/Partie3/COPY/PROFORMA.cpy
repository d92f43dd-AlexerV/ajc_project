      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.PROFORMA.DATA (KSDS FPROFORM)*
      *  FACTURES PRO-FORMA DES CLIENTS EN PAIEMENT D'AVANCE        *
      *  (CUSTOMERS.CASH_ADVANCE = 'Y') : UNE FICHE PAR COMMANDE,   *
      *  OUVERTE PAR EXTRACTP QUI RETIENT LA COMMANDE ('W' =        *
      *  ACOMPTE ATTENDU), IMPRIMEE PAR PROFPRNT, CREDITEE PAR      *
      *  CASHAPP QUAND UNE REMISE BANCAIRE CITE LA REFERENCE ('P' = *
      *  ACOMPTE RECU, LA COMMANDE PASSE A L'EXTRACTION SUIVANTE)   *
      *  ET CONSOMMEE PAR CREAFACT A LA FACTURATION ('C'). LA       *
      *  REFERENCE EST LA SERIE 90000 SUIVIE DU NUMERO DE COMMANDE  *
      *  - HORS DE LA PLAGE DES NUMEROS DE FACTURE (FINVCTR) - POUR *
      *  QUE LE CLIENT LA PORTE DANS LA ZONE FACTURE DE SON         *
      *  REGLEMENT.                                                 *
      ***************************************************************
       01 PFA-ENR.
          05 PFA-REF             PIC 9(9).
          05 PFA-REF-R REDEFINES PFA-REF.
             10 PFA-REF-SERIES   PIC 9(5).
             10 PFA-REF-O-NO     PIC 9(4).
          05 PFA-O-NO            PIC 9(4).
          05 PFA-C-NO            PIC 9(5).
          05 PFA-ISSUE-DATE      PIC X(10).
      *    VALEUR MARCHANDISE DE LA COMMANDE (EXTRACTP) ET MONTANT
      *    DEMANDE AU CLIENT, TAXE COMPRISE (PROFPRNT) - LE PORT EST
      *    FACTURE EN SUS A L'EXPEDITION
          05 PFA-GOODS-AMT       PIC S9(9)V99.
          05 PFA-AMOUNT          PIC S9(9)V99.
          05 PFA-STATUS          PIC X.
             88 PFA-AWAITING                 VALUE 'W'.
             88 PFA-PAID                     VALUE 'P'.
             88 PFA-CONSUMED                 VALUE 'C'.
      *    'Y' = PRO-FORMA A (RE)IMPRIMER PAR PROFPRNT (NOUVELLE
      *    COMMANDE OU COMMANDE MODIFIEE DEPUIS LE DERNIER ENVOI)
          05 PFA-PRINT-FLAG      PIC X.
             88 PFA-TO-PRINT                 VALUE 'Y'.
      *    ACOMPTE RECU (CASHAPP, CUMUL DES REMISES) ET PART DEJA
      *    IMPUTEE SUR LES FACTURES DE LA COMMANDE (CREAFACT)
          05 PFA-DEPOSIT-AMT     PIC S9(9)V99.
          05 PFA-DEPOSIT-DATE    PIC X(10).
          05 PFA-RECEIPT-REF     PIC X(8).
          05 PFA-CONSUMED-AMT    PIC S9(9)V99.
          05 PFA-INVOICE-NO      PIC 9(9).
          05 FILLER              PIC X(10).
