      *  DESCRIPTION DU FICHIER PROJET.GLPOST.DATA                  *
      *  EXTRACTION DES ECRITURES COMPTABLES (GRAND LIVRE) ISSUES   *
      *  DE LA FACTURATION - UNE LIGNE PAR MOUVEMENT DEBIT/CREDIT   *
      *  GLP-SOURCE PORTE LE PROGRAMME EMETTEUR (RAPPROCHEMENT DU   *
      *  GRAND LIVRE AUXILIAIRE AVEC LE COMPTE CLIENTS, ARGLRECN)   *
      ***************************************************************
       01 GLP-ENR.
          05 GLP-INVOICE-NO    PIC 9(9).
             88 GLP-DEBIT                VALUE 'D'.
             88 GLP-CREDIT                VALUE 'C'.
          05 GLP-AMOUNT         PIC S9(9)V99.
          05 GLP-SOURCE         PIC X(8).
          05 FILLER             PIC X(4).
