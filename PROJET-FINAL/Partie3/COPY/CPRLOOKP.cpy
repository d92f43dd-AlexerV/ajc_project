      ***************************************************************
      *  BLOC DE PARAMETRES DU SOUS-PROGRAMME CPRLOOK (PRIX         *
      *  CONTRACTUEL D'UN CLIENT POUR UN PRODUIT A UNE DATE) :      *
      *   - EN ENTREE CL-C-NO, CL-P-NO ET CL-DATE (AAAA-MM-JJ) ;    *
      *   - EN SORTIE CL-PRICE, PRIX CONTRACTUEL EN DOLLARS, ET     *
      *     CL-SOURCE : 'P' = CONTRAT SUR LE PRODUIT, 'C' = REMISE  *
      *     CL-DISC-PCT DU CONTRAT SUR SA CATEGORIE, 'F' = REMISE   *
      *     DU CONTRAT SUR SA FAMILLE, BLANC = PAS DE CONTRAT.      *
      *     CL-CATEGORY EST LE CODE DU CONTRAT RETENU (CATEGORIE    *
      *     OU FAMILLE), CL-EFF-FROM/CL-EFF-TO SA VALIDITE.         *
      *  PAS DE FICHIER : APPELABLE EN BATCH COMME SOUS CICS.       *
      *  CL-RC : 00 = CONTRAT TROUVE, 04 = PAS DE CONTRAT (PRIX A   *
      *  ZERO), 12 = ERREUR SQL (CL-SQLCODE).                       *
      ***************************************************************
       01 CL-PARM.
          05 CL-C-NO        PIC X(5).
          05 CL-P-NO        PIC X(4).
          05 CL-DATE        PIC X(10).
          05 CL-PRICE       PIC S9(3)V99.
          05 CL-SOURCE      PIC X.
             88 CL-FROM-PRODUCT       VALUE 'P'.
             88 CL-FROM-CATEGORY      VALUE 'C'.
             88 CL-FROM-FAMILY        VALUE 'F'.
             88 CL-NO-CONTRACT        VALUE ' '.
          05 CL-CATEGORY    PIC X(4).
          05 CL-DISC-PCT    PIC S9(3)V99.
          05 CL-EFF-FROM    PIC X(10).
          05 CL-EFF-TO      PIC X(10).
          05 CL-RC          PIC 99.
          05 CL-SQLCODE     PIC S9(9).
