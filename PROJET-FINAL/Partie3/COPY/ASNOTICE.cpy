      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.ASNOUT.DATA (FASNOUT)        *
      *  AVIS D'EXPEDITION ELECTRONIQUE (ASN) REMIS AUX CLIENTS QUI *
      *  LE DEMANDENT (CUSTOMERS.ASN_REQUIRED = 'Y') : PAR COMMANDE *
      *  EXPEDIEE DANS LA JOURNEE, UN HEADER (ADRESSE DE LIVRAISON),*
      *  UNE LIGNE PAR COLIS EXPEDIE PUIS UN TRAILER DE CONTROLE.   *
      *  LE CODE ARTICLE DU CLIENT VIENT DE FPARTXRF (BLANC QUAND   *
      *  LE CLIENT N'A PAS DE CORRESPONDANCE POUR NOTRE P_NO).      *
      ***************************************************************
       01 ASN-ENR.
          05 ASN-GENERIC.
             10 TYPE-ASN           PIC X(3).
             10 FILLER             PIC X(147).

          05 ASN-HEADER REDEFINES ASN-GENERIC.
             10 TYPE-ASH           PIC X(3).
             10 ASH-O-NO           PIC 9(4).
             10 ASH-SHIP-DATE      PIC X(10).
             10 ASH-C-NO           PIC 9(5).
             10 ASH-COMPANY        PIC X(30).
      *      ADRESSE OU LE TRANSPORTEUR LIVRE : LA SUCCURSALE DE LA
      *      COMMANDE (SHIPTO) QUAND ELLE EXISTE, SINON LE SIEGE
             10 ASH-ADDRESS        PIC X(60).
             10 ASH-CITY           PIC X(20).
             10 ASH-STATE          PIC X(2).
             10 ASH-ZIP            PIC X(5).
             10 ASH-SHIPTO-ID      PIC 9(3).
             10 FILLER             PIC X(8).

          05 ASN-LINE REDEFINES ASN-GENERIC.
             10 TYPE-ASL           PIC X(3).
             10 ASL-SHP-NO         PIC 9(9).
             10 ASL-P-NO           PIC X(4).
             10 ASL-CUST-P-NO      PIC X(15).
             10 ASL-QUANTITY       PIC 9(3).
             10 ASL-LOT-NO         PIC X(10).
             10 ASL-CARRIER        PIC X(4).
             10 ASL-TRACKING-NO    PIC X(20).
             10 FILLER             PIC X(82).

          05 ASN-TRAILER REDEFINES ASN-GENERIC.
             10 TYPE-AST           PIC X(3).
             10 AST-O-NO           PIC 9(4).
             10 AST-LINE-COUNT     PIC 9(3).
             10 AST-TOTAL-QTY      PIC 9(5).
             10 FILLER             PIC X(135).
