      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.ACKNOTE.DATA                 *
      *  EXTRACTION ELECTRONIQUE DES ACCUSES DE RECEPTION DE        *
      *  COMMANDE (MAIL), EN PARALLELE DES ACCUSES IMPRIMES         *
      *  FACKPRT - POUR LES SEULS CLIENTS QUI ONT UN EMAIL : UN     *
      *  HEADER PAR COMMANDE, L'ADRESSE DE LIVRAISON (OAS) QUAND LA *
      *  COMMANDE PORTE UNE SUCCURSALE, PUIS UNE LIGNE PAR PRODUIT, *
      *  SUR LE MEME PRINCIPE QUE LE FICHIER EINVOICE               *
      ***************************************************************
       01 ACK-ENR.
          05 ACK-GENERIC.
             10 TYPE-ACK           PIC X(3).
             10 FILLER             PIC X(147).

          05 ACK-HEADER REDEFINES ACK-GENERIC.
             10 TYPE-OAH           PIC X(3).
             10 OAH-O-NO           PIC 9(4).
             10 OAH-O-DATE         PIC X(10).
             10 OAH-C-NO           PIC X(5).
             10 OAH-COMPANY        PIC X(30).
             10 OAH-EMAIL          PIC X(50).
             10 OAH-TOTAL          PIC S9(9)V99.
      *      DATE A LAQUELLE TOUTE LA COMMANDE SERA PARTIE (LA PLUS
      *      TARDIVE DES DATES PROMISES DES LIGNES)
             10 OAH-COMPLETE-DATE  PIC X(10).
      *      LANGUE DU CLIENT ('E'/'F') : LE ROBOT D'ENVOI CHOISIT
      *      LE GABARIT DE MAIL DANS LA BONNE LANGUE
             10 OAH-LANG           PIC X(1).
             10 FILLER             PIC X(26).

          05 ACK-SHIPTO REDEFINES ACK-GENERIC.
             10 TYPE-OAS           PIC X(3).
             10 OAS-SHIPTO-ID      PIC 9(3).
             10 OAS-ADDRESS        PIC X(60).
             10 OAS-CITY           PIC X(20).
             10 OAS-STATE          PIC X(2).
             10 OAS-ZIP            PIC X(5).
             10 FILLER             PIC X(57).

          05 ACK-LINE REDEFINES ACK-GENERIC.
             10 TYPE-OAL           PIC X(3).
             10 OAL-P-NO           PIC X(4).
             10 OAL-DESCRIPTION    PIC X(30).
             10 OAL-QUANTITY       PIC 9(3).
             10 OAL-PRICE          PIC S9(3)V99.
             10 OAL-LINE-TOTAL     PIC S9(9)V99.
             10 OAL-PROMISE-DATE   PIC X(10).
      *      ORIGINE DE LA DATE PROMISE : 'S' EN STOCK, 'P' COMMANDE
      *      D'ACHAT OUVERTE (FPURCHPO), 'L' DELAI FOURNISSEUR
             10 OAL-PROMISE-SRC    PIC X(1).
                88 OAL-FROM-STOCK            VALUE 'S'.
                88 OAL-FROM-PO               VALUE 'P'.
                88 OAL-FROM-LEAD             VALUE 'L'.
             10 FILLER             PIC X(83).
