      ***************************************************************
      *  BLOC DE PARAMETRES DU SOUS-PROGRAMME SALERSTR (CONTROLE    *
      *  DES INTERDICTIONS DE VENTE PRODUCT_RESTRICTIONS) :         *
      *   - EN ENTREE SR-P-NO, SR-C-NO ET SR-SHIPTO-ID, ADRESSE DE  *
      *     LIVRAISON DE LA COMMANDE (0 = SIEGE, ADRESSE DE         *
      *     CUSTOMERS) ;                                            *
      *   - EN SORTIE SR-STATE, ETAT DE LIVRAISON CONTROLE, ET      *
      *     SR-REASON, MOTIF SAISI SUR L'INTERDICTION TROUVEE.      *
      *  PAS DE FICHIER : APPELABLE EN BATCH COMME SOUS CICS.       *
      *  SR-RC : 00 = VENTE AUTORISEE, 04 = PRODUIT INTERDIT DANS   *
      *  L'ETAT DE LIVRAISON, 08 = PRODUIT INTERDIT POUR CE CLIENT, *
      *  12 = ERREUR SQL (SR-SQLCODE).                              *
      ***************************************************************
       01 SR-PARM.
          05 SR-P-NO        PIC X(4).
          05 SR-C-NO        PIC 9(5).
          05 SR-SHIPTO-ID   PIC 9(3).
          05 SR-STATE       PIC X(2).
          05 SR-REASON      PIC X(30).
          05 SR-RC          PIC 99.
          05 SR-SQLCODE     PIC S9(9).
