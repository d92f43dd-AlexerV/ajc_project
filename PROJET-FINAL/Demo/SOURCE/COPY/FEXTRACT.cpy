      *      'R' = COMMANDE URGENTE : EXTRAITE EN TETE DE PASSAGE,
      *      MARQUEE SUR LES EDITIONS D'EXPEDITION
             10 EORD-PRIORITY      PIC X(1).
      *      DEPOT QUI SERT LA LIVRAISON (ETAT DE LIVRAISON, VOIR
      *      WHSESEL) : LE STOCK A ETE CONTROLE LA, LE PRELEVEMENT
      *      ET LA SORTIE DE STOCK S'Y FONT
             10 EORD-WHSE          PIC X(2).
      *      ENVOI GRATUIT ('N' - ECHANTILLON, REMPLACEMENT SOUS
      *      GARANTIE, GESTE COMMERCIAL) : MOTIF SMP/WAR/GDW ET
      *      LOGIN DU RESPONSABLE ; BLANC = VENTE FACTUREE
             10 EORD-ORDER-TYPE    PIC X(1).
                88 EORD-NO-CHARGE          VALUE 'N'.
             10 EORD-NC-REASON     PIC X(3).
             10 EORD-NC-APPROVER   PIC X(5).
             10 FILLER             PIC X(2).

          05 ENR-PRODUCT REDEFINES ENR-GENERIC.
             10 TYPE-PRO             PIC X(3).
      *      PRODUIT DE SUBSTITUTION (BLANC SINON) - LA FACTURE
      *      PORTE LA MENTION SUBSTITUTED FOR
             10 EPRO-SUBST-FOR       PIC X(4).
      *      UNITE DE VENTE DE LA LIGNE ET COEFFICIENT FIGES A LA
      *      SAISIE (ITEMS.SELL_UOM/UOM_FACTOR), UNITE DE STOCK DU
      *      PRODUIT : EITE-QUANTITY RESTE EN UNITES DE STOCK, LES
      *      DOCUMENTS IMPRIMENT AUSSI LA QUANTITE COMMANDEE
             10 EITE-SELL-UOM        PIC X(3).
             10 EITE-UOM-FACTOR      PIC S9(3)V     USAGE COMP-3.
             10 EPRO-BASE-UOM        PIC X(3).
      *      CODE MOTIF DU PRIX FORCE A LA SAISIE, ADMIS OU VALIDE
      *      (PRICE_OVERRIDES) - LA FACTURE PORTE LA MENTION SPECIAL
      *      PRICE AGREED ; BLANC SI LA LIGNE EST AU PRIX NORMAL
             10 EITE-OVR-REASON      PIC X(3).
             10 FILLER               PIC X(303).

          05 ENR-CONTROL REDEFINES ENR-GENERIC.
             10 TYPE-CTL             PIC X(3).
