      ***************************************************************
      *  BLOC DE PARAMETRES DU SOUS-PROGRAMME STKALLOC (ALLOCATION  *
      *  DU STOCK AUX LIGNES DE COMMANDE) :                         *
      *   - 'A' : ALLOUE A LA LIGNE SA-O-NO/SA-P-NO (DEJA INSEREE   *
      *           DANS ITEMS) AU PLUS SA-QTY, DANS LA LIMITE DU     *
      *           DISPONIBLE A PROMETTRE. SA-ALLOC-QTY = QUANTITE   *
      *           EFFECTIVEMENT RESERVEE (ZERO POSSIBLE) ;          *
      *   - 'R' : LIBERE SA-QTY DE L'ALLOCATION DE LA LIGNE (ZERO = *
      *           TOUTE L'ALLOCATION). SA-ALLOC-QTY = QUANTITE      *
      *           LIBEREE ;                                         *
      *   - 'Q' : CONSULTATION DU PRODUIT SA-P-NO.                  *
      *  DANS TOUS LES CAS SA-ON-HAND, SA-ALLOCATED ET SA-ATP       *
      *  (DISPONIBLE A PROMETTRE = STOCK - ALLOCATED) SONT RENDUS   *
      *  APRES TRAITEMENT. PAS DE FICHIER : APPELABLE EN BATCH      *
      *  COMME SOUS CICS, DANS L'UNITE D'OEUVRE DE L'APPELANT.      *
      *  SA-RC : 00 = OK, 04 = LIGNE OU PRODUIT INCONNU, 08 =       *
      *  FONCTION INVALIDE, 12 = ERREUR SQL (SA-SQLCODE).           *
      ***************************************************************
       01 SA-PARM.
          05 SA-FUNC        PIC X.
          05 SA-O-NO        PIC 9(4).
          05 SA-P-NO        PIC X(4).
          05 SA-QTY         PIC 9(2).
          05 SA-ALLOC-QTY   PIC 9(2).
          05 SA-ON-HAND     PIC S9(5).
          05 SA-ALLOCATED   PIC S9(5).
          05 SA-ATP         PIC S9(5).
          05 SA-RC          PIC 99.
          05 SA-SQLCODE     PIC S9(9).
