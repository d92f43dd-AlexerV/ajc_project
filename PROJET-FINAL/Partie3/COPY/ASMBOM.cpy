      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.ASMBOM.DATA (KSDS FASMBOM)   *
      *  NOMENCLATURE D'ASSEMBLAGE : LES PIECES PARTS (PARTS1 /     *
      *  TABLE PARTS) CONSOMMEES PAR UNITE D'UN PRODUIT FABRIQUE    *
      *  (CLE = P_NO DU PRODUIT + PNO DE LA PIECE). TENUE PAR       *
      *  BOMMAINT ; LUE PAR WORKORD QUI SORT LES PIECES DU STOCK    *
      *  ET ENTRE LE PRODUIT FINI A LA CLOTURE D'UN ORDRE DE        *
      *  FABRICATION.                                               *
      ***************************************************************
       01 ASM-ENR.
          05 ASM-KEY.
             10 ASM-P-NO       PIC X(4).
             10 ASM-COMP-PNO   PIC X(3).
          05 ASM-COMP-QTY      PIC 9(3).
          05 FILLER            PIC X(10).
