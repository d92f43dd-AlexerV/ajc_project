      ******************************************************************
      * WOSHORT - MANQUANTS DES ORDRES DE FABRICATION (FWOSHORT)       *
      * UNE LIGNE PAR PIECE : BESOIN DES ORDRES OUVERTS AU-DELA DU     *
      * STOCK-NPT DU MOMENT. ECRIT PAR WORKORD, LU PAR PARTROP QUI     *
      * AJOUTE CE MANQUANT A LA DEMANDE DE REAPPROVISIONNEMENT.        *
      ******************************************************************
       01  ENR-WOS.
           05 PNO-WOS            PIC X(3).
           05 SHORT-WOS          PIC 9(5).
           05 NEED-WOS           PIC 9(5).
           05 FILLER             PIC X(7).
