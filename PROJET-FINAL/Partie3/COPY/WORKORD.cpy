      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.WORKORD.DATA (KSDS FWORKORD) *
      *  ORDRES DE FABRICATION, TENUS PAR WORKORD : UNE FICHE PAR   *
      *  ORDRE (PRODUIT A ASSEMBLER, QUANTITE, DEPOT DE RECEPTION). *
      *  L'ORDRE OUVERT ('O') EST CLOS ('C') QUAND LES PIECES DE LA *
      *  NOMENCLATURE FASMBOM SONT SORTIES DU STOCK ET LE PRODUIT   *
      *  FINI ENTRE EN STOCK ; UN ORDRE OUVERT PEUT ETRE ANNULE     *
      *  ('X'). WO-SHORT = 'Y' : A LA DERNIERE REVUE, LES PIECES    *
      *  EN STOCK NE PERMETTAIENT PAS DE LANCER L'ORDRE.            *
      ***************************************************************
       01 WO-ENR.
          05 WO-NO             PIC 9(7).
          05 WO-P-NO           PIC X(4).
          05 WO-QTY            PIC 9(5).
          05 WO-WHSE           PIC X(2).
          05 WO-STATUS         PIC X.
             88 WO-OPEN                    VALUE 'O'.
             88 WO-COMPLETED               VALUE 'C'.
             88 WO-CANCELLED               VALUE 'X'.
          05 WO-SHORT          PIC X.
             88 WO-IS-SHORT                VALUE 'Y'.
          05 WO-OPEN-DATE      PIC X(10).
          05 WO-DONE-DATE      PIC X(10).
          05 WO-OPERATOR       PIC X(5).
          05 FILLER            PIC X(15).
