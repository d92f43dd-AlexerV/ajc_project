      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.WHSXFER.DATA (KSDS FWHSXFR)  *
      *  ORDRES DE TRANSFERT ENTRE DEPOTS, TENUS PAR WHSXFER : UNE  *
      *  FICHE PAR ORDRE (PRODUIT, DEPOT EXPEDITEUR, DEPOT          *
      *  DESTINATAIRE, QUANTITE). L'ORDRE OUVERT ('O') EST EXPEDIE  *
      *  ('T' - LA QUANTITE QUITTE LE STOCK DU DEPOT EXPEDITEUR ET  *
      *  PASSE EN TRANSIT AU DEPOT DESTINATAIRE) PUIS RECU ('R' -   *
      *  LE TRANSIT DEVIENT DU STOCK, UN MANQUANT A LA RECEPTION    *
      *  EST AJUSTE). UN ORDRE NON EXPEDIE PEUT ETRE ANNULE ('X').  *
      ***************************************************************
       01 XFR-ENR.
          05 XFR-NO            PIC 9(7).
          05 XFR-P-NO          PIC X(4).
          05 XFR-FROM-WHSE     PIC X(2).
          05 XFR-TO-WHSE       PIC X(2).
          05 XFR-QTY           PIC 9(5).
          05 XFR-SHIP-QTY      PIC 9(5).
          05 XFR-RECV-QTY      PIC 9(5).
          05 XFR-STATUS        PIC X.
             88 XFR-OPEN                   VALUE 'O'.
             88 XFR-IN-TRANSIT             VALUE 'T'.
             88 XFR-RECEIVED               VALUE 'R'.
             88 XFR-CANCELLED              VALUE 'X'.
          05 XFR-OPEN-DATE     PIC X(10).
          05 XFR-SHIP-DATE     PIC X(10).
          05 XFR-RECV-DATE     PIC X(10).
          05 XFR-OPERATOR      PIC X(5).
          05 FILLER            PIC X(14).
