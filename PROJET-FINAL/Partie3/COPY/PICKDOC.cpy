      ***************************************************************
      *  DESCRIPTION DU FICHIER PROJET.PICKDOC.DATA (KSDS FPICKDOC) *
      *  DOCUMENTS DE PRELEVEMENT : UNE FICHE PAR DOCUMENT IMPRIME  *
      *  PAR PICKLIST (CLE = NUMERO DU DOCUMENT, COMPTEUR 'PCKNUM'  *
      *  DE FSHPCTR), 10 LIGNES AU PLUS - UNE COMMANDE PLUS LONGUE  *
      *  SORT SUR PLUSIEURS DOCUMENTS. LE QUAI LE RAPPELLE A        *
      *  L'ECRAN (PGM1SHP, DATASET PICKDOC1) POUR CONFIRMER LES     *
      *  QUANTITES PRELEVEES, LE LOT, LE TRANSPORTEUR ET LE SUIVI : *
      *  CHAQUE CONFIRMATION PASSE LES MEMES ECRITURES QUE SHIPORD. *
      *  UNE LIGNE INCOMPLETE RESTE OUVERTE SUR LE DOCUMENT (STATUT *
      *  'S') JUSQU'A CE QUE LE QUAI EXPEDIE LE MANQUANT.           *
      ***************************************************************
       01 PKD-ENR.
          05 PKD-PICK-NO       PIC 9(7).
          05 PKD-O-NO          PIC 9(4).
          05 PKD-WHSE          PIC X(2).
          05 PKD-PICK-DATE     PIC X(10).
          05 PKD-PRIORITY      PIC X.
          05 PKD-STATUS        PIC X.
             88 PKD-OPEN                   VALUE 'O'.
      *       'P' = CONFIRME AVEC DES MANQUANTS ENCORE A EXPEDIER
             88 PKD-PARTIAL                VALUE 'P'.
             88 PKD-CONFIRMED              VALUE 'C'.
      *    DERNIERE CONFIRMATION : DATE, OPERATEUR, COLIS
          05 PKD-CONF-DATE     PIC X(10).
          05 PKD-CONF-BY       PIC X(5).
          05 PKD-CARRIER       PIC X(4).
          05 PKD-TRACKING      PIC X(20).
          05 PKD-LINE-COUNT    PIC 9(2).
          05 PKD-LINE OCCURS 10 TIMES.
             10 PKD-P-NO       PIC X(4).
             10 PKD-BIN-LOC    PIC X(6).
      *       QUANTITE A PRELEVER (UNITES DE STOCK) ET CUMUL DES
      *       QUANTITES CONFIRMEES SUR CE DOCUMENT
             10 PKD-QTY        PIC S9(2)V USAGE COMP-3.
             10 PKD-SHIPPED-QTY PIC S9(2)V USAGE COMP-3.
             10 PKD-LOT-NO     PIC X(10).
             10 PKD-SHP-NO     PIC 9(9).
             10 PKD-LINE-STATUS PIC X.
                88 PKD-LINE-TO-PICK        VALUE ' '.
                88 PKD-LINE-DONE           VALUE 'C'.
      *          'S' = MANQUANT AU QUAI (RELIQUAT 'S' DE FBACKORD)
                88 PKD-LINE-SHORT          VALUE 'S'.
      *          'D' = LIVRAISON DIRECTE, EXPEDIEE PAR LE FOURNISSEUR
                88 PKD-LINE-DROP           VALUE 'D'.
          05 FILLER            PIC X(14).
