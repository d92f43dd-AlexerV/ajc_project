           05 CREATOR-NPT        PIC X(5).
           05 CREDATE-NPT        PIC X(8).
           05 CRETIME-NPT        PIC X(8).
      *    'S' = REJETEE PAR INSNPT ET MISE AU SUSPENS (FSUSPNS) :
      *    ELLE N'EST PLUS REPRISE PAR LE BALAYAGE MAIS PAR SA LIGNE
      *    DE SUSPENS, UNE FOIS CORRIGEE ET LIBEREE EN LIGNE
           05 LOADED-NPT         PIC X        VALUE 'N'.
              88 NPT-LOADED                   VALUE 'Y'.
              88 NPT-SUSPENDED                VALUE 'S'.
           05 LOADDATE-NPT       PIC X(8).
      *    EMPLACEMENT MAGASIN (AA-NN-N) POUR L'ORDRE DE TOURNEE
      *    DES LISTES DE PRELEVEMENT
           05 BINLOC-NPT         PIC X(6).
      *    CONTROLE QUALITE A LA RECEPTION : UNE PIECE MARQUEE 'Y'
      *    EST RECUE EN QUANTITE EN CONTROLE (HOLD-NPT), HORS DU
      *    STOCK DISPONIBLE, JUSQU'A SA LIBERATION PAR INSPDISP
           05 INSPREQ-NPT        PIC X        VALUE 'N'.
              88 NPT-INSP-REQUIRED            VALUE 'Y'.
           05 HOLD-NPT           PIC S9(5) USAGE COMP-3 VALUE ZERO.
