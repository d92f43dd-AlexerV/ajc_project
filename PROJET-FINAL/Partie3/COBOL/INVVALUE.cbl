      * NETTE DU MOUVEMENT DU MOIS PART AU GRAND    *
      * LIVRE (COMPTE STOCK 1400 CONTRE 5000) - LE  *
      * 1400 DE GLTRIAL N'EST PLUS UN CHIFFRE       *
      * BOUCHE-TROU. LE STOCK VALORISE EST LE STOCK *
      * POSSEDE : DISPONIBLE PLUS EN CONTROLE       *
      * QUALITE (HOLD_STOCK / HOLD-NPT) - NON       *
      * VENDABLE, MAIS A NOUS. LA LIBERATION 'L'    *
      * EST UN TRANSFERT INTERNE, HORS MOUVEMENT.   *
      * LA VALEUR EST AUSSI VENTILEE PAR DEPOT      *
      * (WHSE_STOCK : SUR PLACE ET EN TRANSIT) ; LE *
      * STOCK EN CONTROLE ET LES PIECES SONT AU     *
      * DEPOT PRINCIPAL. LE STOCK EN CONSIGNATION   *
      * CHEZ LES CLIENTS (CONSIGN_STOCK) EST A NOUS *
      * JUSQU'A SA CONSOMMATION : IL EST VALORISE   *
      * AU COUT UNITAIRE ET FIGURE SOUS LE          *
      * PSEUDO-DEPOT 'CS'. LE TOTAL DES DEPOTS DOIT *
      * EGALER LA CLOTURE PLUS LES PIECES. LA       *
      * PROVISION POUR STOCK LENT ET OBSOLETE       *
      * PASSEE PAR OBSRESV (FOBSRES, COMPTE 1490)   *
      * EST DEDUITE POUR DONNER LA VALEUR NETTE,    *
      * CELLE DU BILAN.                             *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SELECT RPT ASSIGN TO FINVVAL
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
            SELECT OPTIONAL OBSRES ASSIGN TO FOBSRES
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-ORS.
            SELECT GLP ASSIGN TO FGLPOST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-GLP.
       COPY SUPPART.
       FD RPT.
       01 RPT-ENR      PIC X(78).
       FD OBSRES.
       COPY OBSRES.
       FD GLP.
       COPY GLPOST.

               INCLUDE PRO
           END-EXEC

           EXEC SQL
               INCLUDE WST
           END-EXEC

           EXEC SQL
               INCLUDE CSG
           END-EXEC

       77 WS-FS-NPT         PIC XX.
       77 WS-FS-SPP         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 WS-FS-GLP         PIC XX.
       77 WS-FS-ORS         PIC XX.
       77 FF-ORS            PIC 9 VALUE ZERO.
       77 WS-SPP-PRESENT    PIC X VALUE 'N'.
       77 FF-NPT            PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).
           EXEC SQL
                DECLARE CVAL CURSOR
                FOR
                SELECT P_NO, STOCK, HOLD_STOCK, UNIT_COST
                FROM PRODUCTS
                ORDER BY P_NO
           END-EXEC

      *** VALEUR PAR DEPOT (SUR PLACE, EN TRANSIT) ***
           EXEC SQL
                DECLARE CWHS CURSOR
                FOR
                SELECT W.WHSE,
                       VALUE(SUM(W.STOCK * P.UNIT_COST), 0),
                       VALUE(SUM(W.IN_TRANSIT * P.UNIT_COST), 0)
                FROM WHSE_STOCK W
                INNER JOIN PRODUCTS P
                ON P.P_NO = W.P_NO
                GROUP BY W.WHSE
                ORDER BY W.WHSE
           END-EXEC

      ***************************************
      * MOUVEMENTS DU MOIS DU PRODUIT EN    *
      * COURS : ENTREES (QTY > 0), SORTIES  *
       77 WS-MOVE-OUT       PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-MOVE-NET       PIC S9(7) VALUE ZERO.
       77 WS-OPEN-QTY       PIC S9(7) VALUE ZERO.
       77 WS-OWNED-QTY      PIC S9(7) VALUE ZERO.
       77 WS-HOLD-VALUE     PIC S9(11)V99 VALUE ZERO.
       77 WS-OPEN-VALUE     PIC S9(11)V99 VALUE ZERO.
       77 WS-CLOSE-VALUE    PIC S9(11)V99 VALUE ZERO.
       77 WS-MOVE-VALUE     PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-CLOSE-VAL  PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-MOVE-VAL   PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-PARTS-VAL  PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-HOLD-VAL   PIC S9(11)V99 VALUE ZERO.
       77 WS-PRODUCT-COUNT  PIC 9(5) VALUE ZERO.
       77 WS-PART-COUNT     PIC 9(5) VALUE ZERO.
       77 WS-PART-VALUE     PIC S9(11)V99 VALUE ZERO.
       77 WS-PRD-HOLD-VAL   PIC S9(11)V99 VALUE ZERO.
       77 WS-CSG-VALUE      PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-CSG-VAL    PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-OBS-RES    PIC S9(11)V99 VALUE ZERO.
       77 WS-NET-VALUE      PIC S9(11)V99 VALUE ZERO.

      ***************************************
      * VENTILATION PAR DEPOT               *
      ***************************************
       77 WS-MAIN-WHSE      PIC X(2) VALUE '01'.
       77 WS-MAIN-SEEN      PIC X VALUE 'N'.
       77 WS-CSG-WHSE       PIC X(2) VALUE 'CS'.
       77 WS-WHS-STK-VAL    PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-WHS-TRN-VAL    PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-WHS-VALUE      PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-WHS-VAL    PIC S9(11)V99 VALUE ZERO.
       77 WS-WHS-CHECK      PIC S9(11)V99 VALUE ZERO.

      ***************************************
      * COMPTES DU GRAND LIVRE              *
       01 E-QTY             PIC ZZZZZ9-.
       01 E-VALUE           PIC Z(8)9,99-.
       01 E-VALUE2          PIC Z(8)9,99-.
       01 E-VALUE3          PIC Z(8)9,99-.

       01 L-VAL-HEADER.
          05 FILLER PIC X(40) VALUE
            PERFORM WRITE-RPT-HEADER
            PERFORM VALUE-PRODUCTS
            PERFORM VALUE-PARTS
            PERFORM VALUE-BY-WAREHOUSE
            PERFORM LOAD-OBSOLESCENCE-RESERVE
            PERFORM WRITE-RPT-FOOTER
            PERFORM WRITE-GL-POSTINGS
            PERFORM CLOSE-FILES
       FETCH-CVAL.
           EXEC SQL
              FETCH CVAL
              INTO :PRO-P-NO, :PRO-STOCK, :PRO-HOLD-STOCK,
                   :PRO-UNIT-COST
           END-EXEC
           PERFORM TEST-SQLCODE.

               WHERE P_NO = :PRO-P-NO
                 AND MOVE_DATE >= :WS-FROM-DATE
                 AND MOVE_DATE <= :WS-TO-DATE
                 AND MOVE_TYPE <> 'L'
           END-EXEC
           PERFORM TEST-SQLCODE
      *    STOCK EN CONSIGNATION CHEZ LES CLIENTS : POSSEDE, HORS
      *    DEPOTS
           MOVE PRO-P-NO TO CSG-P-NO
           MOVE ZERO TO CSG-STOCK
           EXEC SQL
              SELECT VALUE(SUM(STOCK), 0)
                INTO :CSG-STOCK
                FROM CONSIGN_STOCK
               WHERE P_NO = :CSG-P-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           COMPUTE WS-CSG-VALUE = CSG-STOCK * PRO-UNIT-COST
           ADD WS-CSG-VALUE   TO WS-TOT-CSG-VAL
           COMPUTE WS-OWNED-QTY = PRO-STOCK + PRO-HOLD-STOCK
                                + CSG-STOCK
           COMPUTE WS-MOVE-NET = WS-MOVE-IN + WS-MOVE-OUT
           COMPUTE WS-OPEN-QTY = WS-OWNED-QTY - WS-MOVE-NET
           COMPUTE WS-OPEN-VALUE = WS-OPEN-QTY * PRO-UNIT-COST
           COMPUTE WS-CLOSE-VALUE = WS-OWNED-QTY * PRO-UNIT-COST
           COMPUTE WS-HOLD-VALUE = PRO-HOLD-STOCK * PRO-UNIT-COST
           ADD WS-HOLD-VALUE  TO WS-TOT-HOLD-VAL
           ADD WS-HOLD-VALUE  TO WS-PRD-HOLD-VAL
           COMPUTE WS-MOVE-VALUE = WS-MOVE-NET * PRO-UNIT-COST
           ADD WS-OPEN-VALUE  TO WS-TOT-OPEN-VAL
           ADD WS-CLOSE-VALUE TO WS-TOT-CLOSE-VAL
       VALUE-ONE-PART.
           ADD 1 TO WS-PART-COUNT
           MOVE ZERO TO WS-PART-VALUE
           MOVE ZERO TO WS-HOLD-VALUE
           IF HOLD-NPT IS NOT NUMERIC
              MOVE ZERO TO HOLD-NPT
           END-IF
           COMPUTE WS-OWNED-QTY = STOCK-NPT + HOLD-NPT
           IF WS-SPP-PRESENT = 'Y'
              MOVE PNO-NPT TO SPP-PNO
              READ SPP KEY IS SPP-PNO
                            PNO-NPT
                 NOT INVALID KEY
                    COMPUTE WS-PART-VALUE =
                            WS-OWNED-QTY * SPP-PRICE
                    COMPUTE WS-HOLD-VALUE =
                            HOLD-NPT * SPP-PRICE
              END-READ
           END-IF
           ADD WS-PART-VALUE TO WS-TOT-PARTS-VAL
           ADD WS-HOLD-VALUE TO WS-TOT-HOLD-VAL
           MOVE WS-OWNED-QTY TO E-QTY
           MOVE WS-PART-VALUE TO E-VALUE
           MOVE SPACES TO WS-LINE
           STRING
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * VALEUR PAR DEPOT : STOCK SUR PLACE  *
      * ET EN TRANSIT (WHSE_STOCK) AU COUT  *
      * UNITAIRE. LE DEPOT PRINCIPAL PORTE  *
      * EN PLUS LE STOCK EN CONTROLE DES    *
      * PRODUITS ET LES PIECES PARTS1 ; LE  *
      * PSEUDO-DEPOT 'CS' LA CONSIGNATION   *
      ***************************************
       VALUE-BY-WAREHOUSE.
           MOVE SPACES TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'VALEUR PAR DEPOT :' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'DP      SUR PLACE       TRANSIT         TOTAL'
             TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           EXEC SQL
              OPEN CWHS
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CWHS
           PERFORM UNTIL SQLCODE = +100
              PERFORM VALUE-ONE-WAREHOUSE
              PERFORM FETCH-CWHS
           END-PERFORM
           EXEC SQL
              CLOSE CWHS
           END-EXEC
           PERFORM TEST-SQLCODE
      *    DEPOT PRINCIPAL SANS LIGNE WHSE_STOCK : IL PORTE QUAND
      *    MEME LE CONTROLE QUALITE ET LES PIECES
           IF WS-MAIN-SEEN = 'N'
              MOVE WS-MAIN-WHSE TO WST-WHSE
              MOVE ZERO TO WS-WHS-STK-VAL
              MOVE ZERO TO WS-WHS-TRN-VAL
              PERFORM VALUE-ONE-WAREHOUSE
           END-IF
           IF WS-TOT-CSG-VAL NOT = ZERO
              MOVE WS-CSG-WHSE    TO WST-WHSE
              MOVE WS-TOT-CSG-VAL TO WS-WHS-STK-VAL
              MOVE ZERO           TO WS-WHS-TRN-VAL
              PERFORM VALUE-ONE-WAREHOUSE
           END-IF
           MOVE WS-TOT-WHS-VAL TO E-VALUE3
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL DEPOTS' DELIMITED BY SIZE
                  '                    '
                                 DELIMITED BY SIZE
                  E-VALUE3       DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           COMPUTE WS-WHS-CHECK = WS-TOT-CLOSE-VAL
                                + WS-TOT-PARTS-VAL
                                - WS-TOT-WHS-VAL
           IF WS-WHS-CHECK NOT = ZERO
              MOVE WS-WHS-CHECK TO E-VALUE
              MOVE SPACES TO WS-LINE
              STRING '*** ECART DEPOTS / PRODUITS : '
                                 DELIMITED BY SIZE
                     E-VALUE     DELIMITED BY SIZE
              INTO WS-LINE
              MOVE WS-LINE TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
              DISPLAY 'ECART VALEUR DEPOTS / PRODUITS : ' E-VALUE
           END-IF.

       FETCH-CWHS.
           EXEC SQL
              FETCH CWHS
              INTO :WST-WHSE, :WS-WHS-STK-VAL, :WS-WHS-TRN-VAL
           END-EXEC
           PERFORM TEST-SQLCODE.

       VALUE-ONE-WAREHOUSE.
           IF WST-WHSE = WS-MAIN-WHSE
              MOVE 'Y' TO WS-MAIN-SEEN
              ADD WS-PRD-HOLD-VAL  TO WS-WHS-STK-VAL
              ADD WS-TOT-PARTS-VAL TO WS-WHS-STK-VAL
           END-IF
           COMPUTE WS-WHS-VALUE = WS-WHS-STK-VAL + WS-WHS-TRN-VAL
           ADD WS-WHS-VALUE TO WS-TOT-WHS-VAL
           MOVE WS-WHS-STK-VAL TO E-VALUE
           MOVE WS-WHS-TRN-VAL TO E-VALUE2
           MOVE WS-WHS-VALUE   TO E-VALUE3
           MOVE SPACES TO WS-LINE
           STRING
                WST-WHSE  DELIMITED BY SIZE
                '  '      DELIMITED BY SIZE
                E-VALUE   DELIMITED BY SIZE
                ' '       DELIMITED BY SIZE
                E-VALUE2  DELIMITED BY SIZE
                ' '       DELIMITED BY SIZE
                E-VALUE3  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * PREUVE ET TOTAUX : OUVERTURE +      *
      * MOUVEMENT = CLOTURE, EN VALEUR      *
           STRING 'VALEUR PIECES PARTS : ' DELIMITED BY SIZE
                  E-VALUE DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-TOT-HOLD-VAL TO E-VALUE
           MOVE SPACES TO WS-LINE
           STRING 'DONT EN CONTROLE    : ' DELIMITED BY SIZE
                  E-VALUE DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-TOT-CSG-VAL TO E-VALUE
           MOVE SPACES TO WS-LINE
           STRING 'DONT CONSIGNATION   : ' DELIMITED BY SIZE
                  E-VALUE DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-TOT-OBS-RES TO E-VALUE
           MOVE SPACES TO WS-LINE
           STRING 'PROVISION OBSOLETE  : ' DELIMITED BY SIZE
                  E-VALUE DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           COMPUTE WS-NET-VALUE = WS-TOT-CLOSE-VAL + WS-TOT-PARTS-VAL
                                - WS-TOT-OBS-RES
           MOVE WS-NET-VALUE TO E-VALUE
           MOVE SPACES TO WS-LINE
           STRING 'VALEUR NETTE STOCK  : ' DELIMITED BY SIZE
                  E-VALUE DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * PROVISION POUR STOCK LENT ET        *
      * OBSOLETE DU DERNIER PASSAGE         *
      * D'OBSRESV (FICHIER ABSENT = AUCUNE  *
      * PROVISION)                          *
      ***************************************
       LOAD-OBSOLESCENCE-RESERVE.
           MOVE ZERO TO WS-TOT-OBS-RES
           OPEN INPUT OBSRES
           IF WS-FS-ORS NOT = '00' AND WS-FS-ORS NOT = '05'
              DISPLAY 'ERR OPEN FOBSRES, FS=' WS-FS-ORS
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-FILE-OBSRES
           PERFORM UNTIL FF-ORS = 1
              ADD ORS-RESERVE TO WS-TOT-OBS-RES
              PERFORM READ-FILE-OBSRES
           END-PERFORM
           CLOSE OBSRES.

       READ-FILE-OBSRES.
           READ OBSRES AT END
               MOVE 1 TO FF-ORS
           END-READ.

      ***************************************
      * LA VALEUR NETTE DU MOUVEMENT DU     *
      * MOIS PART AU GRAND LIVRE : COMPTE   *
              CONTINUE
           ELSE
              MOVE SPACES       TO GLP-ENR
              MOVE 'INVVALUE'   TO GLP-SOURCE
              MOVE ZERO         TO GLP-INVOICE-NO
              MOVE ZERO         TO GLP-O-NO
              MOVE WS-RUN-DATE  TO GLP-DATE
