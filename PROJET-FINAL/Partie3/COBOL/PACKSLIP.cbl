      * - QUANTITES SEULEMENT, JAMAIS DE PRIX -     *
      * SUIVI DU RESTE A EXPEDIER SUR LA COMMANDE   *
      * (QUANTITY - SHIPPED_QTY PAR LIGNE).         *
      * LES QUANTITES SONT EN UNITES DE STOCK ;     *
      * L'UNITE DE VENTE COMMANDEE EST REPORTEE A   *
      * COTE QUAND CE N'EST PAS L'UNITE DE STOCK.   *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 E-REMAIN-QTY     PIC Z9.
       01 E-ORD-QTY        PIC Z9.

      ***************************************
      * UNITE DE VENTE DE LA LIGNE : '12 CS'*
      * OU 'CS OF 12' QUAND LA QUANTITE NE  *
      * TOMBE PAS SUR UN NOMBRE ENTIER      *
      ***************************************
       77 WS-UOM-QTY       PIC 9(2) VALUE ZERO.
       77 WS-SELL-QTY      PIC 9(2) VALUE ZERO.
       77 WS-UOM-REM       PIC 9(3) VALUE ZERO.
       01 WS-SELL-TEXT     PIC X(14).
       01 E-SELL-QTY       PIC Z9.
       01 E-UOM-FACTOR     PIC ZZ9.

      ***************************************
      * LIBELLE DE NUMERO D'EXPEDITION      *
      ***************************************
                DECLARE COPENIT CURSOR
                FOR
                SELECT I.P_NO, I.QUANTITY, I.SHIPPED_QTY,
                       P.DESCRIPTION, P.BASE_UOM, I.SELL_UOM,
                       I.UOM_FACTOR
                FROM ITEMS I
                INNER JOIN PRODUCTS P
                ON P.P_NO = I.P_NO
           MOVE SPACES TO WS-LINE
           MOVE '| |NO    DESCRIPTION' TO WS-LINE(1:20)
           MOVE 'QUANTITY SHIPPED'     TO WS-LINE(44:16)
           MOVE 'SOLD AS'              TO WS-LINE(62:7)
           MOVE '| |'                  TO WS-LINE(76:3)
           MOVE WS-LINE TO SLIP-ENR
           PERFORM WRITE-FILE-SLIP
           MOVE SHP-P-NO TO PRO-P-NO
           EXEC SQL
                SELECT P.DESCRIPTION, P.BASE_UOM, I.SELL_UOM,
                       I.UOM_FACTOR
                INTO :PRO-DESCRIPTION, :PRO-BASE-UOM, :ITE-SELL-UOM,
                     :ITE-UOM-FACTOR
                FROM PRODUCTS P
                INNER JOIN ITEMS I
                ON I.P_NO = P.P_NO
                WHERE P.P_NO = :PRO-P-NO
                AND I.O_NO = :SHP-O-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE SHP-QUANTITY TO WS-UOM-QTY
           PERFORM FORMAT-SELL-UNIT
           MOVE SHP-QUANTITY TO E-SHP-QTY
           MOVE SPACES TO WS-LINE
           STRING
                PRO-DESCRIPTION-TEXT DELIMITED BY SIZE
                '        '     DELIMITED BY SIZE
                E-SHP-QTY      DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                PRO-BASE-UOM   DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-SELL-TEXT TO WS-LINE(62:14)
           MOVE '| |' TO WS-LINE(76:3)
           MOVE WS-LINE TO SLIP-ENR
           PERFORM WRITE-FILE-SLIP
           EXEC SQL
              FETCH COPENIT
              INTO :ITE-P-NO, :ITE-QUANTITY, :ITE-SHIPPED-QTY,
                   :PRO-DESCRIPTION, :PRO-BASE-UOM, :ITE-SELL-UOM,
                   :ITE-UOM-FACTOR
           END-EXEC
           PERFORM TEST-SQLCODE.

       WRITE-OPEN-LINE.
           MOVE ITE-QUANTITY TO WS-UOM-QTY
           PERFORM FORMAT-SELL-UNIT
           MOVE ITE-QUANTITY TO E-ORD-QTY
           MOVE WS-REMAIN-QTY TO E-REMAIN-QTY
           MOVE SPACES TO WS-LINE
                E-ORD-QTY       DELIMITED BY SIZE
                ' OPEN '        DELIMITED BY SIZE
                E-REMAIN-QTY    DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                PRO-BASE-UOM    DELIMITED BY SIZE
           INTO WS-LINE
           IF WS-SELL-TEXT NOT = SPACES
              MOVE WS-SELL-TEXT TO WS-LINE(64:14)
           END-IF
           MOVE '|' TO WS-LINE(78:1)
           MOVE WS-LINE TO SLIP-ENR
           PERFORM WRITE-FILE-SLIP.

      ***************************************
      * UNITE DE VENTE DE LA LIGNE POUR LA  *
      * QUANTITE WS-UOM-QTY (EN UNITES DE   *
      * STOCK) - A BLANC QUAND LA LIGNE EST *
      * VENDUE A L'UNITE DE STOCK           *
      ***************************************
       FORMAT-SELL-UNIT.
           MOVE SPACES TO WS-SELL-TEXT
           IF ITE-SELL-UOM NOT = SPACES
              AND ITE-UOM-FACTOR > 1
              DIVIDE WS-UOM-QTY BY ITE-UOM-FACTOR
                     GIVING WS-SELL-QTY REMAINDER WS-UOM-REM
              MOVE ITE-UOM-FACTOR TO E-UOM-FACTOR
              IF WS-UOM-REM = ZERO
                 MOVE WS-SELL-QTY TO E-SELL-QTY
                 STRING
                      E-SELL-QTY    DELIMITED BY SIZE
                      ' '           DELIMITED BY SIZE
                      ITE-SELL-UOM  DELIMITED BY SIZE
                 INTO WS-SELL-TEXT
              ELSE
                 STRING
                      ITE-SELL-UOM  DELIMITED BY SPACE
                      ' OF '        DELIMITED BY SIZE
                      E-UOM-FACTOR  DELIMITED BY SIZE
                 INTO WS-SELL-TEXT
              END-IF
           END-IF.

      ***************************************
      * CONTROLE DU CODE RETOUR SQL         *
      ***************************************
