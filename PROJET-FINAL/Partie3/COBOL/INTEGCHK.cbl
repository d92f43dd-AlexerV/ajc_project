       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INTEGCHK.
      **********************************************
      * CONTROLE D'INTEGRITE DE FIN DE NUIT : CHAQUE *
      * CUMUL TENU A PART PAR LES PROGRAMMES EST    *
      * RECALCULE, FICHE PAR FICHE, DEPUIS LE       *
      * DETAIL QUI LE JUSTIFIE :                    *
      *  1. ITEMS.SHIPPED_QTY / SOMME DE SHIPMENTS  *
      *  2. ITEMS.RETURNED_QTY / RMA AUTORISEES ET  *
      *     CONFIRMEES DE FRMAFILE                  *
      *  3. PRODUCTS.STOCK + HOLD_STOCK / SOMME DE  *
      *     STOCK_MOVES                             *
      *  4. STOCK-NPT ET HOLD-NPT DE PARTS1 /       *
      *     PARTS.STOCK ET HOLD_STOCK               *
      *  5. PO-RECV-QTY DE FPURCHPO / RECEPTIONS    *
      *     'G' DE STOCK_MOVES                      *
      *  6. RELIQUATS OUVERTS DE FBACKORD / RESTE   *
      *     A EXPEDIER DE LA LIGNE ITEMS            *
      *  7. CUSTOMERS.BALANCE / SOMME DE AR_LEDGER  *
      * LECTURE SEULE : RIEN N'EST CORRIGE. LES     *
      * ECARTS SONT LISTES SUR FINTEGR ; S'IL Y EN  *
      * A, ALERTE OPERATIONS (ALERTOPS) ET RC 04.   *
      * RETURNED_QTY CUMULE AUSSI LES RETOURS       *
      * CREDITES SANS RMA (CREAVOIR) : SEUL UN      *
      * CUMUL INFERIEUR AUX RMA OU SUPERIEUR A LA   *
      * QUANTITE COMMANDEE EST UN ECART.            *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RMAF ASSIGN TO FRMAFILE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS RMA-NO
            FILE STATUS IS WS-FS-RMAF.
            SELECT NPT ASSIGN TO FNPT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PNO-NPT
            FILE STATUS IS WS-FS-NPT.
            SELECT POF ASSIGN TO FPURCHPO
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS PO-NO
            FILE STATUS IS WS-FS-POF.
            SELECT BKO ASSIGN TO FBACKORD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BKO-KEY
            FILE STATUS IS WS-FS-BKO.
            SELECT RPT ASSIGN TO FINTEGR
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD RMAF.
       COPY RMAFILE.
       FD NPT.
       COPY NEWPARTS.
       FD POF.
       COPY PURCHPO.
       FD BKO.
       COPY BACKORD.
       FD RPT.
       01 RPT-ENR      PIC X(78).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE ITE
           END-EXEC

           EXEC SQL
               INCLUDE PRO
           END-EXEC

           EXEC SQL
               INCLUDE PAR
           END-EXEC

           EXEC SQL
               INCLUDE CUS
           END-EXEC

           EXEC SQL
               INCLUDE ARL
           END-EXEC

      ***************************************
      * JOURNAL DE PASSAGE COMMUN           *
      ***************************************
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

       77 WS-FS-RMAF        PIC XX.
       77 WS-FS-NPT         PIC XX.
       77 WS-FS-POF         PIC XX.
       77 WS-FS-BKO         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 FF-RMAF           PIC 9 VALUE ZERO.
       77 FF-POF            PIC 9 VALUE ZERO.
       77 FF-BKO            PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).

      ***************************************
      * QUANTITES SOUS RMA (AUTORISEES OU   *
      * CONFIRMEES) PAR LIGNE DE COMMANDE   *
      ***************************************
       01 WS-RMA-TABLE.
          05 WS-RMA-ENTRY OCCURS 5000 TIMES.
             10 WRM-O-NO       PIC 9(4).
             10 WRM-P-NO       PIC X(4).
             10 WRM-QTY        PIC S9(5) USAGE COMP-3.
       77 WS-RMA-COUNT      PIC 9(5) COMP VALUE ZERO.
       77 WS-RMA-FOUND-IDX  PIC 9(5) COMP VALUE ZERO.
       77 WS-IDX            PIC 9(5) COMP VALUE ZERO.

      ***************************************
      * VALEURS RECALCULEES                 *
      ***************************************
       77 WS-SUM-QTY        PIC S9(9) USAGE COMP-3 VALUE ZERO.
       77 WS-HELD-QTY       PIC S9(9) USAGE COMP-3 VALUE ZERO.
       77 WS-UNSHIPPED      PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 WS-LEDGER-SUM     PIC S9(9)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-PO-NO-HOST     PIC S9(9)V USAGE COMP-3 VALUE ZERO.
       77 WS-C-NO-TXT       PIC 9(5) VALUE ZERO.
       77 WS-LINE-FOUND     PIC X VALUE 'N'.

      ***************************************
      * COMPTEURS PAR CONTROLE ET TOTAUX    *
      ***************************************
       77 WS-CHECK-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-CHECK-DRIFT    PIC 9(7) VALUE ZERO.
       77 WS-TOT-CHECKED    PIC 9(7) VALUE ZERO.
       77 WS-TOT-DRIFT      PIC 9(7) VALUE ZERO.
       01 WS-CHECK-LABEL    PIC X(40) VALUE SPACES.

      *** LIGNES DE COMMANDE ***
           EXEC SQL
                DECLARE CITEMS CURSOR
                FOR
                SELECT O_NO, P_NO, QUANTITY, SHIPPED_QTY,
                       RETURNED_QTY
                FROM ITEMS
                ORDER BY O_NO, P_NO
           END-EXEC

      *** STOCK POSSEDE DES PRODUITS ***
           EXEC SQL
                DECLARE CPROD CURSOR
                FOR
                SELECT P_NO, STOCK, HOLD_STOCK
                FROM PRODUCTS
                ORDER BY P_NO
           END-EXEC

      *** STOCK DES PIECES ***
           EXEC SQL
                DECLARE CPARTS CURSOR
                FOR
                SELECT PNO, VALUE(STOCK, 0), HOLD_STOCK
                FROM PARTS
                ORDER BY PNO
           END-EXEC

      *** SOLDES CLIENTS ***
           EXEC SQL
                DECLARE CCUST CURSOR
                FOR
                SELECT C_NO, VALUE(BALANCE, 0)
                FROM CUSTOMERS
                ORDER BY C_NO
           END-EXEC

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-O-NO            PIC 9(4).
       01 E-PO-NO           PIC 9(7).
       01 E-C-NO            PIC 9(5).
       01 E-QTY             PIC Z(6)9-.
       01 E-QTY-2           PIC Z(6)9-.
       01 E-QTY-3           PIC Z(6)9-.
       01 E-AMOUNT          PIC Z(8)9,99-.
       01 E-AMOUNT-2        PIC Z(8)9,99-.
       01 E-COUNT           PIC Z(6)9.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'INTEGCHK'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - CONTROLE D''INTEGRITE'.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM OPEN-FILE-RPT
            PERFORM WRITE-REPORT-HEADER
            PERFORM LOAD-RMA-QUANTITIES
            PERFORM CHECK-ORDER-LINES
            PERFORM CHECK-RMA-LINES
            PERFORM CHECK-PRODUCT-STOCK
            PERFORM CHECK-PARTS-STOCK
            PERFORM CHECK-PO-RECEIPTS
            PERFORM CHECK-BACKORDERS
            PERFORM CHECK-CUSTOMER-BALANCES
            PERFORM WRITE-REPORT-FOOTER
            PERFORM CLOSE-FILE-RPT
            DISPLAY 'FICHES CONTROLEES : ' WS-TOT-CHECKED
            DISPLAY 'ECARTS CONSTATES  : ' WS-TOT-DRIFT
            IF WS-TOT-DRIFT > ZERO
               MOVE 'ECARTS D''INTEGRITE SUR LES CUMULS - VOIR FINTEGR'
                 TO WS-ALERT-MSG
               CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
               MOVE 4 TO RETURN-CODE
            END-IF
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'INTEGCHK' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-TOT-CHECKED TO RJ-IN-COUNT
           MOVE ZERO TO RJ-OUT-COUNT
           MOVE WS-TOT-DRIFT TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * EDITION                             *
      ***************************************
       OPEN-FILE-RPT.
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FINTEGR, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILE-RPT.
           CLOSE RPT.

       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FINTEGR, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-SEPARATOR.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-REPORT-HEADER.
           PERFORM WRITE-SEPARATOR
           MOVE 'CONTROLE D''INTEGRITE DES CUMULS' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM WRITE-SEPARATOR.

      *** DEBUT D'UN CONTROLE : TITRE ET REMISE A ZERO ***
       START-CHECK.
           MOVE ZERO TO WS-CHECK-COUNT
           MOVE ZERO TO WS-CHECK-DRIFT
           MOVE WS-CHECK-LABEL TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      *** FIN D'UN CONTROLE : FICHES LUES ET ECARTS ***
       END-CHECK.
           MOVE SPACES TO WS-LINE
           MOVE WS-CHECK-COUNT TO E-COUNT
           STRING '  FICHES CONTROLEES : ' DELIMITED BY SIZE
                  E-COUNT                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-CHECK-DRIFT TO E-COUNT
           MOVE 'ECARTS : ' TO WS-LINE(35:)
           MOVE E-COUNT TO WS-LINE(44:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM WRITE-SEPARATOR
           ADD WS-CHECK-COUNT TO WS-TOT-CHECKED
           ADD WS-CHECK-DRIFT TO WS-TOT-DRIFT.

       WRITE-DRIFT-LINE.
           ADD 1 TO WS-CHECK-DRIFT
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO WS-LINE
           MOVE WS-TOT-CHECKED TO E-COUNT
           STRING 'TOTAL FICHES CONTROLEES : ' DELIMITED BY SIZE
                  E-COUNT                      DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           MOVE WS-TOT-DRIFT TO E-COUNT
           STRING 'TOTAL ECARTS            : ' DELIMITED BY SIZE
                  E-COUNT                      DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * RMA AUTORISEES OU CONFIRMEES : LA   *
      * QUANTITE EST DEJA COMPTEE DANS      *
      * RETURNED_QTY PAR RMAENTRY ; UNE RMA *
      * VOIDEE PAR RMAEXPIR L'A RENDUE      *
      ***************************************
       LOAD-RMA-QUANTITIES.
           OPEN INPUT RMAF
           IF WS-FS-RMAF NOT = '00'
              DISPLAY 'ERR OPEN FRMAFILE, FS=' WS-FS-RMAF
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-FILE-RMAF
           PERFORM UNTIL FF-RMAF = 1
              IF RMA-AUTHORIZED OR RMA-CONFIRMED
                 PERFORM ACCUMULATE-RMA
              END-IF
              PERFORM READ-FILE-RMAF
           END-PERFORM
           CLOSE RMAF.

       READ-FILE-RMAF.
           READ RMAF AT END
               MOVE 1 TO FF-RMAF
           END-READ.

       ACCUMULATE-RMA.
           MOVE ZERO TO WS-RMA-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RMA-COUNT
              IF WRM-O-NO (WS-IDX) = RMA-O-NO
                 AND WRM-P-NO (WS-IDX) = RMA-P-NO
                 MOVE WS-IDX TO WS-RMA-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-RMA-FOUND-IDX = ZERO
              IF WS-RMA-COUNT >= 5000
                 DISPLAY 'TABLE DES RMA PLEINE (5000)'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-RMA-COUNT
              MOVE WS-RMA-COUNT TO WS-RMA-FOUND-IDX
              MOVE RMA-O-NO TO WRM-O-NO (WS-RMA-FOUND-IDX)
              MOVE RMA-P-NO TO WRM-P-NO (WS-RMA-FOUND-IDX)
              MOVE ZERO     TO WRM-QTY (WS-RMA-FOUND-IDX)
           END-IF
           ADD RMA-QTY TO WRM-QTY (WS-RMA-FOUND-IDX).

      ***************************************
      * 1. LIGNES DE COMMANDE : QUANTITE    *
      * EXPEDIEE CONTRE SHIPMENTS, QUANTITE *
      * RETOURNEE DANS LES LIMITES DE LA    *
      * LIGNE                               *
      ***************************************
       CHECK-ORDER-LINES.
           MOVE '1. ITEMS.SHIPPED_QTY / SHIPMENTS' TO WS-CHECK-LABEL
           PERFORM START-CHECK
           MOVE 'CMDE P_NO  QUANTITE   EXPEDIE  SHIPMENTS' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           EXEC SQL
              OPEN CITEMS
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CITEMS
           PERFORM UNTIL SQLCODE = +100
              ADD 1 TO WS-CHECK-COUNT
              PERFORM CHECK-ONE-LINE
              PERFORM FETCH-CITEMS
           END-PERFORM
           EXEC SQL
              CLOSE CITEMS
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM END-CHECK.

       FETCH-CITEMS.
           EXEC SQL
              FETCH CITEMS
              INTO :ITE-O-NO, :ITE-P-NO, :ITE-QUANTITY,
                   :ITE-SHIPPED-QTY, :ITE-RETURNED-QTY
           END-EXEC
           PERFORM TEST-SQLCODE.

       CHECK-ONE-LINE.
           EXEC SQL
              SELECT VALUE(SUM(QUANTITY), 0)
                INTO :WS-SUM-QTY
                FROM SHIPMENTS
               WHERE O_NO = :ITE-O-NO
                 AND P_NO = :ITE-P-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-SUM-QTY NOT = ITE-SHIPPED-QTY
              MOVE ITE-O-NO        TO E-O-NO
              MOVE ITE-QUANTITY    TO E-QTY
              MOVE ITE-SHIPPED-QTY TO E-QTY-2
              MOVE WS-SUM-QTY      TO E-QTY-3
              MOVE SPACES TO WS-LINE
              STRING
                   E-O-NO         DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   ITE-P-NO       DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   E-QTY          DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   E-QTY-2        DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   E-QTY-3        DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-DRIFT-LINE
           END-IF
           IF ITE-RETURNED-QTY > ITE-QUANTITY
              OR ITE-RETURNED-QTY < ZERO
              MOVE ITE-O-NO         TO E-O-NO
              MOVE ITE-QUANTITY     TO E-QTY
              MOVE ITE-RETURNED-QTY TO E-QTY-2
              MOVE SPACES TO WS-LINE
              STRING
                   E-O-NO         DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   ITE-P-NO       DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   E-QTY          DELIMITED BY SIZE
                   ' RETOURNE '   DELIMITED BY SIZE
                   E-QTY-2        DELIMITED BY SIZE
                   ' HORS LIGNE'  DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-DRIFT-LINE
           END-IF.

      ***************************************
      * 2. RETURNED_QTY AU MOINS EGAL AUX   *
      * RMA EN COURS ET CONFIRMEES DE LA    *
      * LIGNE ; RMA SANS LIGNE DE COMMANDE  *
      ***************************************
       CHECK-RMA-LINES.
           MOVE '2. ITEMS.RETURNED_QTY / FRMAFILE' TO WS-CHECK-LABEL
           PERFORM START-CHECK
           MOVE 'CMDE P_NO  RETOURNE  SOUS RMA' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RMA-COUNT
              ADD 1 TO WS-CHECK-COUNT
              MOVE WRM-O-NO (WS-IDX) TO ITE-O-NO
              MOVE WRM-P-NO (WS-IDX) TO ITE-P-NO
              EXEC SQL
                 SELECT RETURNED_QTY
                   INTO :ITE-RETURNED-QTY
                   FROM ITEMS
                  WHERE O_NO = :ITE-O-NO
                    AND P_NO = :ITE-P-NO
              END-EXEC
              MOVE WRM-O-NO (WS-IDX) TO E-O-NO
              MOVE WRM-QTY (WS-IDX)  TO E-QTY-2
              MOVE SPACES TO WS-LINE
              IF SQLCODE = +100
                 STRING
                      E-O-NO            DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WRM-P-NO (WS-IDX) DELIMITED BY SIZE
                      ' LIGNE ABSENTE ' DELIMITED BY SIZE
                      E-QTY-2           DELIMITED BY SIZE
                 INTO WS-LINE
                 PERFORM WRITE-DRIFT-LINE
              ELSE
                 PERFORM TEST-SQLCODE
                 IF ITE-RETURNED-QTY < WRM-QTY (WS-IDX)
                    MOVE ITE-RETURNED-QTY TO E-QTY
                    STRING
                         E-O-NO            DELIMITED BY SIZE
                         ' '               DELIMITED BY SIZE
                         WRM-P-NO (WS-IDX) DELIMITED BY SIZE
                         ' '               DELIMITED BY SIZE
                         E-QTY             DELIMITED BY SIZE
                         ' '               DELIMITED BY SIZE
                         E-QTY-2           DELIMITED BY SIZE
                    INTO WS-LINE
                    PERFORM WRITE-DRIFT-LINE
                 END-IF
              END-IF
           END-PERFORM
           PERFORM END-CHECK.

      ***************************************
      * 3. STOCK POSSEDE DU PRODUIT         *
      * (DISPONIBLE + EN CONTROLE) CONTRE   *
      * LE GRAND LIVRE DES MOUVEMENTS       *
      ***************************************
       CHECK-PRODUCT-STOCK.
           MOVE '3. PRODUCTS.STOCK / STOCK_MOVES' TO WS-CHECK-LABEL
           PERFORM START-CHECK
           MOVE 'P_NO      STOCK  CONTROLE  MOUVEMENTS' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           EXEC SQL
              OPEN CPROD
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CPROD
           PERFORM UNTIL SQLCODE = +100
              ADD 1 TO WS-CHECK-COUNT
              EXEC SQL
                 SELECT VALUE(SUM(QTY), 0)
                   INTO :WS-SUM-QTY
                   FROM STOCK_MOVES
                  WHERE P_NO = :PRO-P-NO
              END-EXEC
              PERFORM TEST-SQLCODE
              COMPUTE WS-HELD-QTY = PRO-STOCK + PRO-HOLD-STOCK
              IF WS-SUM-QTY NOT = WS-HELD-QTY
                 MOVE PRO-STOCK      TO E-QTY
                 MOVE PRO-HOLD-STOCK TO E-QTY-2
                 MOVE WS-SUM-QTY     TO E-QTY-3
                 MOVE SPACES TO WS-LINE
                 STRING
                      PRO-P-NO       DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      E-QTY          DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      E-QTY-2        DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      E-QTY-3        DELIMITED BY SIZE
                 INTO WS-LINE
                 PERFORM WRITE-DRIFT-LINE
              END-IF
              PERFORM FETCH-CPROD
           END-PERFORM
           EXEC SQL
              CLOSE CPROD
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM END-CHECK.

       FETCH-CPROD.
           EXEC SQL
              FETCH CPROD
              INTO :PRO-P-NO, :PRO-STOCK, :PRO-HOLD-STOCK
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * 4. PIECES : LE KSDS PARTS1 ET LA    *
      * TABLE PARTS SONT MIS A JOUR PAR LES *
      * MEMES PROGRAMMES ET DOIVENT PORTER  *
      * LE MEME STOCK                       *
      ***************************************
       CHECK-PARTS-STOCK.
           MOVE '4. PARTS1 STOCK-NPT / PARTS.STOCK' TO WS-CHECK-LABEL
           PERFORM START-CHECK
           MOVE 'PNO  PARTS.STOCK  STOCK-NPT  HOLD PARTS  HOLD-NPT'
             TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           OPEN INPUT NPT
           IF WS-FS-NPT NOT = '00'
              DISPLAY 'ERR OPEN FNPT, FS=' WS-FS-NPT
              PERFORM ABEND-PROG
           END-IF
           EXEC SQL
              OPEN CPARTS
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CPARTS
           PERFORM UNTIL SQLCODE = +100
              ADD 1 TO WS-CHECK-COUNT
              PERFORM CHECK-ONE-PART
              PERFORM FETCH-CPARTS
           END-PERFORM
           EXEC SQL
              CLOSE CPARTS
           END-EXEC
           PERFORM TEST-SQLCODE
           CLOSE NPT
           PERFORM END-CHECK.

       FETCH-CPARTS.
           EXEC SQL
              FETCH CPARTS
              INTO :PAR-PNO, :PAR-STOCK, :PAR-HOLD-STOCK
           END-EXEC
           PERFORM TEST-SQLCODE.

       CHECK-ONE-PART.
           MOVE PAR-PNO TO PNO-NPT
           MOVE SPACES TO WS-LINE
           READ NPT KEY IS PNO-NPT
              INVALID KEY
                 STRING
                      PAR-PNO                DELIMITED BY SIZE
                      ' ABSENTE DE PARTS1'   DELIMITED BY SIZE
                 INTO WS-LINE
                 PERFORM WRITE-DRIFT-LINE
              NOT INVALID KEY
                 IF HOLD-NPT IS NOT NUMERIC
                    MOVE ZERO TO HOLD-NPT
                 END-IF
                 IF STOCK-NPT NOT = PAR-STOCK
                    OR HOLD-NPT NOT = PAR-HOLD-STOCK
                    MOVE PAR-STOCK      TO E-QTY
                    MOVE STOCK-NPT      TO E-QTY-2
                    MOVE PAR-HOLD-STOCK TO E-QTY-3
                    STRING
                         PAR-PNO        DELIMITED BY SIZE
                         '  '           DELIMITED BY SIZE
                         E-QTY          DELIMITED BY SIZE
                         '   '          DELIMITED BY SIZE
                         E-QTY-2        DELIMITED BY SIZE
                         '   '          DELIMITED BY SIZE
                         E-QTY-3        DELIMITED BY SIZE
                    INTO WS-LINE
                    MOVE HOLD-NPT TO E-QTY
                    MOVE E-QTY TO WS-LINE(45:)
                    PERFORM WRITE-DRIFT-LINE
                 END-IF
           END-READ.

      ***************************************
      * 5. QUANTITE RECUE DES COMMANDES     *
      * D'ACHAT STOCK CONTRE LES RECEPTIONS *
      * 'G' (LES LIVRAISONS DIRECTES NE     *
      * PASSENT PAS PAR LE STOCK)           *
      ***************************************
       CHECK-PO-RECEIPTS.
           MOVE '5. FPURCHPO PO-RECV-QTY / RECEPTIONS G'
             TO WS-CHECK-LABEL
           PERFORM START-CHECK
           MOVE 'CDE ACH  PNO      RECU  RECEPTIONS' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           OPEN INPUT POF
           IF WS-FS-POF NOT = '00'
              DISPLAY 'ERR OPEN FPURCHPO, FS=' WS-FS-POF
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-FILE-POF
           PERFORM UNTIL FF-POF = 1
              IF NOT PO-KIND-DROP-SHIP
                 ADD 1 TO WS-CHECK-COUNT
                 PERFORM CHECK-ONE-PO
              END-IF
              PERFORM READ-FILE-POF
           END-PERFORM
           CLOSE POF
           PERFORM END-CHECK.

       READ-FILE-POF.
           READ POF AT END
               MOVE 1 TO FF-POF
           END-READ.

       CHECK-ONE-PO.
           MOVE PO-NO TO WS-PO-NO-HOST
           EXEC SQL
              SELECT VALUE(SUM(QTY), 0)
                INTO :WS-SUM-QTY
                FROM STOCK_MOVES
               WHERE MOVE_TYPE = 'G'
                 AND REF_NO = :WS-PO-NO-HOST
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-SUM-QTY NOT = PO-RECV-QTY
              MOVE PO-NO       TO E-PO-NO
              MOVE PO-RECV-QTY TO E-QTY
              MOVE WS-SUM-QTY  TO E-QTY-2
              MOVE SPACES TO WS-LINE
              STRING
                   E-PO-NO        DELIMITED BY SIZE
                   '  '           DELIMITED BY SIZE
                   PO-PNO         DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   E-QTY          DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   E-QTY-2        DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-DRIFT-LINE
           END-IF.

      ***************************************
      * 6. RELIQUAT OUVERT ('B' EN ATTENTE  *
      * DE STOCK, 'S' MANQUANT AU QUAI) :   *
      * SA QUANTITE EST LE RESTE A EXPEDIER *
      * DE LA LIGNE, QUI DOIT EXISTER       *
      ***************************************
       CHECK-BACKORDERS.
           MOVE '6. FBACKORD / ITEMS RESTE A EXPEDIER'
             TO WS-CHECK-LABEL
           PERFORM START-CHECK
           MOVE 'CMDE P_NO  ST  RELIQUAT  RESTE LIGNE' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           OPEN INPUT BKO
           IF WS-FS-BKO NOT = '00'
              DISPLAY 'ERR OPEN FBACKORD, FS=' WS-FS-BKO
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-FILE-BKO
           PERFORM UNTIL FF-BKO = 1
              IF BKO-OPEN OR BKO-DOCK-SHORT
                 ADD 1 TO WS-CHECK-COUNT
                 PERFORM CHECK-ONE-BACKORDER
              END-IF
              PERFORM READ-FILE-BKO
           END-PERFORM
           CLOSE BKO
           PERFORM END-CHECK.

       READ-FILE-BKO.
           READ BKO AT END
               MOVE 1 TO FF-BKO
           END-READ.

       CHECK-ONE-BACKORDER.
           MOVE BKO-O-NO TO ITE-O-NO
           MOVE BKO-P-NO TO ITE-P-NO
           MOVE 'Y' TO WS-LINE-FOUND
           EXEC SQL
              SELECT QUANTITY - SHIPPED_QTY
                INTO :WS-UNSHIPPED
                FROM ITEMS
               WHERE O_NO = :ITE-O-NO
                 AND P_NO = :ITE-P-NO
           END-EXEC
           IF SQLCODE = +100
              MOVE 'N' TO WS-LINE-FOUND
           ELSE
              PERFORM TEST-SQLCODE
           END-IF
           MOVE BKO-O-NO TO E-O-NO
           MOVE BKO-QTY  TO E-QTY
           MOVE SPACES TO WS-LINE
           IF WS-LINE-FOUND = 'N'
              STRING
                   E-O-NO            DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   BKO-P-NO          DELIMITED BY SIZE
                   '  '              DELIMITED BY SIZE
                   BKO-STATUS        DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   E-QTY             DELIMITED BY SIZE
                   ' LIGNE ABSENTE'  DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-DRIFT-LINE
           ELSE
              IF BKO-QTY NOT = WS-UNSHIPPED
                 MOVE WS-UNSHIPPED TO E-QTY-2
                 STRING
                      E-O-NO         DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      BKO-P-NO       DELIMITED BY SIZE
                      '  '           DELIMITED BY SIZE
                      BKO-STATUS     DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      E-QTY          DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      E-QTY-2        DELIMITED BY SIZE
                 INTO WS-LINE
                 PERFORM WRITE-DRIFT-LINE
              END-IF
           END-IF.

      ***************************************
      * 7. SOLDE CLIENT CONTRE LA SOMME DE  *
      * SES MOUVEMENTS AU GRAND LIVRE       *
      * AUXILIAIRE                          *
      ***************************************
       CHECK-CUSTOMER-BALANCES.
           MOVE '7. CUSTOMERS.BALANCE / AR_LEDGER' TO WS-CHECK-LABEL
           PERFORM START-CHECK
           MOVE 'CLIENT          SOLDE     AUXILIAIRE' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           EXEC SQL
              OPEN CCUST
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CCUST
           PERFORM UNTIL SQLCODE = +100
              ADD 1 TO WS-CHECK-COUNT
      *       AR_LEDGER PORTE C_NO EN CARACTERES
              MOVE CUS-C-NO    TO WS-C-NO-TXT
              MOVE WS-C-NO-TXT TO ARL-C-NO
              EXEC SQL
                 SELECT VALUE(SUM(AMOUNT), 0)
                   INTO :WS-LEDGER-SUM
                   FROM AR_LEDGER
                  WHERE C_NO = :ARL-C-NO
              END-EXEC
              PERFORM TEST-SQLCODE
              IF WS-LEDGER-SUM NOT = CUS-BALANCE
                 MOVE CUS-C-NO      TO E-C-NO
                 MOVE CUS-BALANCE   TO E-AMOUNT
                 MOVE WS-LEDGER-SUM TO E-AMOUNT-2
                 MOVE SPACES TO WS-LINE
                 STRING
                      E-C-NO         DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      E-AMOUNT       DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      E-AMOUNT-2     DELIMITED BY SIZE
                 INTO WS-LINE
                 PERFORM WRITE-DRIFT-LINE
              END-IF
              PERFORM FETCH-CCUST
           END-PERFORM
           EXEC SQL
              CLOSE CCUST
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM END-CHECK.

       FETCH-CCUST.
           EXEC SQL
              FETCH CCUST
              INTO :CUS-C-NO, :CUS-BALANCE
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * CONTROLE DU CODE RETOUR SQL         *
      ***************************************
       TEST-SQLCODE.
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 CONTINUE
              WHEN SQLCODE > 0
                 IF SQLCODE = +100
                    CONTINUE
                 ELSE
                    DISPLAY 'WARNING : ', SQLCODE
                 END-IF
              WHEN SQLCODE < ZERO
                 PERFORM ABEND-PROG
           END-EVALUATE.

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
        ABEND-PROG.
           DISPLAY 'ABEND PROG !'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
