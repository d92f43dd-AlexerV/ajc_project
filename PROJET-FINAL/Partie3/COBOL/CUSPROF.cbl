       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSPROF.
      **********************************************
      * RENTABILITE PAR CLIENT SUR UNE PERIODE :    *
      * PART DU CHIFFRE D'AFFAIRES ET DU COUT DE    *
      * L'HISTORIQUE SALES_HISTORY, PUIS DEDUIT LE  *
      * PORT ABSORBE POUR LES CLIENTS PORT PAYE     *
      * (INVOICES.FREIGHT_ABSORBED), LA RISTOURNE   *
      * PROVISIONNEE (FREBATE), LES REMISES         *
      * PROMOTIONNELLES (LIGNES '*PR'), LES AVOIRS  *
      * ET LES RETOURS REBUTES (FRMAFILE), AINSI    *
      * QU'UN COUT DE PORTAGE DU CREDIT CALCULE SUR *
      * LE DELAI MOYEN DE PAIEMENT DES PIECES       *
      * SOLDEES (FSETTLE). LES PENALITES DE RETARD  *
      * FACTUREES PAR FINCHG S'AJOUTENT. CLASSEMENT *
      * PAR CONTRIBUTION NETTE DECROISSANTE, PUIS   *
      * SECTION DES CLIENTS DEFICITAIRES.           *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REBATE ASSIGN TO FREBATE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS RBA-C-NO
            FILE STATUS IS WS-FS-RBA.
            SELECT RMAF ASSIGN TO FRMAFILE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS RMA-NO
            FILE STATUS IS WS-FS-RMAF.
            SELECT FINCHG ASSIGN TO FFINCHG
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS FCH-KEY
            FILE STATUS IS WS-FS-FCH.
            SELECT STL ASSIGN TO FSETTLE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS STL-INVOICE-NO
            FILE STATUS IS WS-FS-STL.
            SELECT RPT ASSIGN TO FCUSPROF
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD REBATE.
       COPY REBATE.
       FD RMAF.
       COPY RMAFILE.
       FD FINCHG.
       COPY FINCHG.
       FD STL.
       COPY SETTLE.
       FD RPT.
       01 RPT-ENR       PIC X(78).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE CUS
           END-EXEC

           EXEC SQL
               INCLUDE ORD
           END-EXEC

           EXEC SQL
               INCLUDE PRO
           END-EXEC

       01 WS-FS            PIC XX.
       77 WS-FS-RBA        PIC XX.
       77 WS-FS-RMAF       PIC XX.
       77 WS-FS-FCH        PIC XX.
       77 WS-FS-STL        PIC XX.
       77 FF-RMAF          PIC 9 VALUE ZERO.
       77 FF-FCH           PIC 9 VALUE ZERO.
       77 FF-STL           PIC 9 VALUE ZERO.
       01 WS-LINE          PIC X(78).

      *--------------------------------------------------------------
      *  PARAMETRE SYSIN
      *  COL 1-10  : DATE DEBUT (AAAA-MM-JJ)
      *  COL 11-20 : DATE FIN   (AAAA-MM-JJ)
      *  COL 21-24 : TAUX ANNUEL DE PORTAGE DU CREDIT EN CENTIEMES
      *              DE POURCENT (0800 = 8,00 %, BLANC = 0800)
      *--------------------------------------------------------------
       01  WS-PARM-CARD.
           05 WS-PARM-DATE-FROM     PIC X(10).
           05 WS-PARM-DATE-TO       PIC X(10).
           05 WS-PARM-CARRY-RATE    PIC 9(4).
           05 FILLER                PIC X(56).
       77 WS-CARRY-RATE             PIC 9(4) VALUE 800.
      *    MOIS (AAAAMM) DE DEBUT ET DE FIN, POUR LES PENALITES
       01 WS-PER-FROM               PIC X(6).
       01 WS-PER-TO                 PIC X(6).

      ***************************************
      * LIGNE DE CURSEUR EN COURS ET CLE    *
      * CLIENT (CHAR(5) DANS L'HISTORIQUE   *
      * ET INVOICES, NUMERIQUE AILLEURS)    *
      ***************************************
       01 WS-ROW-C-NO      PIC X(5).
       01 WS-ROW-C-NO-N REDEFINES WS-ROW-C-NO PIC 9(5).
       77 WS-ROW-AMOUNT-1  PIC S9(9)V99 VALUE ZERO.
       77 WS-ROW-AMOUNT-2  PIC S9(9)V99 VALUE ZERO.
       77 WS-ROW-AMOUNT-3  PIC S9(9)V99 VALUE ZERO.
       77 WS-LINE-COST     PIC S9(9)V99 VALUE ZERO.
       77 WS-NET-REVENUE   PIC S9(9)V99 VALUE ZERO.

      ***************************************
      * CALCUL DU DELAI D'UNE PIECE         *
      ***************************************
       77 WS-INV-JULIAN     PIC 9(8) VALUE ZERO.
       77 WS-PAY-JULIAN     PIC 9(8) VALUE ZERO.
       77 WS-DAYS-TO-PAY    PIC S9(5) VALUE ZERO.
       01 WS-WORK-DATE-NUM.
          05 WS-WORK-YYYY   PIC 9(4).
          05 WS-WORK-MM     PIC 9(2).
          05 WS-WORK-DD     PIC 9(2).
       01 WS-WORK-DATE-INT REDEFINES WS-WORK-DATE-NUM PIC 9(8).

      ***************************************
      * TABLE DE RENTABILITE PAR CLIENT     *
      ***************************************
       01 WS-CUS-TABLE.
          05 WS-CUS-ENTRY OCCURS 500 TIMES.
             10 WCP-C-NO            PIC X(5).
             10 WCP-COMPANY         PIC X(15).
             10 WCP-REVENUE         PIC S9(9)V99 USAGE COMP-3.
             10 WCP-CREDITS         PIC S9(9)V99 USAGE COMP-3.
             10 WCP-COST            PIC S9(9)V99 USAGE COMP-3.
             10 WCP-FREIGHT         PIC S9(9)V99 USAGE COMP-3.
             10 WCP-REBATE          PIC S9(9)V99 USAGE COMP-3.
             10 WCP-PROMO           PIC S9(9)V99 USAGE COMP-3.
             10 WCP-SCRAP           PIC S9(9)V99 USAGE COMP-3.
             10 WCP-CARRY           PIC S9(9)V99 USAGE COMP-3.
             10 WCP-FINCHG          PIC S9(9)V99 USAGE COMP-3.
             10 WCP-NET             PIC S9(9)V99 USAGE COMP-3.
             10 WCP-WEIGHTED-DAYS   PIC S9(13)V99 USAGE COMP-3.
             10 WCP-PAID-AMOUNT     PIC S9(11)V99 USAGE COMP-3.
             10 WCP-AVG-DAYS        PIC S9(5) USAGE COMP-3.
       01 WS-CUS-TABLE-ARRAY REDEFINES WS-CUS-TABLE.
          05 WS-CUS-ROW OCCURS 500 TIMES PIC X(98).
       77 WS-CUS-COUNT       PIC 9(4) VALUE ZERO.
       77 WS-CUS-FOUND-IDX   PIC 9(4) VALUE ZERO.
      ***************************************
      * INDEX PARCOURS TABLEAU / TRI         *
      ***************************************
       01 WS-IDX             PIC 9(4)       VALUE ZERO.
       01 WS-IDX2            PIC 9(4)       VALUE ZERO.
       01 WS-SWAP-ENTRY      PIC X(98).

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-ROW-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-RMA-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-FCH-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-STL-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-RBA-COUNT      PIC 9(4) VALUE ZERO.
       77 WS-LOSS-COUNT     PIC 9(4) VALUE ZERO.
       77 WS-TOT-REVENUE    PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-NET        PIC S9(11)V99 VALUE ZERO.

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-RANK            PIC ZZ9.
       01 E-AMOUNT-1        PIC Z(7)9,99-.
       01 E-AMOUNT-2        PIC Z(7)9,99-.
       01 E-AMOUNT-3        PIC Z(7)9,99-.
       01 E-AMOUNT-4        PIC Z(7)9,99-.
       01 E-DAYS            PIC Z(11)9.
       01 E-TOTAL           PIC Z(9)9,99-.
       77 WS-MARGIN         PIC S9(9)V99 VALUE ZERO.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'CUSPROF'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - RENTABILITE PAR CLIENT'.

      *** CA (LIGNES POSITIVES), AVOIRS (LIGNES NEGATIVES ***
      *** DE CREAVOIR) ET COUT NET PAR CLIENT              ***
           EXEC SQL
                DECLARE CSLH CURSOR
                FOR
                SELECT C_NO,
                       SUM(CASE WHEN REVENUE > 0
                                THEN REVENUE ELSE 0 END),
                       SUM(CASE WHEN REVENUE < 0
                                THEN 0 - REVENUE ELSE 0 END),
                       SUM(COST)
                FROM SALES_HISTORY
                WHERE INV_DATE >= :WS-PARM-DATE-FROM
                AND INV_DATE <= :WS-PARM-DATE-TO
                GROUP BY C_NO
           END-EXEC

      *** REMISES PROMOTIONNELLES ET PORT ABSORBE DES ***
      *** FACTURES ACTIVES DE LA PERIODE               ***
           EXEC SQL
                DECLARE CPROMO CURSOR
                FOR
                SELECT I.C_NO, SUM(0 - L.LINE_TOTAL)
                FROM INVOICES I
                INNER JOIN INVOICE_LINES L
                ON L.INV_NO = I.INV_NO
                WHERE L.P_NO = '*PR'
                AND I.STATUS = 'A'
                AND I.INV_DATE >= :WS-PARM-DATE-FROM
                AND I.INV_DATE <= :WS-PARM-DATE-TO
                GROUP BY I.C_NO
           END-EXEC

           EXEC SQL
                DECLARE CFRT CURSOR
                FOR
                SELECT C_NO, SUM(FREIGHT_ABSORBED)
                FROM INVOICES
                WHERE STATUS = 'A'
                AND FREIGHT_ABSORBED > 0
                AND INV_DATE >= :WS-PARM-DATE-FROM
                AND INV_DATE <= :WS-PARM-DATE-TO
                GROUP BY C_NO
           END-EXEC

       PROCEDURE DIVISION.
            PERFORM READ-PARM
            PERFORM OPEN-FILE-RPT
            PERFORM LOAD-SALES-HISTORY
            PERFORM LOAD-PROMOTIONS
            PERFORM LOAD-FREIGHT-ABSORBED
            PERFORM LOAD-SCRAP-RMAS
            PERFORM LOAD-FINANCE-CHARGES
            PERFORM LOAD-SETTLED-PIECES
            PERFORM OPEN-FILE-REBATE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-CUS-COUNT
               PERFORM COMPUTE-CONTRIBUTION
            END-PERFORM
            PERFORM CLOSE-FILE-REBATE
            PERFORM SORT-CUS-TABLE
            PERFORM WRITE-REPORT-HEADER
            PERFORM WRITE-REPORT-BODY
            PERFORM WRITE-LOSS-SECTION
            PERFORM WRITE-REPORT-FOOTER
            PERFORM CLOSE-FILE-RPT
            DISPLAY 'LIGNES HISTORIQUE   : ' WS-ROW-COUNT
            DISPLAY 'RMA AU REBUT        : ' WS-RMA-COUNT
            DISPLAY 'PENALITES           : ' WS-FCH-COUNT
            DISPLAY 'PIECES SOLDEES      : ' WS-STL-COUNT
            DISPLAY 'ACCORDS RISTOURNE   : ' WS-RBA-COUNT
            DISPLAY 'CLIENTS ANALYSES    : ' WS-CUS-COUNT
            DISPLAY 'CLIENTS DEFICITAIRES: ' WS-LOSS-COUNT
            GOBACK.

       READ-PARM.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-DATE-FROM = SPACES
           OR WS-PARM-DATE-TO = SPACES
              DISPLAY 'DATES SYSIN ABSENTES (AAAA-MM-JJ X 2)'
              PERFORM ABEND-PROG
           END-IF
           IF WS-PARM-DATE-TO < WS-PARM-DATE-FROM
              DISPLAY 'PERIODE SYSIN INCOHERENTE'
              PERFORM ABEND-PROG
           END-IF
           IF WS-PARM-CARRY-RATE IS NUMERIC
              MOVE WS-PARM-CARRY-RATE TO WS-CARRY-RATE
           END-IF
           STRING WS-PARM-DATE-FROM(1:4) DELIMITED BY SIZE
                  WS-PARM-DATE-FROM(6:2) DELIMITED BY SIZE
           INTO WS-PER-FROM
           STRING WS-PARM-DATE-TO(1:4)   DELIMITED BY SIZE
                  WS-PARM-DATE-TO(6:2)   DELIMITED BY SIZE
           INTO WS-PER-TO.

      ***************************************
      * OUVERTURE / FERMETURE DES FICHIERS  *
      ***************************************
       OPEN-FILE-RPT.
           OPEN OUTPUT RPT
           IF WS-FS NOT = '00'
              DISPLAY 'ERR OPEN FCUSPROF, FS=' WS-FS
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILE-RPT.
           CLOSE RPT.

       OPEN-FILE-REBATE.
           OPEN INPUT REBATE
           IF WS-FS-RBA NOT = '00'
              DISPLAY 'ERR OPEN FREBATE, FS=' WS-FS-RBA
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILE-REBATE.
           CLOSE REBATE.

      ***************************************
      * CHIFFRE D'AFFAIRES, AVOIRS ET COUT  *
      * DE LA PERIODE DEPUIS L'HISTORIQUE   *
      ***************************************
       LOAD-SALES-HISTORY.
           EXEC SQL
              OPEN CSLH
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CSLH
           PERFORM UNTIL SQLCODE = +100
              ADD 1 TO WS-ROW-COUNT
              PERFORM FIND-OR-ADD-CUS
              ADD WS-ROW-AMOUNT-1 TO WCP-REVENUE (WS-CUS-FOUND-IDX)
              ADD WS-ROW-AMOUNT-2 TO WCP-CREDITS (WS-CUS-FOUND-IDX)
              ADD WS-ROW-AMOUNT-3 TO WCP-COST    (WS-CUS-FOUND-IDX)
              PERFORM FETCH-CSLH
           END-PERFORM
           EXEC SQL
              CLOSE CSLH
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-CSLH.
           EXEC SQL
              FETCH CSLH
              INTO :WS-ROW-C-NO, :WS-ROW-AMOUNT-1,
                   :WS-ROW-AMOUNT-2, :WS-ROW-AMOUNT-3
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * REMISES PROMOTIONNELLES ACCORDEES   *
      * (LIGNES '*PR' NEGATIVES)            *
      ***************************************
       LOAD-PROMOTIONS.
           EXEC SQL
              OPEN CPROMO
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CPROMO
           PERFORM UNTIL SQLCODE = +100
              PERFORM FIND-OR-ADD-CUS
              ADD WS-ROW-AMOUNT-1 TO WCP-PROMO (WS-CUS-FOUND-IDX)
              PERFORM FETCH-CPROMO
           END-PERFORM
           EXEC SQL
              CLOSE CPROMO
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-CPROMO.
           EXEC SQL
              FETCH CPROMO
              INTO :WS-ROW-C-NO, :WS-ROW-AMOUNT-1
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * PORT CALCULE PAR CREAFACT MAIS NON  *
      * FACTURE AUX CLIENTS PORT PAYE       *
      ***************************************
       LOAD-FREIGHT-ABSORBED.
           EXEC SQL
              OPEN CFRT
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CFRT
           PERFORM UNTIL SQLCODE = +100
              PERFORM FIND-OR-ADD-CUS
              ADD WS-ROW-AMOUNT-1 TO WCP-FREIGHT (WS-CUS-FOUND-IDX)
              PERFORM FETCH-CFRT
           END-PERFORM
           EXEC SQL
              CLOSE CFRT
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-CFRT.
           EXEC SQL
              FETCH CFRT
              INTO :WS-ROW-C-NO, :WS-ROW-AMOUNT-1
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * RETOURS MIS AU REBUT : RMA REBUT    *
      * DONT L'ARRIVEE A ETE CONFIRMEE DANS *
      * LA PERIODE, VALORISES AU COUT       *
      * UNITAIRE ET RATTACHES AU CLIENT DE  *
      * LA COMMANDE D'ORIGINE               *
      ***************************************
       LOAD-SCRAP-RMAS.
           OPEN INPUT RMAF
           IF WS-FS-RMAF NOT = '00'
              DISPLAY 'ERR OPEN FRMAFILE, FS=' WS-FS-RMAF
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-FILE-RMAF
           PERFORM UNTIL FF-RMAF = 1
              IF RMA-SCRAP AND RMA-CONFIRMED
                 AND RMA-RECV-DATE >= WS-PARM-DATE-FROM
                 AND RMA-RECV-DATE <= WS-PARM-DATE-TO
                 PERFORM ACCUMULATE-SCRAP
              END-IF
              PERFORM READ-FILE-RMAF
           END-PERFORM
           CLOSE RMAF.

       READ-FILE-RMAF.
           READ RMAF AT END
               MOVE 1 TO FF-RMAF
           END-READ.

       ACCUMULATE-SCRAP.
           MOVE RMA-O-NO TO ORD-O-NO
           EXEC SQL
                SELECT C_NO
                INTO  :ORD-C-NO
                FROM  ORDERS
                WHERE O_NO = :ORD-O-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 CONTINUE
              WHEN SQLCODE = +100
                 DISPLAY 'RMA ' RMA-NO ' : COMMANDE ' RMA-O-NO
                         ' INCONNUE - IGNOREE'
              WHEN OTHER
                 DISPLAY 'ERR SQL ORDERS : ' SQLCODE
                 PERFORM ABEND-PROG
           END-EVALUATE
           IF SQLCODE = ZERO
              MOVE RMA-P-NO TO PRO-P-NO
              EXEC SQL
                   SELECT UNIT_COST
                   INTO  :PRO-UNIT-COST
                   FROM  PRODUCTS
                   WHERE P_NO = :PRO-P-NO
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = ZERO
                    CONTINUE
                 WHEN SQLCODE = +100
                    MOVE ZERO TO PRO-UNIT-COST
                 WHEN OTHER
                    DISPLAY 'ERR SQL PRODUCTS : ' SQLCODE
                    PERFORM ABEND-PROG
              END-EVALUATE
              ADD 1 TO WS-RMA-COUNT
              MOVE ORD-C-NO TO WS-ROW-C-NO-N
              PERFORM FIND-OR-ADD-CUS
              COMPUTE WS-LINE-COST = RMA-QTY * PRO-UNIT-COST
              ADD WS-LINE-COST TO WCP-SCRAP (WS-CUS-FOUND-IDX)
           END-IF.

      ***************************************
      * PENALITES DE RETARD FACTUREES PAR   *
      * FINCHG SUR LES MOIS DE LA PERIODE   *
      ***************************************
       LOAD-FINANCE-CHARGES.
           OPEN INPUT FINCHG
           IF WS-FS-FCH NOT = '00'
              DISPLAY 'ERR OPEN FFINCHG, FS=' WS-FS-FCH
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-FILE-FCH
           PERFORM UNTIL FF-FCH = 1
              IF FCH-PERIOD >= WS-PER-FROM
                 AND FCH-PERIOD <= WS-PER-TO
                 ADD 1 TO WS-FCH-COUNT
                 MOVE FCH-C-NO TO WS-ROW-C-NO-N
                 PERFORM FIND-OR-ADD-CUS
                 ADD FCH-AMOUNT TO WCP-FINCHG (WS-CUS-FOUND-IDX)
              END-IF
              PERFORM READ-FILE-FCH
           END-PERFORM
           CLOSE FINCHG.

       READ-FILE-FCH.
           READ FINCHG AT END
               MOVE 1 TO FF-FCH
           END-READ.

      ***************************************
      * DELAI DE PAIEMENT DES PIECES DE LA  *
      * PERIODE DEJA SOLDEES, PONDERE PAR   *
      * LES MONTANTS (MEME CALCUL QUE       *
      * DSORPT). SEULS LES CLIENTS DEJA     *
      * PRESENTS DANS LA TABLE SONT SUIVIS  *
      ***************************************
       LOAD-SETTLED-PIECES.
           OPEN INPUT STL
           IF WS-FS-STL NOT = '00'
              DISPLAY 'ERR OPEN FSETTLE, FS=' WS-FS-STL
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-FILE-STL
           PERFORM UNTIL FF-STL = 1
              IF STL-SETTLED AND STL-SETTLE-DATE NOT = SPACES
                 AND STL-INVOICE-DATE >= WS-PARM-DATE-FROM
                 AND STL-INVOICE-DATE <= WS-PARM-DATE-TO
                 PERFORM ANALYZE-ONE-PIECE
              END-IF
              PERFORM READ-FILE-STL
           END-PERFORM
           CLOSE STL.

       READ-FILE-STL.
           READ STL AT END
               MOVE 1 TO FF-STL
           END-READ.

       ANALYZE-ONE-PIECE.
           MOVE STL-C-NO TO WS-ROW-C-NO-N
           MOVE ZERO TO WS-CUS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CUS-COUNT
              IF WCP-C-NO (WS-IDX) = WS-ROW-C-NO
                 MOVE WS-IDX TO WS-CUS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-CUS-FOUND-IDX > ZERO
              MOVE STL-INVOICE-DATE(1:4) TO WS-WORK-YYYY
              MOVE STL-INVOICE-DATE(6:2) TO WS-WORK-MM
              MOVE STL-INVOICE-DATE(9:2) TO WS-WORK-DD
              COMPUTE WS-INV-JULIAN =
                      FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-INT)
              MOVE STL-SETTLE-DATE(1:4) TO WS-WORK-YYYY
              MOVE STL-SETTLE-DATE(6:2) TO WS-WORK-MM
              MOVE STL-SETTLE-DATE(9:2) TO WS-WORK-DD
              COMPUTE WS-PAY-JULIAN =
                      FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-INT)
              COMPUTE WS-DAYS-TO-PAY = WS-PAY-JULIAN - WS-INV-JULIAN
              IF WS-DAYS-TO-PAY < ZERO
                 MOVE ZERO TO WS-DAYS-TO-PAY
              END-IF
              ADD 1 TO WS-STL-COUNT
              COMPUTE WCP-WEIGHTED-DAYS (WS-CUS-FOUND-IDX) =
                      WCP-WEIGHTED-DAYS (WS-CUS-FOUND-IDX)
                      + (WS-DAYS-TO-PAY * STL-AMOUNT)
              ADD STL-AMOUNT TO WCP-PAID-AMOUNT (WS-CUS-FOUND-IDX)
           END-IF.

      ***************************************
      * RECHERCHE DU CLIENT DANS LA TABLE,  *
      * CREATION D'UNE NOUVELLE ENTREE SI   *
      * ABSENT                              *
      ***************************************
       FIND-OR-ADD-CUS.
           MOVE ZERO TO WS-CUS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CUS-COUNT
              IF WCP-C-NO (WS-IDX) = WS-ROW-C-NO
                 MOVE WS-IDX TO WS-CUS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-CUS-FOUND-IDX = ZERO
              IF WS-CUS-COUNT >= 500
                 DISPLAY 'TABLE DES CLIENTS PLEINE (500)'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-CUS-COUNT
              MOVE WS-CUS-COUNT TO WS-CUS-FOUND-IDX
              MOVE WS-ROW-C-NO TO WCP-C-NO (WS-CUS-FOUND-IDX)
              MOVE SPACES TO WCP-COMPANY (WS-CUS-FOUND-IDX)
              MOVE ZERO TO WCP-REVENUE (WS-CUS-FOUND-IDX)
              MOVE ZERO TO WCP-CREDITS (WS-CUS-FOUND-IDX)
              MOVE ZERO TO WCP-COST    (WS-CUS-FOUND-IDX)
              MOVE ZERO TO WCP-FREIGHT (WS-CUS-FOUND-IDX)
              MOVE ZERO TO WCP-REBATE  (WS-CUS-FOUND-IDX)
              MOVE ZERO TO WCP-PROMO   (WS-CUS-FOUND-IDX)
              MOVE ZERO TO WCP-SCRAP   (WS-CUS-FOUND-IDX)
              MOVE ZERO TO WCP-CARRY   (WS-CUS-FOUND-IDX)
              MOVE ZERO TO WCP-FINCHG  (WS-CUS-FOUND-IDX)
              MOVE ZERO TO WCP-NET     (WS-CUS-FOUND-IDX)
              MOVE ZERO TO WCP-WEIGHTED-DAYS (WS-CUS-FOUND-IDX)
              MOVE ZERO TO WCP-PAID-AMOUNT   (WS-CUS-FOUND-IDX)
              MOVE ZERO TO WCP-AVG-DAYS      (WS-CUS-FOUND-IDX)
           END-IF.

      ***************************************
      * CONTRIBUTION NETTE D'UN CLIENT :    *
      * RAISON SOCIALE, RISTOURNE AU        *
      * PRORATA DU CA NET DE LA PERIODE,    *
      * PORTAGE DU CREDIT SUR LE DELAI      *
      * MOYEN, PUIS SOLDE DE TOUS LES       *
      * ELEMENTS                            *
      ***************************************
       COMPUTE-CONTRIBUTION.
           MOVE WCP-C-NO (WS-IDX) TO WS-ROW-C-NO
           MOVE WS-ROW-C-NO-N TO CUS-C-NO
           MOVE SPACES TO CUS-COMPANY-TEXT
           MOVE ZERO TO CUS-PARENT-C-NO
           EXEC SQL
                SELECT COMPANY, PARENT_C_NO
                INTO  :CUS-COMPANY, :CUS-PARENT-C-NO
                FROM  CUSTOMERS
                WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE < ZERO
              DISPLAY 'ERR SQL CUSTOMERS : ' SQLCODE
              PERFORM ABEND-PROG
           END-IF
           IF SQLCODE = +100
              MOVE 'CLIENT INCONNU' TO CUS-COMPANY-TEXT
           END-IF
           MOVE CUS-COMPANY-TEXT TO WCP-COMPANY (WS-IDX)
           COMPUTE WS-NET-REVENUE =
                   WCP-REVENUE (WS-IDX) - WCP-CREDITS (WS-IDX)
           PERFORM GET-REBATE-SHARE
           IF WCP-PAID-AMOUNT (WS-IDX) NOT = ZERO
              COMPUTE WCP-AVG-DAYS (WS-IDX) ROUNDED =
                      WCP-WEIGHTED-DAYS (WS-IDX)
                      / WCP-PAID-AMOUNT (WS-IDX)
           END-IF
           IF WS-NET-REVENUE > ZERO
              COMPUTE WCP-CARRY (WS-IDX) ROUNDED =
                      WS-NET-REVENUE * WS-CARRY-RATE / 10000
                      * WCP-AVG-DAYS (WS-IDX) / 365
           END-IF
           COMPUTE WCP-NET (WS-IDX) =
                   WS-NET-REVENUE
                   - WCP-COST    (WS-IDX)
                   - WCP-FREIGHT (WS-IDX)
                   - WCP-REBATE  (WS-IDX)
                   - WCP-PROMO   (WS-IDX)
                   - WCP-SCRAP   (WS-IDX)
                   - WCP-CARRY   (WS-IDX)
                   + WCP-FINCHG  (WS-IDX)
           ADD WCP-REVENUE (WS-IDX) TO WS-TOT-REVENUE
           ADD WCP-NET (WS-IDX) TO WS-TOT-NET
           IF WCP-NET (WS-IDX) < ZERO
              ADD 1 TO WS-LOSS-COUNT
           END-IF.

      ***************************************
      * RISTOURNE : L'ACCORD DOIT COUVRIR   *
      * UNE PARTIE DE LA PERIODE ; LA PART  *
      * RETENUE EST LA PROVISION RAPPORTEE  *
      * AU CA CUMULE DE L'ACCORD, APPLIQUEE *
      * AU CA NET DE LA PERIODE. UNE        *
      * SUCCURSALE PREND SA PART DE         *
      * L'ACCORD DE SA TETE DE GROUPE       *
      ***************************************
       GET-REBATE-SHARE.
           MOVE '23' TO WS-FS-RBA
           IF CUS-PARENT-C-NO NOT = ZERO
              MOVE CUS-PARENT-C-NO TO RBA-C-NO
              READ REBATE
                 INVALID KEY
                    CONTINUE
              END-READ
           END-IF
           IF WS-FS-RBA NOT = '00'
              MOVE WS-ROW-C-NO-N TO RBA-C-NO
              READ REBATE
                 INVALID KEY
                    CONTINUE
              END-READ
           END-IF
           IF WS-FS-RBA = '00'
              IF RBA-PERIOD-FROM <= WS-PARM-DATE-TO
                 AND RBA-PERIOD-TO >= WS-PARM-DATE-FROM
                 AND RBA-REVENUE > ZERO
                 AND WS-NET-REVENUE > ZERO
                 ADD 1 TO WS-RBA-COUNT
                 COMPUTE WCP-REBATE (WS-IDX) ROUNDED =
                         WS-NET-REVENUE * RBA-ACCRUED / RBA-REVENUE
              END-IF
           END-IF.

      ***************************************
      * TRI A BULLES DE LA TABLE PAR        *
      * CONTRIBUTION NETTE DECROISSANTE     *
      ***************************************
       SORT-CUS-TABLE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-CUS-COUNT
              PERFORM VARYING WS-IDX2 FROM 1 BY 1
                      UNTIL WS-IDX2 > WS-CUS-COUNT - WS-IDX
                 IF WCP-NET (WS-IDX2) < WCP-NET (WS-IDX2 + 1)
                    MOVE WS-CUS-ROW (WS-IDX2)     TO WS-SWAP-ENTRY
                    MOVE WS-CUS-ROW (WS-IDX2 + 1)
                      TO WS-CUS-ROW (WS-IDX2)
                    MOVE WS-SWAP-ENTRY
                      TO WS-CUS-ROW (WS-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      ***************************************
      * ECRITURE DU RAPPORT                 *
      ***************************************
       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS NOT = '00'
              DISPLAY 'ERR WRITE FCUSPROF, FS=' WS-FS
              PERFORM ABEND-PROG
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'RENTABILITE PAR CLIENT DU ' DELIMITED BY SIZE
                WS-PARM-DATE-FROM            DELIMITED BY SIZE
                ' AU '                       DELIMITED BY SIZE
                WS-PARM-DATE-TO              DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE ' RG C-NO  RAISON SOCIALE   CA / MARGE / NET'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '  AVOIR : AVOIRS         PORT  : PORT ABSORBE'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '  RIST  : RISTOURNE      PROMO : PROMOTIONS'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '  REBUT : RETOURS REBUT  PORTAG: COUT DU CREDIT'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '  JOURS : DELAI MOYEN DE PAIEMENT' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '  PENAL : PENALITES DE RETARD FACTUREES' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * BLOC DE TROIS LIGNES D'UN CLIENT    *
      ***************************************
       WRITE-CUS-BLOCK.
           COMPUTE WS-MARGIN = WCP-REVENUE (WS-IDX)
                   - WCP-CREDITS (WS-IDX) - WCP-COST (WS-IDX)
           MOVE WCP-REVENUE (WS-IDX) TO E-AMOUNT-1
           MOVE WS-MARGIN            TO E-AMOUNT-2
           MOVE WCP-NET (WS-IDX)     TO E-AMOUNT-3
           MOVE SPACES TO WS-LINE
           STRING
                E-RANK               DELIMITED BY SIZE
                ' '                  DELIMITED BY SIZE
                WCP-C-NO (WS-IDX)    DELIMITED BY SIZE
                ' '                  DELIMITED BY SIZE
                WCP-COMPANY (WS-IDX) DELIMITED BY SIZE
                ' CA '               DELIMITED BY SIZE
                E-AMOUNT-1           DELIMITED BY SIZE
                ' MARGE '            DELIMITED BY SIZE
                E-AMOUNT-2           DELIMITED BY SIZE
                ' NET '              DELIMITED BY SIZE
                E-AMOUNT-3           DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WCP-CREDITS (WS-IDX) TO E-AMOUNT-1
           MOVE WCP-FREIGHT (WS-IDX) TO E-AMOUNT-2
           MOVE WCP-REBATE  (WS-IDX) TO E-AMOUNT-3
           MOVE WCP-PROMO   (WS-IDX) TO E-AMOUNT-4
           MOVE SPACES TO WS-LINE
           STRING
                '  AVOIR '           DELIMITED BY SIZE
                E-AMOUNT-1           DELIMITED BY SIZE
                ' PORT  '            DELIMITED BY SIZE
                E-AMOUNT-2           DELIMITED BY SIZE
                ' RIST  '            DELIMITED BY SIZE
                E-AMOUNT-3           DELIMITED BY SIZE
                ' PROMO '            DELIMITED BY SIZE
                E-AMOUNT-4           DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WCP-SCRAP    (WS-IDX) TO E-AMOUNT-1
           MOVE WCP-CARRY    (WS-IDX) TO E-AMOUNT-2
           MOVE WCP-AVG-DAYS (WS-IDX) TO E-DAYS
           MOVE WCP-FINCHG   (WS-IDX) TO E-AMOUNT-4
           MOVE SPACES TO WS-LINE
           STRING
                '  REBUT '           DELIMITED BY SIZE
                E-AMOUNT-1           DELIMITED BY SIZE
                ' PORTAG'            DELIMITED BY SIZE
                E-AMOUNT-2           DELIMITED BY SIZE
                ' JOURS '            DELIMITED BY SIZE
                E-DAYS               DELIMITED BY SIZE
                ' PENAL '            DELIMITED BY SIZE
                E-AMOUNT-4           DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-REPORT-BODY.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CUS-COUNT
              MOVE WS-IDX TO E-RANK
              PERFORM WRITE-CUS-BLOCK
           END-PERFORM.

      ***************************************
      * SECTION DES CLIENTS DEFICITAIRES    *
      * (CONTRIBUTION NETTE NEGATIVE), DU   *
      * PLUS AU MOINS COUTEUX               *
      ***************************************
       WRITE-LOSS-SECTION.
           IF WS-LOSS-COUNT > ZERO
              MOVE '------------------------------------------------'
                   TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
              MOVE 'CLIENTS DEFICITAIRES :' TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
              PERFORM VARYING WS-IDX FROM WS-CUS-COUNT BY -1
                      UNTIL WS-IDX < 1
                 IF WCP-NET (WS-IDX) < ZERO
                    MOVE WS-IDX TO E-RANK
                    PERFORM WRITE-CUS-BLOCK
                 END-IF
              END-PERFORM
           END-IF.

       WRITE-REPORT-FOOTER.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-TOT-REVENUE TO E-TOTAL
           MOVE SPACES TO WS-LINE
           STRING
                'CA TOTAL         : ' DELIMITED BY SIZE
                E-TOTAL               DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-TOT-NET TO E-TOTAL
           MOVE SPACES TO WS-LINE
           STRING
                'CONTRIBUTION NETTE : ' DELIMITED BY SIZE
                E-TOTAL                 DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * TEST-SQLCODE                        *
      ***************************************
       TEST-SQLCODE.
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 CONTINUE
              WHEN SQLCODE > 0
                 IF SQLCODE = +100
                    CONTINUE
                 ELSE
                    DISPLAY 'WARNING : ' SQLCODE
                 END-IF
              WHEN SQLCODE < ZERO
                 PERFORM ABEND-PROG
           END-EVALUATE.

      ***************************************
      * ABEND-PROG                          *
      ***************************************
       ABEND-PROG.
           DISPLAY 'ANOMALIE GRAVE'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
