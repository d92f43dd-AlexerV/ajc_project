       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INSPDISP.
      **********************************************
      * DECISIONS DU CONTROLE QUALITE : CHAQUE      *
      * CARTE SYSIN PORTE UN CODE ARTICLE (4        *
      * CARACTERES = PRODUCTS, 3 CARACTERES + BLANC *
      * = KSDS PARTS1 ET TABLE PARTS, COMME         *
      * CYCLECNT) ET UNE DECISION SUR LA QUANTITE   *
      * EN CONTROLE (HOLD_STOCK / HOLD-NPT) :       *
      *  'L' LIBERATION - LA QUANTITE PASSE AU      *
      *      STOCK DISPONIBLE (MOUVEMENT 'L',       *
      *      TRANSFERT INTERNE) ;                   *
      *  'J' REBUT - LA QUANTITE SORT DU STOCK      *
      *      POSSEDE (MOUVEMENT 'J' NEGATIF) ET SON *
      *      COUT PART AU GRAND LIVRE DEBIT REBUTS  *
      *      6300 / CREDIT STOCK 1400.              *
      * LE REFUS AU FOURNISSEUR D'UNE PIECE PASSE   *
      * PAR RTVENTRY (COLONNE 46 = 'C'), QUI EMET   *
      * LA NOTE DE DEBIT. LES DECISIONS 'I' ET 'D'  *
      * SOUMETTENT UN ARTICLE AU CONTROLE A LA      *
      * RECEPTION OU L'EN DISPENSENT. LE CONTROLE   *
      * SE FAIT AU DEPOT PRINCIPAL : UN PRODUIT     *
      * LIBERE Y REJOINT LE STOCK (WHSE_STOCK '01').*
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT NPT ASSIGN TO FNPT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PNO-NPT
            FILE STATUS IS WS-FS-NPT.
            SELECT OPTIONAL SPP ASSIGN TO FSUPPART
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SPP-PNO
            FILE STATUS IS WS-FS-SPP.
            SELECT RPT ASSIGN TO FINSPRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
            SELECT GLP ASSIGN TO FGLPOST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-GLP.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD NPT.
       COPY NEWPARTS.

       FD SPP.
       COPY SUPPART.

       FD RPT.
       01 RPT-ENR       PIC X(78).

       FD GLP.
       COPY GLPOST.

       FD PARAMS.
       COPY PARAMREC.

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE PRO
           END-EXEC

           EXEC SQL
               INCLUDE PAR
           END-EXEC

           EXEC SQL
               INCLUDE SMV
           END-EXEC

           EXEC SQL
               INCLUDE WST
           END-EXEC

      *--------------------------------------------------------------
      *  CARTES SYSIN, UNE PAR DECISION, TERMINEES PAR UNE CARTE
      *  '0000' EN COLONNES 1-4
      *  COL 1-4   : CODE ARTICLE (P_NO, OU PNO + 1 BLANC)
      *  COL 5     : DECISION ('L' LIBERATION, 'J' REBUT,
      *              'I' SOUMETTRE AU CONTROLE, 'D' DISPENSER)
      *  COL 6-10  : QUANTITE (DECISIONS 'L' ET 'J')
      *  COL 11-20 : DATE DE LA DECISION (AAAA-MM-JJ, BLANC = DU
      *              JOUR)
      *  COL 21-25 : OPERATEUR (CODE A 5 CARACTERES)
      *  COL 26-35 : NO DE LOT FOURNISSEUR (FACULTATIF, REPRIS SUR
      *              LE MOUVEMENT POUR LOTTRACE)
      *--------------------------------------------------------------
       01  WS-SYSIN-DISP.
           05 DSP-CODE          PIC X(4).
           05 DSP-ACTION        PIC X.
              88 DSP-RELEASE          VALUE 'L'.
              88 DSP-SCRAP            VALUE 'J'.
              88 DSP-REQUIRE          VALUE 'I'.
              88 DSP-WAIVE            VALUE 'D'.
           05 DSP-QTY           PIC 9(5).
           05 DSP-DATE          PIC X(10).
           05 DSP-OPERATOR      PIC X(5).
           05 DSP-LOT-NO        PIC X(10).
           05 FILLER            PIC X(45).

       77 WS-FS-NPT         PIC XX.
       77 WS-FS-SPP         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 WS-FS-GLP         PIC XX.
       77 WS-SPP-PRESENT    PIC X VALUE 'N'.
       01 WS-LINE           PIC X(78).

       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE-NUM   PIC 9(8).

      ***************************************
      * DECISION EN COURS                   *
      ***************************************
       77 WS-REJECT-REASON  PIC X(40) VALUE SPACES.
       77 WS-DSP-DATE       PIC X(10) VALUE SPACES.
       77 WS-HOLD-QTY       PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 WS-UNIT-COST      PIC S9(5)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-SCRAP-COST     PIC S9(9)V99 VALUE ZERO.

      ***************************************
      * COMPTES DU GRAND LIVRE : REPLIS     *
      * COMPILES, REMPLACES PAR LES FICHES  *
      * GLACCT-xx DE FPARAMS COMME DANS     *
      * CREAFACT                            *
      ***************************************
       77 WS-FS-PRM         PIC XX.
       77 WS-PRM-FOUND      PIC X VALUE 'N'.
       01 WS-GL-ACCOUNTS.
          05 WS-GL-STK       PIC X(10) VALUE '1400'.
          05 WS-GL-SCR       PIC X(10) VALUE '6300'.

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-RELEASE-COUNT  PIC 9(7) VALUE ZERO.
       77 WS-SCRAP-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-FLAG-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-REJECT-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-OUT-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-RELEASE-QTY    PIC S9(7) VALUE ZERO.
       77 WS-SCRAP-QTY      PIC S9(7) VALUE ZERO.
       77 WS-SUM-SCRAP      PIC S9(9)V99 VALUE ZERO.

       01 E-QTY             PIC Z(4)9.
       01 E-HOLD-QTY        PIC Z(4)9-.
       01 E-AMOUNT          PIC Z(7)9,99.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'INSPDISP'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - DECISIONS CONTROLE QUALITE'.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM INIT-RUN-DATE
            PERFORM GET-PARAMETERS
            PERFORM OPEN-FILES
            PERFORM WRITE-REPORT-HEADER
            PERFORM READ-SYSIN-CARD
            PERFORM UNTIL DSP-CODE = '0000'
                PERFORM PROCESS-DISP-CARD
                PERFORM READ-SYSIN-CARD
            END-PERFORM
            PERFORM WRITE-REPORT-FOOTER
            PERFORM CLOSE-FILES
            PERFORM WRITE-BATCH-SUMMARY
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.

       INIT-RUN-DATE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE
           STRING
                WS-RUN-DATE-NUM(1:4) DELIMITED BY SIZE
                '-'                  DELIMITED BY SIZE
                WS-RUN-DATE-NUM(5:2) DELIMITED BY SIZE
                '-'                  DELIMITED BY SIZE
                WS-RUN-DATE-NUM(7:2) DELIMITED BY SIZE
           INTO WS-RUN-DATE.

       READ-SYSIN-CARD.
           MOVE SPACES TO WS-SYSIN-DISP
           ACCEPT WS-SYSIN-DISP FROM SYSIN
           IF DSP-CODE = SPACES
              MOVE '0000' TO DSP-CODE
           END-IF
           IF DSP-CODE NOT = '0000'
              ADD 1 TO WS-READ-COUNT
           END-IF.

      ***************************************
      * COMPTES DU GRAND LIVRE DEPUIS LE    *
      * FICHIER DE PARAMETRES CENTRAL       *
      ***************************************
       GET-PARAMETERS.
           OPEN INPUT PARAMS
           IF WS-FS-PRM NOT = '00'
              DISPLAY 'FPARAMS ABSENT - VALEURS COMPILEES'
           ELSE
              MOVE 'GLACCT-STK' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-STK
              END-IF
              MOVE 'GLACCT-SCR' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-SCR
              END-IF
              CLOSE PARAMS
           END-IF.

       READ-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND
           READ PARAMS KEY IS OPR-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PRM-FOUND
           END-READ.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'INSPDISP' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-READ-COUNT TO RJ-IN-COUNT
           COMPUTE WS-OUT-COUNT = WS-RELEASE-COUNT + WS-SCRAP-COUNT
                                + WS-FLAG-COUNT
           MOVE WS-OUT-COUNT TO RJ-OUT-COUNT
           MOVE WS-REJECT-COUNT TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * OUVERTURE : FSUPPART EST FACULTATIF *
      * (SANS LUI, LE REBUT D'UNE PIECE     *
      * N'EST PAS VALORISE)                 *
      ***************************************
       OPEN-FILES.
           OPEN I-O NPT
           IF WS-FS-NPT NOT = '00'
              DISPLAY 'ERR OPEN FNPT, FS=' WS-FS-NPT
              PERFORM ABEND-PROG
           END-IF
           MOVE 'N' TO WS-SPP-PRESENT
           OPEN INPUT SPP
           IF WS-FS-SPP = '00'
              MOVE 'Y' TO WS-SPP-PRESENT
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FINSPRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF
           OPEN EXTEND GLP
           IF WS-FS-GLP NOT = '00' AND WS-FS-GLP NOT = '05'
              DISPLAY 'ERR OPEN GLPOST, FS=' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE NPT
           IF WS-SPP-PRESENT = 'Y'
              CLOSE SPP
           END-IF
           CLOSE RPT
           CLOSE GLP.

      ***************************************
      * TRAITEMENT D'UNE CARTE : CONTROLE   *
      * DE LA DECISION, PUIS PIECE OU       *
      * PRODUIT SELON LE CODE               *
      ***************************************
       PROCESS-DISP-CARD.
           MOVE SPACES TO WS-REJECT-REASON
           IF DSP-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-DSP-DATE
           ELSE
              MOVE DSP-DATE TO WS-DSP-DATE
           END-IF
           EVALUATE TRUE
              WHEN NOT DSP-RELEASE AND NOT DSP-SCRAP
               AND NOT DSP-REQUIRE AND NOT DSP-WAIVE
                 MOVE 'DECISION INCONNUE' TO WS-REJECT-REASON
              WHEN (DSP-RELEASE OR DSP-SCRAP)
               AND (DSP-QTY IS NOT NUMERIC OR DSP-QTY = ZERO)
                 MOVE 'QUANTITE INVALIDE' TO WS-REJECT-REASON
              WHEN OTHER
                 IF DSP-CODE(4:1) = SPACE
                    PERFORM PROCESS-PART-DISP
                 ELSE
                    PERFORM PROCESS-PRODUCT-DISP
                 END-IF
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM REJECT-DISP-CARD
           END-IF.

       REJECT-DISP-CARD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-LINE
           STRING
                DSP-CODE         DELIMITED BY SIZE
                '  '             DELIMITED BY SIZE
                DSP-ACTION       DELIMITED BY SIZE
                '  REJET : '     DELIMITED BY SIZE
                WS-REJECT-REASON DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

      ***************************************
      * DECISION SUR UNE PIECE (PARTS1 ET   *
      * TABLE PARTS) - LE REBUT EST         *
      * VALORISE AU PRIX FOURNISSEUR        *
      ***************************************
       PROCESS-PART-DISP.
           MOVE DSP-CODE(1:3) TO PNO-NPT
           READ NPT KEY IS PNO-NPT
              INVALID KEY
                 MOVE 'PIECE ABSENTE DE PARTS1' TO WS-REJECT-REASON
              NOT INVALID KEY
                 IF HOLD-NPT IS NOT NUMERIC
                    MOVE ZERO TO HOLD-NPT
                 END-IF
                 MOVE HOLD-NPT TO WS-HOLD-QTY
                 IF (DSP-RELEASE OR DSP-SCRAP)
                    AND DSP-QTY > WS-HOLD-QTY
                    MOVE 'QUANTITE EN CONTROLE INSUFFISANTE'
                      TO WS-REJECT-REASON
                 ELSE
                    PERFORM APPLY-PART-DISP
                 END-IF
           END-READ.

       APPLY-PART-DISP.
           MOVE DSP-CODE(1:3) TO PAR-PNO
           EVALUATE TRUE
              WHEN DSP-RELEASE
                 SUBTRACT DSP-QTY FROM HOLD-NPT
                 ADD DSP-QTY TO STOCK-NPT
                 EXEC SQL
                    UPDATE PARTS
                       SET HOLD_STOCK = HOLD_STOCK - :DSP-QTY,
                           STOCK = STOCK + :DSP-QTY
                     WHERE PNO = :PAR-PNO
                 END-EXEC
              WHEN DSP-SCRAP
                 SUBTRACT DSP-QTY FROM HOLD-NPT
                 EXEC SQL
                    UPDATE PARTS
                       SET HOLD_STOCK = HOLD_STOCK - :DSP-QTY
                     WHERE PNO = :PAR-PNO
                 END-EXEC
              WHEN DSP-REQUIRE
                 MOVE 'Y' TO INSPREQ-NPT
                 MOVE 'Y' TO PAR-INSP-REQUIRED
                 EXEC SQL
                    UPDATE PARTS
                       SET INSP_REQUIRED = :PAR-INSP-REQUIRED
                     WHERE PNO = :PAR-PNO
                 END-EXEC
              WHEN DSP-WAIVE
                 MOVE 'N' TO INSPREQ-NPT
                 MOVE 'N' TO PAR-INSP-REQUIRED
                 EXEC SQL
                    UPDATE PARTS
                       SET INSP_REQUIRED = :PAR-INSP-REQUIRED
                     WHERE PNO = :PAR-PNO
                 END-EXEC
           END-EVALUATE
           PERFORM TEST-SQLCODE
           REWRITE ENR-NPT
           IF WS-FS-NPT NOT = '00'
              DISPLAY 'ERR REWRITE FNPT, FS=' WS-FS-NPT
              PERFORM ABEND-PROG
           END-IF
           MOVE HOLD-NPT TO WS-HOLD-QTY
           MOVE ZERO TO WS-UNIT-COST
           IF DSP-SCRAP AND WS-SPP-PRESENT = 'Y'
              MOVE PNO-NPT TO SPP-PNO
              READ SPP KEY IS SPP-PNO
                 INVALID KEY
                    DISPLAY 'PIECE SANS PRIX FOURNISSEUR : '
                            PNO-NPT
                 NOT INVALID KEY
                    MOVE SPP-PRICE TO WS-UNIT-COST
              END-READ
           END-IF
           MOVE SPACES        TO SMV-P-NO
           MOVE DSP-CODE(1:3) TO SMV-P-NO(1:3)
           PERFORM BOOK-DISPOSITION.

      ***************************************
      * DECISION SUR UN PRODUIT (PRODUCTS)  *
      * - LE REBUT EST VALORISE AU COUT     *
      * UNITAIRE                            *
      ***************************************
       PROCESS-PRODUCT-DISP.
           MOVE DSP-CODE TO PRO-P-NO
           EXEC SQL
              SELECT HOLD_STOCK, UNIT_COST
                INTO :PRO-HOLD-STOCK, :PRO-UNIT-COST
                FROM PRODUCTS
               WHERE P_NO = :PRO-P-NO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                 MOVE PRO-HOLD-STOCK TO WS-HOLD-QTY
                 IF (DSP-RELEASE OR DSP-SCRAP)
                    AND DSP-QTY > WS-HOLD-QTY
                    MOVE 'QUANTITE EN CONTROLE INSUFFISANTE'
                      TO WS-REJECT-REASON
                 ELSE
                    PERFORM APPLY-PRODUCT-DISP
                 END-IF
              WHEN +100
                 MOVE 'PRODUIT INCONNU' TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM ABEND-PROG
           END-EVALUATE.

       APPLY-PRODUCT-DISP.
           EVALUATE TRUE
              WHEN DSP-RELEASE
                 EXEC SQL
                    UPDATE PRODUCTS
                       SET HOLD_STOCK = HOLD_STOCK - :DSP-QTY,
                           STOCK = STOCK + :DSP-QTY
                     WHERE P_NO = :PRO-P-NO
                 END-EXEC
                 PERFORM TEST-SQLCODE
                 PERFORM RELEASE-TO-MAIN-WHSE
                 SUBTRACT DSP-QTY FROM WS-HOLD-QTY
              WHEN DSP-SCRAP
                 EXEC SQL
                    UPDATE PRODUCTS
                       SET HOLD_STOCK = HOLD_STOCK - :DSP-QTY
                     WHERE P_NO = :PRO-P-NO
                 END-EXEC
                 SUBTRACT DSP-QTY FROM WS-HOLD-QTY
              WHEN DSP-REQUIRE
                 MOVE 'Y' TO PRO-INSP-REQUIRED
                 EXEC SQL
                    UPDATE PRODUCTS
                       SET INSP_REQUIRED = :PRO-INSP-REQUIRED
                     WHERE P_NO = :PRO-P-NO
                 END-EXEC
              WHEN DSP-WAIVE
                 MOVE 'N' TO PRO-INSP-REQUIRED
                 EXEC SQL
                    UPDATE PRODUCTS
                       SET INSP_REQUIRED = :PRO-INSP-REQUIRED
                     WHERE P_NO = :PRO-P-NO
                 END-EXEC
           END-EVALUATE
           PERFORM TEST-SQLCODE
           MOVE PRO-UNIT-COST TO WS-UNIT-COST
           MOVE DSP-CODE      TO SMV-P-NO
           PERFORM BOOK-DISPOSITION.

      ***************************************
      * LE PRODUIT LIBERE REJOINT LE STOCK  *
      * DU DEPOT PRINCIPAL (LIGNE CREEE SI  *
      * LE PRODUIT N'Y ETAIT PAS TENU)      *
      ***************************************
       RELEASE-TO-MAIN-WHSE.
           MOVE PRO-P-NO TO WST-P-NO
           MOVE '01'     TO WST-WHSE
           EXEC SQL
              UPDATE WHSE_STOCK
                 SET STOCK = STOCK + :DSP-QTY
               WHERE P_NO = :WST-P-NO
                 AND WHSE = :WST-WHSE
           END-EXEC
           IF SQLCODE = +100
              MOVE DSP-QTY TO WST-STOCK
              MOVE ZERO    TO WST-IN-TRANSIT
              EXEC SQL
                 INSERT INTO WHSE_STOCK (P_NO, WHSE, STOCK,
                        IN_TRANSIT)
                 VALUES (:WST-P-NO, :WST-WHSE, :WST-STOCK,
                         :WST-IN-TRANSIT)
              END-EXEC
           END-IF.

      ***************************************
      * MOUVEMENT, ECRITURES ET LIGNE DE    *
      * RAPPORT, COMMUNS AUX PIECES ET AUX  *
      * PRODUITS                            *
      ***************************************
       BOOK-DISPOSITION.
           EVALUATE TRUE
              WHEN DSP-RELEASE
                 MOVE 'L' TO SMV-MOVE-TYPE
                 MOVE DSP-QTY TO SMV-QTY
                 PERFORM WRITE-STOCK-MOVE
                 ADD 1 TO WS-RELEASE-COUNT
                 ADD DSP-QTY TO WS-RELEASE-QTY
                 MOVE ZERO TO WS-SCRAP-COST
              WHEN DSP-SCRAP
                 MOVE 'J' TO SMV-MOVE-TYPE
                 COMPUTE SMV-QTY = ZERO - DSP-QTY
                 PERFORM WRITE-STOCK-MOVE
                 ADD 1 TO WS-SCRAP-COUNT
                 ADD DSP-QTY TO WS-SCRAP-QTY
                 COMPUTE WS-SCRAP-COST ROUNDED =
                         DSP-QTY * WS-UNIT-COST
                 PERFORM WRITE-SCRAP-GL
              WHEN OTHER
                 ADD 1 TO WS-FLAG-COUNT
                 MOVE ZERO TO WS-SCRAP-COST
           END-EVALUATE
           PERFORM WRITE-DISP-LINE.

      ***************************************
      * MOUVEMENT 'L' (LIBERATION) OU 'J'   *
      * (REBUT AU CONTROLE), AVEC LE LOT    *
      * FOURNISSEUR S'IL EST DONNE          *
      ***************************************
       WRITE-STOCK-MOVE.
           MOVE WS-DSP-DATE  TO SMV-MOVE-DATE
           MOVE ZERO         TO SMV-REF-NO
           MOVE SPACES       TO SMV-OPERATOR
           IF DSP-OPERATOR = SPACES
              MOVE 'INSPDISP' TO SMV-OPERATOR
           ELSE
              MOVE DSP-OPERATOR TO SMV-OPERATOR(1:5)
           END-IF
           MOVE DSP-LOT-NO   TO SMV-LOT-NO
           EXEC SQL
              INSERT INTO STOCK_MOVES (P_NO, MOVE_DATE, MOVE_TYPE,
                     REF_NO, QTY, OPERATOR, LOT_NO)
              VALUES (:SMV-P-NO, :SMV-MOVE-DATE, :SMV-MOVE-TYPE,
                      :SMV-REF-NO, :SMV-QTY, :SMV-OPERATOR,
                      :SMV-LOT-NO)
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * REBUT AU CONTROLE : DEBIT REBUTS    *
      * 6300 / CREDIT STOCK 1400, COMME LE  *
      * REBUT D'UN RETOUR DANS CREAVOIR     *
      ***************************************
       WRITE-SCRAP-GL.
           IF WS-SCRAP-COST = ZERO
              CONTINUE
           ELSE
              ADD WS-SCRAP-COST TO WS-SUM-SCRAP
              MOVE SPACES         TO GLP-ENR
              MOVE 'INSPDISP'     TO GLP-SOURCE
              MOVE ZERO           TO GLP-INVOICE-NO
              MOVE ZERO           TO GLP-O-NO
              MOVE WS-DSP-DATE    TO GLP-DATE
              MOVE WS-GL-SCR      TO GLP-ACCOUNT
              MOVE 'SCRAP WRITE-OFF'    TO GLP-DESCRIPTION
              MOVE 'D'            TO GLP-DC
              MOVE WS-SCRAP-COST  TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
              MOVE WS-GL-STK      TO GLP-ACCOUNT
              MOVE 'INVENTORY'          TO GLP-DESCRIPTION
              MOVE 'C'            TO GLP-DC
              MOVE WS-SCRAP-COST  TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
           END-IF.

       WRITE-GL-LINE.
           WRITE GLP-ENR
           IF WS-FS-GLP NOT = ZERO THEN
              DISPLAY 'ERR WRITE GLPOST :' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * LIGNE DU RAPPORT : ARTICLE,         *
      * DECISION, QUANTITE, RESTE EN        *
      * CONTROLE, COUT DU REBUT             *
      ***************************************
       WRITE-DISP-LINE.
           MOVE SPACES TO WS-LINE
           MOVE WS-HOLD-QTY TO E-HOLD-QTY
           EVALUATE TRUE
              WHEN DSP-RELEASE OR DSP-SCRAP
                 MOVE DSP-QTY TO E-QTY
                 MOVE WS-SCRAP-COST TO E-AMOUNT
                 STRING
                      DSP-CODE     DELIMITED BY SIZE
                      '  '         DELIMITED BY SIZE
                      DSP-ACTION   DELIMITED BY SIZE
                      '  '         DELIMITED BY SIZE
                      E-QTY        DELIMITED BY SIZE
                      '  '         DELIMITED BY SIZE
                      E-HOLD-QTY   DELIMITED BY SIZE
                      '  '         DELIMITED BY SIZE
                      E-AMOUNT     DELIMITED BY SIZE
                      '  '         DELIMITED BY SIZE
                      DSP-LOT-NO   DELIMITED BY SIZE
                 INTO WS-LINE
              WHEN DSP-REQUIRE
                 STRING
                      DSP-CODE     DELIMITED BY SIZE
                      '  I  SOUMIS AU CONTROLE A LA RECEPTION'
                                   DELIMITED BY SIZE
                 INTO WS-LINE
              WHEN OTHER
                 STRING
                      DSP-CODE     DELIMITED BY SIZE
                      '  D  DISPENSE DU CONTROLE A LA RECEPTION'
                                   DELIMITED BY SIZE
                 INTO WS-LINE
           END-EVALUATE
           PERFORM WRITE-FILE-RPT.

       WRITE-FILE-RPT.
           MOVE WS-LINE TO RPT-ENR
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FINSPRPT :' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 'DECISIONS DU CONTROLE QUALITE' TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 'CODE  D  QTE    RESTE     COUT REBUT  LOT'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT.

       WRITE-REPORT-FOOTER.
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE WS-SUM-SCRAP TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'COUT TOTAL DES REBUTS : ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           MOVE WS-SUM-SCRAP TO E-AMOUNT
           DISPLAY '==============================================='
           DISPLAY '  RESUME DES DECISIONS DU CONTROLE QUALITE'
           DISPLAY '  CARTES LUES        : ' WS-READ-COUNT
           DISPLAY '  LIBERATIONS        : ' WS-RELEASE-COUNT
           DISPLAY '  QUANTITE LIBEREE   : ' WS-RELEASE-QTY
           DISPLAY '  REBUTS             : ' WS-SCRAP-COUNT
           DISPLAY '  QUANTITE REBUTEE   : ' WS-SCRAP-QTY
           DISPLAY '  COUT DES REBUTS    : ' E-AMOUNT
           DISPLAY '  MARQUAGES          : ' WS-FLAG-COUNT
           DISPLAY '  CARTES REJETEES    : ' WS-REJECT-COUNT
           DISPLAY '==============================================='.

      ***************************************
      * CONTROLE DU CODE RETOUR SQL         *
      ***************************************
       TEST-SQLCODE.
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 CONTINUE
              WHEN SQLCODE > 0
                 DISPLAY 'WARNING : ', SQLCODE
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
