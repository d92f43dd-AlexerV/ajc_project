       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WARCLAIM.
      **********************************************
      * RECLAMATIONS SOUS GARANTIE : CHAQUE CARTE   *
      * SYSIN DECLARE UN DEFAUT SUR UN LOT EXPEDIE  *
      * (COMMANDE, PRODUIT, LOT). LA COUVERTURE EST *
      * CONTROLEE CONTRE L'EXPEDITION D'ORIGINE     *
      * (SHIPMENTS.LOT_NO, SHIP_DATE) ET LA         *
      * GARANTIE DU PRODUIT (WARRANTY_MONTHS) ; LA  *
      * RECLAMATION RECOIT UN NUMERO DU COMPTEUR    *
      * FWARCTR ET UNE DECISION INSCRITE AU         *
      * REGISTRE FWARCLM :                          *
      *  'P' REMPLACEMENT : COMMANDE GRATUITE       *
      *      (ORDER_TYPE 'N', MOTIF WAR) CREEE ICI, *
      *  'R' REPARATION : CARTE RMAENTRY MOTIF WRP  *
      *      (RETOUR SANS AVOIR, VOIR RMACONF),     *
      *  'C' AVOIR : CARTE RMAENTRY MOTIF WAR, MISE *
      *      AU REBUT, AVOIR EMIS PAR CREAVOIR,     *
      *  'D' REFUS - FORCE HORS GARANTIE.           *
      * LES CARTES RMA PARTENT SUR FWARRMA, SYSIN   *
      * DU PASSAGE RMAENTRY QUI SUIT. LE LOT EST    *
      * RATTACHE A SON FOURNISSEUR (RECEPTION 'G'   *
      * ET COMMANDE D'ACHAT FPURCHPO) POUR LE       *
      * RECOUVREMENT (WARRPT). LE RAPPORT FWARLST   *
      * LISTE LES RECLAMATIONS DU PASSAGE.          *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT WARCTR ASSIGN TO FWARCTR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CTR-KEY
            FILE STATUS IS WS-FS-CTR.
            SELECT WCL ASSIGN TO FWARCLM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WCL-CLAIM-NO
            FILE STATUS IS WS-FS-WCL.
            SELECT OPTIONAL POF ASSIGN TO FPURCHPO
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PO-NO
            FILE STATUS IS WS-FS-POF.
            SELECT RMAC ASSIGN TO FWARRMA
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RMAC.
            SELECT RPT ASSIGN TO FWARLST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD WARCTR.
       01 WARCTR-REC.
          05 CTR-KEY       PIC X(6).
          05 CTR-VALUE     PIC 9(9).

       FD WCL.
       COPY WARCLM.

       FD POF.
       COPY PURCHPO.

      *--------------------------------------------------------------
      *  CARTES POUR RMAENTRY, AU FORMAT DE SA SYSIN (COMMANDE,
      *  PRODUIT, QUANTITE, MOTIF, DECISION), TERMINEES PAR '0000'
      *--------------------------------------------------------------
       FD RMAC.
       01 RMAC-ENR.
          05 RMAC-O-NO         PIC 9(4).
          05 RMAC-P-NO         PIC X(4).
          05 RMAC-QTY          PIC 9(2).
          05 RMAC-REASON       PIC X(3).
          05 RMAC-DECISION     PIC X.
          05 FILLER            PIC X(66).

       FD RPT.
       01 RPT-ENR       PIC X(78).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE ORD
           END-EXEC

           EXEC SQL
               INCLUDE ITE
           END-EXEC

           EXEC SQL
               INCLUDE PRO
           END-EXEC

           EXEC SQL
               INCLUDE SHP
           END-EXEC

           EXEC SQL
               INCLUDE SMV
           END-EXEC

      ***************************************
      * RESERVATION DU STOCK DE LA COMMANDE *
      * DE REMPLACEMENT (VOIR STKALLP.CPY)  *
      ***************************************
       COPY STKALLP.

      *--------------------------------------------------------------
      *  CARTES SYSIN, UNE PAR RECLAMATION, TERMINEES PAR UNE CARTE
      *  '0000' EN COLONNES 1-4
      *  COL 1-4   : NO DE COMMANDE D'ORIGINE (O_NO)
      *  COL 5-8   : CODE PRODUIT (P_NO)
      *  COL 9-18  : NO DE LOT EXPEDIE
      *  COL 19-20 : QUANTITE RECLAMEE
      *  COL 21-23 : CODE DEFAUT DECLARE PAR LE CLIENT
      *  COL 24    : DECISION - P REMPLACEMENT, R REPARATION,
      *              C AVOIR, D REFUS
      *  COL 25-29 : LOGIN DU RESPONSABLE QUI DECIDE (OBLIGATOIRE
      *              SAUF REFUS)
      *  COL 30-39 : DATE DE LA RECLAMATION (AAAA-MM-JJ), BLANC =
      *              DATE DU JOUR
      *--------------------------------------------------------------
       01  WS-SYSIN-WAR.
           05 WARC-O-NO         PIC 9(4).
           05 WARC-P-NO         PIC X(4).
           05 WARC-LOT-NO       PIC X(10).
           05 WARC-QTY          PIC 9(2).
           05 WARC-DEFECT       PIC X(3).
           05 WARC-DECISION     PIC X.
              88 WARC-DECISION-OK        VALUE 'P' 'R' 'C' 'D'.
              88 WARC-DENY               VALUE 'D'.
           05 WARC-APPROVER     PIC X(5).
           05 WARC-DATE         PIC X(10).
           05 FILLER            PIC X(41).

       77 WS-FS-CTR         PIC XX.
       77 WS-FS-WCL         PIC XX.
       77 WS-FS-POF         PIC XX.
       77 WS-FS-RMAC        PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 WS-POF-PRESENT    PIC X VALUE 'N'.

       77 WS-CLAIM-NO       PIC 9(7) VALUE ZERO.
       77 WS-CARD-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-CLAIM-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-REPLACE-COUNT  PIC 9(7) VALUE ZERO.
       77 WS-REPAIR-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-CREDIT-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-DENY-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-REJECT-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-CARD-OK        PIC X VALUE 'N'.
          88 CLAIM-CARD-OK            VALUE 'Y'.
       01 WS-REJ-REASON     PIC X(40).

      *--- EXPEDITION D'ORIGINE DU LOT SUR LA COMMANDE
       77 WS-SHIP-ROWS      PIC S9(9) USAGE COMP VALUE ZERO.
       77 WS-SHIP-QTY       PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 WS-SHIP-DATE      PIC X(10) VALUE SPACES.
       77 WS-REF-NO         PIC S9(9)V USAGE COMP-3 VALUE ZERO.

      *--- FIN DE GARANTIE : DATE D'EXPEDITION + N MOIS, LE JOUR
      *--- RAMENE A LA FIN DU MOIS D'ARRIVEE QUAND IL LE DEPASSE
       01 WS-END-DATE-NUM.
          05 WS-END-YYYY    PIC 9(4).
          05 WS-END-MM      PIC 9(2).
          05 WS-END-DD      PIC 9(2).
       77 WS-MONTH-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-WARR-END       PIC X(10) VALUE SPACES.

       77 WS-CLAIM-DATE     PIC X(10) VALUE SPACES.
       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE-NUM   PIC 9(8).

       01 WS-LINE           PIC X(78).
       01 E-CLAIM-NO        PIC 9(7).
       01 E-O-NO            PIC 9(4).
       01 E-QTY             PIC Z9.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'WARCLAIM'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - RECLAMATIONS SOUS GARANTIE'.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            PERFORM INIT-RUN-DATE
            PERFORM OPEN-FILES
            PERFORM WRITE-RPT-HEADER
            PERFORM READ-SYSIN-CARD
            PERFORM UNTIL WARC-O-NO = ZERO
               PERFORM PROCESS-CLAIM-CARD
               PERFORM READ-SYSIN-CARD
            END-PERFORM
            PERFORM WRITE-RMA-TRAILER
            EXEC SQL
                 COMMIT
            END-EXEC
            PERFORM TEST-SQLCODE
            PERFORM WRITE-RPT-FOOTER
            PERFORM CLOSE-FILES
            DISPLAY 'CARTES LUES             : ' WS-CARD-COUNT
            DISPLAY 'RECLAMATIONS ENREGISTREES: ' WS-CLAIM-COUNT
            DISPLAY '  REMPLACEMENTS         : ' WS-REPLACE-COUNT
            DISPLAY '  REPARATIONS (RMA)     : ' WS-REPAIR-COUNT
            DISPLAY '  AVOIRS (RMA)          : ' WS-CREDIT-COUNT
            DISPLAY '  REFUS                 : ' WS-DENY-COUNT
            DISPLAY 'CARTES REJETEES         : ' WS-REJECT-COUNT
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
           MOVE SPACES TO WS-SYSIN-WAR
           MOVE ZERO TO WARC-O-NO
           ACCEPT WS-SYSIN-WAR FROM SYSIN
           IF WARC-O-NO IS NOT NUMERIC
              MOVE ZERO TO WARC-O-NO
           END-IF
           IF WARC-O-NO NOT = ZERO
              ADD 1 TO WS-CARD-COUNT
           END-IF.

      ***************************************
      * OUVERTURE/FERMETURE DES FICHIERS :  *
      * COMPTEUR ET REGISTRE CREES AU       *
      * PREMIER PASSAGE                     *
      ***************************************
       OPEN-FILES.
           OPEN I-O WARCTR
           IF WS-FS-CTR = '35'
              OPEN OUTPUT WARCTR
              MOVE 'WARNUM' TO CTR-KEY
              MOVE 0        TO CTR-VALUE
              WRITE WARCTR-REC
              CLOSE WARCTR
              OPEN I-O WARCTR
           END-IF
           IF WS-FS-CTR NOT = '00'
              DISPLAY 'ERR OPEN FWARCTR, FS=' WS-FS-CTR
              PERFORM ABEND-PROG
           END-IF
           OPEN I-O WCL
           IF WS-FS-WCL = '35'
              OPEN OUTPUT WCL
              CLOSE WCL
              OPEN I-O WCL
           END-IF
           IF WS-FS-WCL NOT = '00'
              DISPLAY 'ERR OPEN FWARCLM, FS=' WS-FS-WCL
              PERFORM ABEND-PROG
           END-IF
           MOVE 'N' TO WS-POF-PRESENT
           OPEN INPUT POF
           IF WS-FS-POF = '00'
              MOVE 'Y' TO WS-POF-PRESENT
           END-IF
           OPEN OUTPUT RMAC
           IF WS-FS-RMAC NOT = '00'
              DISPLAY 'ERR OPEN FWARRMA, FS=' WS-FS-RMAC
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FWARLST, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE WARCTR
           CLOSE WCL
           IF WS-POF-PRESENT = 'Y'
              CLOSE POF
           END-IF
           CLOSE RMAC
           CLOSE RPT.

      ***************************************
      * INCREMENT ET LECTURE DU PROCHAIN    *
      * NUMERO DE RECLAMATION               *
      ***************************************
       GET-NEXT-CLAIM-NO.
           MOVE 'WARNUM' TO CTR-KEY
           READ WARCTR KEY IS CTR-KEY
           ADD 1 TO CTR-VALUE
           REWRITE WARCTR-REC
           MOVE CTR-VALUE TO WS-CLAIM-NO.

      ***************************************
      * TRAITEMENT D'UNE CARTE : CONTROLE,  *
      * COUVERTURE, NUMEROTATION, REGISTRE  *
      * PUIS LA SUITE DONNEE A LA DECISION  *
      ***************************************
       PROCESS-CLAIM-CARD.
           PERFORM VALIDATE-CLAIM-CARD
           IF NOT CLAIM-CARD-OK
              ADD 1 TO WS-REJECT-COUNT
              MOVE WARC-O-NO TO E-O-NO
              MOVE SPACES TO WS-LINE
              STRING
                   'CARTE REJETEE CMDE ' DELIMITED BY SIZE
                   E-O-NO                DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   WARC-P-NO             DELIMITED BY SIZE
                   ' : '                 DELIMITED BY SIZE
                   WS-REJ-REASON         DELIMITED BY SIZE
              INTO WS-LINE
              MOVE WS-LINE TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
           ELSE
              PERFORM BUILD-CLAIM
              PERFORM CHECK-COVERAGE
              PERFORM FIND-LOT-SUPPLIER
              PERFORM GET-NEXT-CLAIM-NO
              MOVE WS-CLAIM-NO TO WCL-CLAIM-NO
              EVALUATE TRUE
                 WHEN WCL-REPLACE
                    PERFORM CREATE-REPLACEMENT-ORDER
                    ADD 1 TO WS-REPLACE-COUNT
                 WHEN WCL-REPAIR
                    MOVE 'WRP' TO RMAC-REASON
                    MOVE SPACE TO RMAC-DECISION
                    PERFORM WRITE-RMA-CARD
                    ADD 1 TO WS-REPAIR-COUNT
                 WHEN WCL-CREDIT
                    MOVE 'WAR' TO RMAC-REASON
                    MOVE 'S'   TO RMAC-DECISION
                    PERFORM WRITE-RMA-CARD
                    ADD 1 TO WS-CREDIT-COUNT
                 WHEN OTHER
                    ADD 1 TO WS-DENY-COUNT
              END-EVALUATE
              PERFORM RECORD-CLAIM
              PERFORM WRITE-CLAIM-LINE
              ADD 1 TO WS-CLAIM-COUNT
           END-IF.

      ***************************************
      * CONTROLE DE LA CARTE : COMMANDE ET  *
      * PRODUIT CONNUS, QUANTITE, DECISION  *
      * ET RESPONSABLE                      *
      ***************************************
       VALIDATE-CLAIM-CARD.
           MOVE 'Y' TO WS-CARD-OK
           MOVE SPACES TO WS-REJ-REASON
           MOVE WARC-O-NO TO ORD-O-NO
           EXEC SQL
              SELECT C_NO, S_NO, SHIPTO_ID
                INTO :ORD-C-NO, :ORD-S-NO, :ORD-SHIPTO-ID
                FROM ORDERS
               WHERE O_NO = :ORD-O-NO
           END-EXEC
           IF SQLCODE = +100
              MOVE 'N' TO WS-CARD-OK
              MOVE 'COMMANDE INCONNUE' TO WS-REJ-REASON
           ELSE
              PERFORM TEST-SQLCODE
           END-IF
           MOVE WARC-P-NO TO PRO-P-NO
           EXEC SQL
              SELECT PRICE, UNIT_COST, WARRANTY_MONTHS
                INTO :PRO-PRICE, :PRO-UNIT-COST,
                     :PRO-WARRANTY-MONTHS
                FROM PRODUCTS
               WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE = +100
              MOVE 'N' TO WS-CARD-OK
              MOVE 'PRODUIT INCONNU' TO WS-REJ-REASON
           ELSE
              PERFORM TEST-SQLCODE
           END-IF
           IF WARC-QTY IS NOT NUMERIC OR WARC-QTY = ZERO
              MOVE 'N' TO WS-CARD-OK
              MOVE 'QUANTITE INVALIDE' TO WS-REJ-REASON
           END-IF
           IF WARC-LOT-NO = SPACES
              MOVE 'N' TO WS-CARD-OK
              MOVE 'NUMERO DE LOT OBLIGATOIRE' TO WS-REJ-REASON
           END-IF
           IF NOT WARC-DECISION-OK
              MOVE 'N' TO WS-CARD-OK
              MOVE 'DECISION INVALIDE (P/R/C/D)' TO WS-REJ-REASON
           ELSE
              IF NOT WARC-DENY AND WARC-APPROVER = SPACES
                 MOVE 'N' TO WS-CARD-OK
                 MOVE 'RESPONSABLE OBLIGATOIRE' TO WS-REJ-REASON
              END-IF
           END-IF.

       BUILD-CLAIM.
           MOVE SPACES TO WCL-ENR
           IF WARC-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-CLAIM-DATE
           ELSE
              MOVE WARC-DATE TO WS-CLAIM-DATE
           END-IF
           MOVE WS-CLAIM-DATE   TO WCL-CLAIM-DATE
           MOVE WARC-O-NO       TO WCL-O-NO
           MOVE ORD-C-NO        TO WCL-C-NO
           MOVE WARC-P-NO       TO WCL-P-NO
           MOVE WARC-LOT-NO     TO WCL-LOT-NO
           MOVE WARC-QTY        TO WCL-QTY
           MOVE WARC-DEFECT     TO WCL-DEFECT
           MOVE WARC-DECISION   TO WCL-DECISION
           MOVE WARC-APPROVER   TO WCL-APPROVER
           MOVE ZERO            TO WCL-REPL-O-NO
           MOVE ZERO            TO WCL-PO-NO
           MOVE PRO-UNIT-COST   TO WCL-UNIT-COST
           IF WARC-DENY
              MOVE 'MGR' TO WCL-DENY-CODE
           END-IF.

      ***************************************
      * COUVERTURE : LE LOT DOIT AVOIR ETE  *
      * EXPEDIE SUR LA COMMANDE EN QUANTITE *
      * SUFFISANTE, LE PRODUIT ETRE GARANTI *
      * ET LA RECLAMATION ARRIVER AVANT LA  *
      * FIN DE GARANTIE, COMPTEE DEPUIS LA  *
      * PREMIERE EXPEDITION DU LOT. SINON   *
      * LA DECISION EST FORCEE A 'D'        *
      ***************************************
       CHECK-COVERAGE.
           MOVE WARC-O-NO   TO SHP-O-NO
           MOVE WARC-P-NO   TO SHP-P-NO
           MOVE WARC-LOT-NO TO SHP-LOT-NO
           MOVE ZERO TO WS-SHIP-ROWS
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(QUANTITY), 0),
                     COALESCE(MIN(SHIP_DATE), ' ')
                INTO :WS-SHIP-ROWS, :WS-SHIP-QTY, :WS-SHIP-DATE
                FROM SHIPMENTS
               WHERE O_NO = :SHP-O-NO
                 AND P_NO = :SHP-P-NO
                 AND LOT_NO = :SHP-LOT-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE WS-SHIP-DATE TO WCL-SHIP-DATE
           EVALUATE TRUE
              WHEN WS-SHIP-ROWS = ZERO
                 MOVE 'NSH' TO WCL-DENY-CODE
              WHEN WARC-QTY > WS-SHIP-QTY
                 MOVE 'QTY' TO WCL-DENY-CODE
              WHEN PRO-WARRANTY-MONTHS = ZERO
                 MOVE 'NWP' TO WCL-DENY-CODE
              WHEN OTHER
                 PERFORM COMPUTE-WARRANTY-END
                 MOVE WS-WARR-END TO WCL-WARR-END
                 IF WS-CLAIM-DATE > WS-WARR-END
                    MOVE 'EXP' TO WCL-DENY-CODE
                 END-IF
           END-EVALUATE
           IF WCL-DENY-CODE NOT = SPACES
              SET WCL-DENIED TO TRUE
           END-IF.

       COMPUTE-WARRANTY-END.
           MOVE WS-SHIP-DATE(1:4) TO WS-END-YYYY
           MOVE WS-SHIP-DATE(6:2) TO WS-END-MM
           MOVE WS-SHIP-DATE(9:2) TO WS-END-DD
           COMPUTE WS-MONTH-COUNT = WS-END-YYYY * 12 + WS-END-MM - 1
                                  + PRO-WARRANTY-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-END-YYYY
                  REMAINDER WS-END-MM
           ADD 1 TO WS-END-MM
           EVALUATE TRUE
              WHEN WS-END-MM = 2 AND WS-END-DD > 28
                 MOVE 28 TO WS-END-DD
              WHEN (WS-END-MM = 4 OR 6 OR 9 OR 11)
                   AND WS-END-DD > 30
                 MOVE 30 TO WS-END-DD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE SPACES TO WS-WARR-END
           STRING
                WS-END-YYYY DELIMITED BY SIZE
                '-'         DELIMITED BY SIZE
                WS-END-MM   DELIMITED BY SIZE
                '-'         DELIMITED BY SIZE
                WS-END-DD   DELIMITED BY SIZE
           INTO WS-WARR-END.

      ***************************************
      * FOURNISSEUR DU LOT : LA RECEPTION   *
      * 'G' DU LOT PORTE LE NUMERO DE LA    *
      * COMMANDE D'ACHAT (REF_NO), QUI      *
      * DONNE LE FOURNISSEUR                *
      ***************************************
       FIND-LOT-SUPPLIER.
           MOVE SPACES TO WCL-SUP-CODE
           MOVE WARC-P-NO   TO SMV-P-NO
           MOVE WARC-LOT-NO TO SMV-LOT-NO
           EXEC SQL
              SELECT COALESCE(MIN(REF_NO), 0)
                INTO :WS-REF-NO
                FROM STOCK_MOVES
               WHERE MOVE_TYPE = 'G'
                 AND P_NO = :SMV-P-NO
                 AND LOT_NO = :SMV-LOT-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-REF-NO NOT = ZERO
              MOVE WS-REF-NO TO WCL-PO-NO
              IF WS-POF-PRESENT = 'Y'
                 MOVE WS-REF-NO TO PO-NO
                 READ POF KEY IS PO-NO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE PO-SUP-CODE TO WCL-SUP-CODE
                 END-READ
              END-IF
           END-IF.

      ***************************************
      * REMPLACEMENT : COMMANDE GRATUITE    *
      * (MOTIF WAR, AUTORISEE PAR LE        *
      * RESPONSABLE DE LA CARTE) POUR LE    *
      * MEME CLIENT, LE MEME VENDEUR ET LA  *
      * MEME ADRESSE DE LIVRAISON ; ELLE    *
      * SUIT ENSUITE LE CIRCUIT NORMAL      *
      * (EXTRACTP, PICKLIST, SHIPORD)       *
      ***************************************
       CREATE-REPLACEMENT-ORDER.
           EXEC SQL
              SELECT VALUE(MAX(O_NO), 0) + 1
                INTO :ORD-O-NO
                FROM ORDERS
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE WS-RUN-DATE   TO ORD-O-DATE
           MOVE ZERO          TO ORD-S2-NO
           MOVE ZERO          TO ORD-SPLIT-PCT
           MOVE 'N'           TO ORD-ORDER-TYPE
           MOVE 'WAR'         TO ORD-NC-REASON
           MOVE WARC-APPROVER TO ORD-NC-APPROVED-BY
           EXEC SQL
              INSERT INTO ORDERS (O_NO, S_NO, C_NO, O_DATE,
                     SHIPTO_ID, S2_NO, SPLIT_PCT, ORDER_TYPE,
                     NC_REASON, NC_APPROVED_BY)
              VALUES (:ORD-O-NO, :ORD-S-NO, :ORD-C-NO, :ORD-O-DATE,
                      :ORD-SHIPTO-ID, :ORD-S2-NO, :ORD-SPLIT-PCT,
                      :ORD-ORDER-TYPE, :ORD-NC-REASON,
                      :ORD-NC-APPROVED-BY)
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE ORD-O-NO  TO ITE-O-NO
           MOVE WARC-P-NO TO ITE-P-NO
           MOVE WARC-QTY  TO ITE-QUANTITY
           MOVE PRO-PRICE TO ITE-PRICE
           EXEC SQL
              INSERT INTO ITEMS (O_NO, P_NO, QUANTITY, PRICE)
              VALUES (:ITE-O-NO, :ITE-P-NO, :ITE-QUANTITY,
                      :ITE-PRICE)
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE ORD-O-NO TO WCL-REPL-O-NO
           MOVE 'A'          TO SA-FUNC
           MOVE ITE-O-NO     TO SA-O-NO
           MOVE ITE-P-NO     TO SA-P-NO
           MOVE ITE-QUANTITY TO SA-QTY
           CALL 'STKALLOC' USING SA-PARM
           IF SA-RC = 12
              DISPLAY 'ERREUR SQL ALLOCATION : ' SA-SQLCODE
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * CARTE RMAENTRY : LE RETOUR DU LOT   *
      * DEFECTUEUX EST AUTORISE PAR LE      *
      * PASSAGE RMAENTRY QUI SUIT           *
      ***************************************
       WRITE-RMA-CARD.
           MOVE WARC-O-NO TO RMAC-O-NO
           MOVE WARC-P-NO TO RMAC-P-NO
           MOVE WARC-QTY  TO RMAC-QTY
           WRITE RMAC-ENR
           IF WS-FS-RMAC NOT = '00'
              DISPLAY 'ERR WRITE FWARRMA, FS=' WS-FS-RMAC
              PERFORM ABEND-PROG
           END-IF.

       WRITE-RMA-TRAILER.
           MOVE SPACES TO RMAC-ENR
           MOVE ZERO TO RMAC-O-NO
           WRITE RMAC-ENR
           IF WS-FS-RMAC NOT = '00'
              DISPLAY 'ERR WRITE FWARRMA, FS=' WS-FS-RMAC
              PERFORM ABEND-PROG
           END-IF.

       RECORD-CLAIM.
           WRITE WCL-ENR
              INVALID KEY
                 DISPLAY 'DOUBLON RECLAMATION ' WS-CLAIM-NO
                 PERFORM ABEND-PROG
           END-WRITE.

      ***************************************
      * UNE LIGNE PAR RECLAMATION : NUMERO, *
      * LOT, DECISION ET SA SUITE           *
      ***************************************
       WRITE-CLAIM-LINE.
           MOVE WCL-CLAIM-NO TO E-CLAIM-NO
           MOVE WCL-O-NO     TO E-O-NO
           MOVE WCL-QTY      TO E-QTY
           MOVE SPACES TO WS-LINE
           STRING
                E-CLAIM-NO    DELIMITED BY SIZE
                ' CMDE '      DELIMITED BY SIZE
                E-O-NO        DELIMITED BY SIZE
                ' '           DELIMITED BY SIZE
                WCL-P-NO      DELIMITED BY SIZE
                ' LOT '       DELIMITED BY SIZE
                WCL-LOT-NO    DELIMITED BY SIZE
                ' X'          DELIMITED BY SIZE
                E-QTY         DELIMITED BY SIZE
           INTO WS-LINE
           EVALUATE TRUE
              WHEN WCL-REPLACE
                 MOVE WCL-REPL-O-NO TO E-O-NO
                 MOVE ' REMPLACEE, CMDE GRATUITE ' TO WS-LINE(42:)
                 MOVE E-O-NO TO WS-LINE(68:)
              WHEN WCL-REPAIR
                 MOVE ' REPARATION - CARTE RMA WRP' TO WS-LINE(42:)
              WHEN WCL-CREDIT
                 MOVE ' AVOIR - CARTE RMA WAR' TO WS-LINE(42:)
              WHEN OTHER
                 MOVE ' REFUSEE - MOTIF ' TO WS-LINE(42:)
                 MOVE WCL-DENY-CODE TO WS-LINE(59:)
           END-EVALUATE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FWARLST, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-RPT-HEADER.
           MOVE ALL '=' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'RECLAMATIONS SOUS GARANTIE DU ' DELIMITED BY SIZE
                WS-RUN-DATE                      DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'MOTIFS DE REFUS : NSH NON EXPEDIE, QTY QUANTITE,'
             TO WS-LINE
           MOVE ' NWP NON GARANTI,' TO WS-LINE(50:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '                  EXP GARANTIE EXPIREE, MGR REFUS'
             TO WS-LINE
           MOVE ' RESPONSABLE' TO WS-LINE(51:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE ALL '=' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-RPT-FOOTER.
           MOVE ALL '=' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

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

      ***************************************
      * ABEND-PROG                          *
      ***************************************
       ABEND-PROG.
           DISPLAY 'ANOMALIE GRAVE'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
