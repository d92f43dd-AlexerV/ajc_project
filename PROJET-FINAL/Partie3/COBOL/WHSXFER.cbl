       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WHSXFER.
      **********************************************
      * ORDRES DE TRANSFERT ENTRE DEPOTS : CHAQUE   *
      * CARTE SYSIN OUVRE, EXPEDIE, RECOIT OU       *
      * ANNULE UN ORDRE DU KSDS FWHSXFR.            *
      *  'O' OUVERTURE - PRODUIT, DEPOTS ET         *
      *      QUANTITE, NUMERO ATTRIBUE (FXFRCTR) ;  *
      *  'S' EXPEDITION - LE STOCK DU DEPOT         *
      *      EXPEDITEUR BAISSE, LE TRANSIT DU       *
      *      DEPOT DESTINATAIRE MONTE (MOUVEMENTS   *
      *      'T' NEGATIF ET POSITIF) ;              *
      *  'R' RECEPTION - LE TRANSIT DEVIENT DU      *
      *      STOCK ; UN MANQUANT EST SORTI PAR UN   *
      *      AJUSTEMENT 'A' QUI BAISSE AUSSI LE     *
      *      TOTAL PRODUCTS.STOCK ;                 *
      *  'X' ANNULATION D'UN ORDRE NON EXPEDIE.     *
      * LE TOTAL SOCIETE NE BOUGE PAS ENTRE         *
      * L'EXPEDITION ET LA RECEPTION : LE STOCK EN  *
      * TRANSIT RESTE POSSEDE. SEULS LES PRODUITS   *
      * SONT TENUS PAR DEPOT.                       *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT XFR ASSIGN TO FWHSXFR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XFR-NO
            FILE STATUS IS WS-FS-XFR.
            SELECT XFRCTR ASSIGN TO FXFRCTR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CTR-KEY
            FILE STATUS IS WS-FS-CTR.
            SELECT RPT ASSIGN TO FXFRRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD XFR.
       COPY WHSXFER.

       FD XFRCTR.
       01 XFRCTR-REC.
          05 CTR-KEY       PIC X(6).
          05 CTR-VALUE     PIC 9(9).

       FD RPT.
       01 RPT-ENR       PIC X(78).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE PRO
           END-EXEC

           EXEC SQL
               INCLUDE SMV
           END-EXEC

           EXEC SQL
               INCLUDE WST
           END-EXEC

      *--------------------------------------------------------------
      *  CARTES SYSIN, UNE PAR OPERATION, TERMINEES PAR UNE CARTE A
      *  BLANC (OU LA FIN DU FICHIER)
      *  COL 1     : OPERATION ('O' OUVERTURE, 'S' EXPEDITION,
      *              'R' RECEPTION, 'X' ANNULATION)
      *  COL 2-8   : NO D'ORDRE (OPERATIONS 'S', 'R' ET 'X')
      *  COL 9-12  : CODE PRODUIT (P_NO, OUVERTURE)
      *  COL 13-14 : DEPOT EXPEDITEUR (OUVERTURE)
      *  COL 15-16 : DEPOT DESTINATAIRE (OUVERTURE)
      *  COL 17-21 : QUANTITE - COMMANDEE A L'OUVERTURE, EXPEDIEE
      *              (BLANC = COMMANDEE) OU RECUE (BLANC =
      *              EXPEDIEE)
      *  COL 22-31 : DATE DE L'OPERATION (AAAA-MM-JJ, BLANC = DU
      *              JOUR)
      *  COL 32-36 : OPERATEUR (CODE A 5 CARACTERES)
      *--------------------------------------------------------------
       01  WS-SYSIN-XFER.
           05 XFC-ACTION        PIC X.
              88 XFC-OPEN             VALUE 'O'.
              88 XFC-SHIP             VALUE 'S'.
              88 XFC-RECEIVE          VALUE 'R'.
              88 XFC-CANCEL           VALUE 'X'.
           05 XFC-NO            PIC 9(7).
           05 XFC-P-NO          PIC X(4).
           05 XFC-FROM-WHSE     PIC X(2).
           05 XFC-TO-WHSE       PIC X(2).
           05 XFC-QTY           PIC 9(5).
           05 XFC-QTY-X REDEFINES XFC-QTY PIC X(5).
           05 XFC-DATE          PIC X(10).
           05 XFC-OPERATOR      PIC X(5).
           05 FILLER            PIC X(44).

       77 WS-FS-XFR         PIC XX.
       77 WS-FS-CTR         PIC XX.
       77 WS-FS-RPT         PIC XX.
       01 WS-LINE           PIC X(78).

       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE-NUM   PIC 9(8).

      ***************************************
      * OPERATION EN COURS                  *
      ***************************************
       77 WS-REJECT-REASON  PIC X(40) VALUE SPACES.
       77 WS-XFC-DATE       PIC X(10) VALUE SPACES.
       77 WS-MOVE-QTY       PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 WS-SHORT-QTY      PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 WS-TRANSIT-QTY    PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 WS-XFR-NO         PIC 9(7) VALUE ZERO.
       77 WS-STATUS-TEXT    PIC X(12) VALUE SPACES.

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-OPEN-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-SHIP-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-RECV-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-CANCEL-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-REJECT-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-OUT-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-SHIP-QTY       PIC S9(7) VALUE ZERO.
       77 WS-RECV-QTY       PIC S9(7) VALUE ZERO.
       77 WS-LOSS-QTY       PIC S9(7) VALUE ZERO.

       01 E-XFR-NO          PIC 9(7).
       01 E-QTY             PIC Z(4)9.
       01 E-SHORT-QTY       PIC Z(4)9.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'WHSXFER'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - TRANSFERTS ENTRE DEPOTS'.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM INIT-RUN-DATE
            PERFORM OPEN-FILES
            PERFORM WRITE-REPORT-HEADER
            PERFORM READ-SYSIN-CARD
            PERFORM UNTIL XFC-ACTION = SPACE
                PERFORM PROCESS-XFER-CARD
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
           MOVE SPACES TO WS-SYSIN-XFER
           ACCEPT WS-SYSIN-XFER FROM SYSIN
           IF XFC-ACTION NOT = SPACE
              ADD 1 TO WS-READ-COUNT
           END-IF.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'WHSXFER' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-READ-COUNT TO RJ-IN-COUNT
           COMPUTE WS-OUT-COUNT = WS-OPEN-COUNT + WS-SHIP-COUNT
                                + WS-RECV-COUNT + WS-CANCEL-COUNT
           MOVE WS-OUT-COUNT TO RJ-OUT-COUNT
           MOVE WS-REJECT-COUNT TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * OUVERTURE : LE KSDS DES ORDRES ET   *
      * LEUR COMPTEUR SONT CREES AU PREMIER *
      * PASSAGE                             *
      ***************************************
       OPEN-FILES.
           OPEN I-O XFR
           IF WS-FS-XFR = '35'
              OPEN OUTPUT XFR
              CLOSE XFR
              OPEN I-O XFR
           END-IF
           IF WS-FS-XFR NOT = '00'
              DISPLAY 'ERR OPEN FWHSXFR, FS=' WS-FS-XFR
              PERFORM ABEND-PROG
           END-IF
           OPEN I-O XFRCTR
           IF WS-FS-CTR = '35'
              OPEN OUTPUT XFRCTR
              MOVE 'XFRNUM' TO CTR-KEY
              MOVE 0        TO CTR-VALUE
              WRITE XFRCTR-REC
              CLOSE XFRCTR
              OPEN I-O XFRCTR
           END-IF
           IF WS-FS-CTR NOT = '00'
              DISPLAY 'ERR OPEN FXFRCTR, FS=' WS-FS-CTR
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FXFRRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE XFR
           CLOSE XFRCTR
           CLOSE RPT.

      ***************************************
      * INCREMENT ET LECTURE DU PROCHAIN    *
      * NUMERO D'ORDRE DE TRANSFERT         *
      ***************************************
       GET-NEXT-XFR-NO.
           MOVE 'XFRNUM' TO CTR-KEY
           READ XFRCTR KEY IS CTR-KEY
           ADD 1 TO CTR-VALUE
           REWRITE XFRCTR-REC
           MOVE CTR-VALUE TO WS-XFR-NO.

      ***************************************
      * TRAITEMENT D'UNE CARTE : OUVERTURE, *
      * OU LECTURE DE L'ORDRE PUIS          *
      * EXPEDITION, RECEPTION, ANNULATION   *
      ***************************************
       PROCESS-XFER-CARD.
           MOVE SPACES TO WS-REJECT-REASON
           IF XFC-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-XFC-DATE
           ELSE
              MOVE XFC-DATE TO WS-XFC-DATE
           END-IF
           EVALUATE TRUE
              WHEN XFC-OPEN
                 PERFORM OPEN-TRANSFER
              WHEN XFC-SHIP OR XFC-RECEIVE OR XFC-CANCEL
                 IF XFC-NO IS NOT NUMERIC
                    MOVE 'NUMERO D''ORDRE INVALIDE'
                      TO WS-REJECT-REASON
                 ELSE
                    MOVE XFC-NO TO XFR-NO
                    READ XFR KEY IS XFR-NO
                       INVALID KEY
                          MOVE 'ORDRE DE TRANSFERT INCONNU'
                            TO WS-REJECT-REASON
                       NOT INVALID KEY
                          PERFORM APPLY-TRANSFER-STEP
                    END-READ
                 END-IF
              WHEN OTHER
                 MOVE 'OPERATION INCONNUE' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM REJECT-XFER-CARD
           END-IF.

       APPLY-TRANSFER-STEP.
           EVALUATE TRUE
              WHEN XFC-SHIP
                 PERFORM SHIP-TRANSFER
              WHEN XFC-RECEIVE
                 PERFORM RECEIVE-TRANSFER
              WHEN OTHER
                 PERFORM CANCEL-TRANSFER
           END-EVALUATE.

      ***************************************
      * OUVERTURE D'UN ORDRE : PRODUIT      *
      * CONNU, DEUX DEPOTS DISTINCTS,       *
      * QUANTITE POSITIVE                   *
      ***************************************
       OPEN-TRANSFER.
           EVALUATE TRUE
              WHEN XFC-P-NO(4:1) = SPACE
                 MOVE 'SEULS LES PRODUITS SONT TENUS PAR DEPOT'
                   TO WS-REJECT-REASON
              WHEN XFC-FROM-WHSE = SPACES
               OR XFC-TO-WHSE = SPACES
               OR XFC-FROM-WHSE = XFC-TO-WHSE
                 MOVE 'DEPOTS INVALIDES' TO WS-REJECT-REASON
              WHEN XFC-QTY IS NOT NUMERIC OR XFC-QTY = ZERO
                 MOVE 'QUANTITE INVALIDE' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE XFC-P-NO TO PRO-P-NO
                 EXEC SQL
                    SELECT STATUS
                      INTO :PRO-STATUS
                      FROM PRODUCTS
                     WHERE P_NO = :PRO-P-NO
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN ZERO
                       PERFORM CREATE-TRANSFER
                    WHEN +100
                       MOVE 'PRODUIT INCONNU' TO WS-REJECT-REASON
                    WHEN OTHER
                       PERFORM ABEND-PROG
                 END-EVALUATE
           END-EVALUATE.

       CREATE-TRANSFER.
           PERFORM GET-NEXT-XFR-NO
           MOVE SPACES        TO XFR-ENR
           MOVE WS-XFR-NO     TO XFR-NO
           MOVE XFC-P-NO      TO XFR-P-NO
           MOVE XFC-FROM-WHSE TO XFR-FROM-WHSE
           MOVE XFC-TO-WHSE   TO XFR-TO-WHSE
           MOVE XFC-QTY       TO XFR-QTY
           MOVE ZERO          TO XFR-SHIP-QTY
           MOVE ZERO          TO XFR-RECV-QTY
           SET XFR-OPEN       TO TRUE
           MOVE WS-XFC-DATE   TO XFR-OPEN-DATE
           MOVE XFC-OPERATOR  TO XFR-OPERATOR
           WRITE XFR-ENR
           IF WS-FS-XFR NOT = '00'
              DISPLAY 'ERR WRITE FWHSXFR, FS=' WS-FS-XFR
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           MOVE XFR-QTY  TO WS-MOVE-QTY
           MOVE ZERO     TO WS-SHORT-QTY
           MOVE 'OUVERT' TO WS-STATUS-TEXT
           PERFORM WRITE-XFER-LINE.

      ***************************************
      * EXPEDITION : LE DEPOT EXPEDITEUR    *
      * DOIT AVOIR LA QUANTITE EN STOCK.    *
      * ELLE PASSE EN TRANSIT AU DEPOT      *
      * DESTINATAIRE, TRACEE PAR DEUX       *
      * MOUVEMENTS 'T' QUI SE COMPENSENT    *
      ***************************************
       SHIP-TRANSFER.
           IF XFC-QTY-X = SPACES
              MOVE XFR-QTY TO WS-MOVE-QTY
           ELSE
              MOVE XFC-QTY TO WS-MOVE-QTY
           END-IF
           EVALUATE TRUE
              WHEN NOT XFR-OPEN
                 MOVE 'ORDRE NON OUVERT' TO WS-REJECT-REASON
              WHEN XFC-QTY-X NOT = SPACES
               AND (XFC-QTY IS NOT NUMERIC OR XFC-QTY = ZERO)
                 MOVE 'QUANTITE INVALIDE' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE XFR-P-NO      TO WST-P-NO
                 MOVE XFR-FROM-WHSE TO WST-WHSE
                 MOVE ZERO TO WST-STOCK
                 EXEC SQL
                    SELECT STOCK
                      INTO :WST-STOCK
                      FROM WHSE_STOCK
                     WHERE P_NO = :WST-P-NO
                       AND WHSE = :WST-WHSE
                 END-EXEC
                 IF SQLCODE = +100
                    MOVE ZERO TO WST-STOCK
                 ELSE
                    PERFORM TEST-SQLCODE
                 END-IF
                 IF WST-STOCK < WS-MOVE-QTY
                    MOVE 'STOCK INSUFFISANT AU DEPOT EXPEDITEUR'
                      TO WS-REJECT-REASON
                 ELSE
                    PERFORM BOOK-TRANSFER-SHIPMENT
                 END-IF
           END-EVALUATE.

       BOOK-TRANSFER-SHIPMENT.
           EXEC SQL
              UPDATE WHSE_STOCK
                 SET STOCK = STOCK - :WS-MOVE-QTY
               WHERE P_NO = :WST-P-NO
                 AND WHSE = :WST-WHSE
           END-EXEC
           PERFORM TEST-SQLCODE
           COMPUTE SMV-QTY = ZERO - WS-MOVE-QTY
           MOVE 'T' TO SMV-MOVE-TYPE
           PERFORM WRITE-STOCK-MOVE
           MOVE XFR-TO-WHSE TO WST-WHSE
           EXEC SQL
              UPDATE WHSE_STOCK
                 SET IN_TRANSIT = IN_TRANSIT + :WS-MOVE-QTY
               WHERE P_NO = :WST-P-NO
                 AND WHSE = :WST-WHSE
           END-EXEC
           IF SQLCODE = +100
              MOVE ZERO        TO WST-STOCK
              MOVE WS-MOVE-QTY TO WST-IN-TRANSIT
              EXEC SQL
                 INSERT INTO WHSE_STOCK (P_NO, WHSE, STOCK,
                        IN_TRANSIT)
                 VALUES (:WST-P-NO, :WST-WHSE, :WST-STOCK,
                         :WST-IN-TRANSIT)
              END-EXEC
           END-IF
           PERFORM TEST-SQLCODE
           MOVE WS-MOVE-QTY TO SMV-QTY
           MOVE 'T' TO SMV-MOVE-TYPE
           PERFORM WRITE-STOCK-MOVE
           MOVE WS-MOVE-QTY  TO XFR-SHIP-QTY
           MOVE WS-XFC-DATE  TO XFR-SHIP-DATE
           SET XFR-IN-TRANSIT TO TRUE
           PERFORM REWRITE-TRANSFER
           ADD 1 TO WS-SHIP-COUNT
           ADD WS-MOVE-QTY TO WS-SHIP-QTY
           MOVE ZERO      TO WS-SHORT-QTY
           MOVE 'EXPEDIE' TO WS-STATUS-TEXT
           PERFORM WRITE-XFER-LINE.

      ***************************************
      * RECEPTION : TOUT LE TRANSIT DE      *
      * L'ORDRE QUITTE IN_TRANSIT, LA       *
      * QUANTITE RECUE ENTRE EN STOCK ; LE  *
      * MANQUANT EST PERDU EN ROUTE :       *
      * AJUSTEMENT 'A' AU DEPOT             *
      * DESTINATAIRE ET BAISSE DU TOTAL     *
      * SOCIETE                             *
      ***************************************
       RECEIVE-TRANSFER.
           IF XFC-QTY-X = SPACES
              MOVE XFR-SHIP-QTY TO WS-MOVE-QTY
           ELSE
              MOVE XFC-QTY TO WS-MOVE-QTY
           END-IF
           EVALUATE TRUE
              WHEN NOT XFR-IN-TRANSIT
                 MOVE 'ORDRE NON EXPEDIE' TO WS-REJECT-REASON
              WHEN XFC-QTY-X NOT = SPACES
               AND XFC-QTY IS NOT NUMERIC
                 MOVE 'QUANTITE INVALIDE' TO WS-REJECT-REASON
              WHEN WS-MOVE-QTY > XFR-SHIP-QTY
                 MOVE 'QUANTITE RECUE > QUANTITE EXPEDIEE'
                   TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM BOOK-TRANSFER-RECEIPT
           END-EVALUATE.

       BOOK-TRANSFER-RECEIPT.
           MOVE XFR-SHIP-QTY TO WS-TRANSIT-QTY
           COMPUTE WS-SHORT-QTY = WS-TRANSIT-QTY - WS-MOVE-QTY
           MOVE XFR-P-NO    TO WST-P-NO
           MOVE XFR-TO-WHSE TO WST-WHSE
           EXEC SQL
              UPDATE WHSE_STOCK
                 SET IN_TRANSIT = IN_TRANSIT - :WS-TRANSIT-QTY,
                     STOCK = STOCK + :WS-MOVE-QTY
               WHERE P_NO = :WST-P-NO
                 AND WHSE = :WST-WHSE
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-SHORT-QTY > ZERO
              EXEC SQL
                 UPDATE PRODUCTS
                    SET STOCK = STOCK - :WS-SHORT-QTY
                  WHERE P_NO = :WST-P-NO
              END-EXEC
              PERFORM TEST-SQLCODE
              COMPUTE SMV-QTY = ZERO - WS-SHORT-QTY
              MOVE 'A' TO SMV-MOVE-TYPE
              PERFORM WRITE-STOCK-MOVE
              ADD WS-SHORT-QTY TO WS-LOSS-QTY
           END-IF
           MOVE WS-MOVE-QTY  TO XFR-RECV-QTY
           MOVE WS-XFC-DATE  TO XFR-RECV-DATE
           SET XFR-RECEIVED  TO TRUE
           PERFORM REWRITE-TRANSFER
           ADD 1 TO WS-RECV-COUNT
           ADD WS-MOVE-QTY TO WS-RECV-QTY
           MOVE 'RECU'     TO WS-STATUS-TEXT
           PERFORM WRITE-XFER-LINE.

      ***************************************
      * ANNULATION : SEUL UN ORDRE PAS      *
      * ENCORE EXPEDIE PEUT L'ETRE, AUCUN   *
      * STOCK N'A BOUGE                     *
      ***************************************
       CANCEL-TRANSFER.
           IF NOT XFR-OPEN
              MOVE 'ORDRE DEJA EXPEDIE OU CLOS' TO WS-REJECT-REASON
           ELSE
              SET XFR-CANCELLED TO TRUE
              PERFORM REWRITE-TRANSFER
              ADD 1 TO WS-CANCEL-COUNT
              MOVE XFR-QTY  TO WS-MOVE-QTY
              MOVE ZERO     TO WS-SHORT-QTY
              MOVE 'ANNULE' TO WS-STATUS-TEXT
              PERFORM WRITE-XFER-LINE
           END-IF.

       REWRITE-TRANSFER.
           REWRITE XFR-ENR
           IF WS-FS-XFR NOT = '00'
              DISPLAY 'ERR REWRITE FWHSXFR, FS=' WS-FS-XFR
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * MOUVEMENT DE STOCK DE L'ORDRE AU    *
      * DEPOT WST-WHSE (REFERENCE = NUMERO  *
      * D'ORDRE DE TRANSFERT)               *
      ***************************************
       WRITE-STOCK-MOVE.
           MOVE XFR-P-NO     TO SMV-P-NO
           MOVE WS-XFC-DATE  TO SMV-MOVE-DATE
           MOVE XFR-NO       TO SMV-REF-NO
           MOVE SPACES       TO SMV-OPERATOR
           IF XFC-OPERATOR = SPACES
              MOVE 'WHSXFER' TO SMV-OPERATOR
           ELSE
              MOVE XFC-OPERATOR TO SMV-OPERATOR(1:5)
           END-IF
           MOVE SPACES       TO SMV-LOT-NO
           MOVE WST-WHSE     TO SMV-WHSE
           EXEC SQL
              INSERT INTO STOCK_MOVES (P_NO, MOVE_DATE, MOVE_TYPE,
                     REF_NO, QTY, OPERATOR, LOT_NO, WHSE)
              VALUES (:SMV-P-NO, :SMV-MOVE-DATE, :SMV-MOVE-TYPE,
                      :SMV-REF-NO, :SMV-QTY, :SMV-OPERATOR,
                      :SMV-LOT-NO, :SMV-WHSE)
           END-EXEC
           PERFORM TEST-SQLCODE.

       REJECT-XFER-CARD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-LINE
           STRING
                XFC-ACTION       DELIMITED BY SIZE
                ' '              DELIMITED BY SIZE
                XFC-NO           DELIMITED BY SIZE
                '  CARTE REJETEE : ' DELIMITED BY SIZE
                WS-REJECT-REASON DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

      ***************************************
      * LIGNE DU RAPPORT : ORDRE, PRODUIT,  *
      * DEPOTS, QUANTITE, MANQUANT, ETAT    *
      ***************************************
       WRITE-XFER-LINE.
           MOVE XFR-NO       TO E-XFR-NO
           MOVE WS-MOVE-QTY  TO E-QTY
           MOVE WS-SHORT-QTY TO E-SHORT-QTY
           MOVE SPACES TO WS-LINE
           STRING
                XFC-ACTION     DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                E-XFR-NO       DELIMITED BY SIZE
                '  '           DELIMITED BY SIZE
                XFR-P-NO       DELIMITED BY SIZE
                '  '           DELIMITED BY SIZE
                XFR-FROM-WHSE  DELIMITED BY SIZE
                ' -> '         DELIMITED BY SIZE
                XFR-TO-WHSE    DELIMITED BY SIZE
                '  '           DELIMITED BY SIZE
                E-QTY          DELIMITED BY SIZE
                '  '           DELIMITED BY SIZE
                E-SHORT-QTY    DELIMITED BY SIZE
                '  '           DELIMITED BY SIZE
                WS-STATUS-TEXT DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

       WRITE-FILE-RPT.
           MOVE WS-LINE TO RPT-ENR
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FXFRRPT :' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 'TRANSFERTS ENTRE DEPOTS' TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 'O ORDRE    P_NO  DEPOTS      QTE  MANQ.  ETAT'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT.

       WRITE-REPORT-FOOTER.
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE WS-LOSS-QTY TO E-SHORT-QTY
           MOVE SPACES TO WS-LINE
           STRING 'QUANTITE PERDUE EN TRANSIT : ' DELIMITED BY SIZE
                  E-SHORT-QTY DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           DISPLAY '  RESUME DES TRANSFERTS ENTRE DEPOTS'
           DISPLAY '  CARTES LUES        : ' WS-READ-COUNT
           DISPLAY '  ORDRES OUVERTS     : ' WS-OPEN-COUNT
           DISPLAY '  EXPEDITIONS        : ' WS-SHIP-COUNT
           DISPLAY '  QUANTITE EXPEDIEE  : ' WS-SHIP-QTY
           DISPLAY '  RECEPTIONS         : ' WS-RECV-COUNT
           DISPLAY '  QUANTITE RECUE     : ' WS-RECV-QTY
           DISPLAY '  PERDU EN TRANSIT   : ' WS-LOSS-QTY
           DISPLAY '  ANNULATIONS        : ' WS-CANCEL-COUNT
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
