       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WORKORD.
      **********************************************
      * ORDRES DE FABRICATION : ASSEMBLAGE DE       *
      * PRODUITS A PARTIR DES PIECES PARTS SELON LA *
      * NOMENCLATURE FASMBOM. CHAQUE CARTE SYSIN    *
      * OUVRE, CLOT OU ANNULE UN ORDRE DU KSDS      *
      * FWORKORD.                                   *
      *  'O' OUVERTURE - PRODUIT, QUANTITE ET DEPOT *
      *      DE RECEPTION, NUMERO ATTRIBUE          *
      *      (FWOCTR) ;                             *
      *  'C' CLOTURE - SI TOUTES LES PIECES SONT EN *
      *      STOCK, ELLES SONT SORTIES (STOCK-NPT   *
      *      ET PARTS.STOCK, MOUVEMENTS 'M') ET LE  *
      *      PRODUIT FINI ENTRE EN STOCK            *
      *      (PRODUCTS.STOCK ET WHSE_STOCK,         *
      *      MOUVEMENT 'F') ; SINON LA CARTE EST    *
      *      REJETEE AVEC LE DETAIL DES MANQUANTS ; *
      *  'X' ANNULATION D'UN ORDRE OUVERT.          *
      * EN FIN DE LOT, LA LISTE DES ORDRES OUVERTS  *
      * NON LANCABLES FAUTE DE PIECES EST EDITEE,   *
      * ET LE MANQUANT PAR PIECE (BESOIN DE TOUS    *
      * LES ORDRES OUVERTS AU-DELA DU STOCK) EST    *
      * ECRIT DANS FWOSHORT POUR PARTROP.           *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT WOF ASSIGN TO FWORKORD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WO-NO
            FILE STATUS IS WS-FS-WOF.
            SELECT WOCTR ASSIGN TO FWOCTR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CTR-KEY
            FILE STATUS IS WS-FS-CTR.
            SELECT OPTIONAL ASMBOM ASSIGN TO FASMBOM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ASM-KEY
            FILE STATUS IS WS-FS-ASM.
            SELECT NPT ASSIGN TO FNPT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PNO-NPT
            FILE STATUS IS WS-FS-NPT.
            SELECT WOS ASSIGN TO FWOSHORT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-WOS.
            SELECT RPT ASSIGN TO FWORPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD WOF.
       COPY WORKORD.

       FD WOCTR.
       01 WOCTR-REC.
          05 CTR-KEY       PIC X(6).
          05 CTR-VALUE     PIC 9(9).

       FD ASMBOM.
       COPY ASMBOM.

       FD NPT.
       COPY NEWPARTS.

       FD WOS.
       COPY WOSHORT.

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
               INCLUDE PAR
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
      *  COL 1     : OPERATION ('O' OUVERTURE, 'C' CLOTURE,
      *              'X' ANNULATION)
      *  COL 2-8   : NO D'ORDRE (OPERATIONS 'C' ET 'X')
      *  COL 9-12  : CODE PRODUIT A FABRIQUER (P_NO, OUVERTURE)
      *  COL 13-14 : DEPOT DE RECEPTION DU PRODUIT (OUVERTURE,
      *              BLANC = '01')
      *  COL 15-19 : QUANTITE A FABRIQUER (OUVERTURE)
      *  COL 20-29 : DATE DE L'OPERATION (AAAA-MM-JJ, BLANC = DU
      *              JOUR)
      *  COL 30-34 : OPERATEUR (CODE A 5 CARACTERES)
      *--------------------------------------------------------------
       01  WS-SYSIN-WO.
           05 WOC-ACTION        PIC X.
              88 WOC-OPEN             VALUE 'O'.
              88 WOC-COMPLETE         VALUE 'C'.
              88 WOC-CANCEL           VALUE 'X'.
           05 WOC-NO            PIC 9(7).
           05 WOC-P-NO          PIC X(4).
           05 WOC-WHSE          PIC X(2).
           05 WOC-QTY           PIC 9(5).
           05 WOC-DATE          PIC X(10).
           05 WOC-OPERATOR      PIC X(5).
           05 FILLER            PIC X(46).

       77 WS-FS-WOF         PIC XX.
       77 WS-FS-CTR         PIC XX.
       77 WS-FS-ASM         PIC XX.
       77 WS-FS-NPT         PIC XX.
       77 WS-FS-WOS         PIC XX.
       77 WS-FS-RPT         PIC XX.
       01 WS-LINE           PIC X(78).

       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE-NUM   PIC 9(8).

      ***************************************
      * OPERATION EN COURS                  *
      ***************************************
       77 WS-REJECT-REASON  PIC X(40) VALUE SPACES.
       77 WS-WOC-DATE       PIC X(10) VALUE SPACES.
       77 WS-WO-NO          PIC 9(7) VALUE ZERO.
       77 WS-MOVE-QTY       PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 WS-STATUS-TEXT    PIC X(12) VALUE SPACES.
       77 WS-ASM-PRESENT    PIC X VALUE 'N'.
       77 FF-ASM            PIC 9 VALUE ZERO.
       77 FF-WOF            PIC 9 VALUE ZERO.

      ***************************************
      * PIECES DE L'ORDRE EN COURS : BESOIN *
      * (QUANTITE PAR UNITE X QUANTITE DE   *
      * L'ORDRE) ET STOCK-NPT DU MOMENT     *
      ***************************************
       01 WS-CMP-TABLE.
          05 WS-CMP-ENTRY OCCURS 50 TIMES.
             10 WCP-PNO        PIC X(3).
             10 WCP-NEED       PIC S9(8) USAGE COMP-3.
             10 WCP-STOCK      PIC S9(5) USAGE COMP-3.
       77 WS-CMP-COUNT      PIC 9(3) VALUE ZERO.
       77 WS-CMP-IDX        PIC 9(3) VALUE ZERO.
       77 WS-WO-SHORT       PIC X VALUE 'N'.
       77 WS-CMP-SHORT      PIC S9(8) USAGE COMP-3 VALUE ZERO.

      ***************************************
      * BESOIN CUMULE DES ORDRES OUVERTS    *
      * PAR PIECE, POUR LE FICHIER DES      *
      * MANQUANTS FWOSHORT                  *
      ***************************************
       01 WS-REQ-TABLE.
          05 WS-REQ-ENTRY OCCURS 200 TIMES.
             10 WRQ-PNO        PIC X(3).
             10 WRQ-NEED       PIC S9(8) USAGE COMP-3.
             10 WRQ-STOCK      PIC S9(5) USAGE COMP-3.
       77 WS-REQ-COUNT      PIC 9(3) VALUE ZERO.
       77 WS-REQ-IDX        PIC 9(3) VALUE ZERO.
       77 WS-REQ-FOUND-IDX  PIC 9(3) VALUE ZERO.

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-OPEN-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-DONE-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-CANCEL-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-REJECT-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-OUT-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-DONE-QTY       PIC S9(7) VALUE ZERO.
       77 WS-SHORT-WO-COUNT PIC 9(7) VALUE ZERO.
       77 WS-WOS-COUNT      PIC 9(7) VALUE ZERO.

       01 E-WO-NO           PIC 9(7).
       01 E-QTY             PIC Z(4)9.
       01 E-NEED            PIC Z(7)9.
       01 E-STOCK           PIC Z(4)9.
       01 E-SHORT           PIC Z(7)9.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'WORKORD'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - ORDRES DE FABRICATION'.
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
            PERFORM UNTIL WOC-ACTION = SPACE
                PERFORM PROCESS-WO-CARD
                PERFORM READ-SYSIN-CARD
            END-PERFORM
            PERFORM WRITE-SHORTAGE-LIST
            PERFORM WRITE-SHORTAGE-FILE
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
           MOVE SPACES TO WS-SYSIN-WO
           ACCEPT WS-SYSIN-WO FROM SYSIN
           IF WOC-ACTION NOT = SPACE
              ADD 1 TO WS-READ-COUNT
           END-IF.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'WORKORD' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-READ-COUNT TO RJ-IN-COUNT
           COMPUTE WS-OUT-COUNT = WS-OPEN-COUNT + WS-DONE-COUNT
                                + WS-CANCEL-COUNT
           MOVE WS-OUT-COUNT TO RJ-OUT-COUNT
           MOVE WS-REJECT-COUNT TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * OUVERTURE : LE KSDS DES ORDRES ET   *
      * LEUR COMPTEUR SONT CREES AU PREMIER *
      * PASSAGE ; SANS NOMENCLATURE, AUCUN  *
      * ORDRE NE PEUT ETRE OUVERT           *
      ***************************************
       OPEN-FILES.
           OPEN I-O WOF
           IF WS-FS-WOF = '35'
              OPEN OUTPUT WOF
              CLOSE WOF
              OPEN I-O WOF
           END-IF
           IF WS-FS-WOF NOT = '00'
              DISPLAY 'ERR OPEN FWORKORD, FS=' WS-FS-WOF
              PERFORM ABEND-PROG
           END-IF
           OPEN I-O WOCTR
           IF WS-FS-CTR = '35'
              OPEN OUTPUT WOCTR
              MOVE 'WONUM ' TO CTR-KEY
              MOVE 0        TO CTR-VALUE
              WRITE WOCTR-REC
              CLOSE WOCTR
              OPEN I-O WOCTR
           END-IF
           IF WS-FS-CTR NOT = '00'
              DISPLAY 'ERR OPEN FWOCTR, FS=' WS-FS-CTR
              PERFORM ABEND-PROG
           END-IF
           MOVE 'N' TO WS-ASM-PRESENT
           OPEN INPUT ASMBOM
           IF WS-FS-ASM = '00'
              MOVE 'Y' TO WS-ASM-PRESENT
           END-IF
           OPEN I-O NPT
           IF WS-FS-NPT NOT = '00'
              DISPLAY 'ERR OPEN FNPT, FS=' WS-FS-NPT
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT WOS
           IF WS-FS-WOS NOT = '00'
              DISPLAY 'ERR OPEN FWOSHORT, FS=' WS-FS-WOS
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FWORPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE WOF
           CLOSE WOCTR
           IF WS-ASM-PRESENT = 'Y'
              CLOSE ASMBOM
           END-IF
           CLOSE NPT
           CLOSE WOS
           CLOSE RPT.

      ***************************************
      * INCREMENT ET LECTURE DU PROCHAIN    *
      * NUMERO D'ORDRE DE FABRICATION       *
      ***************************************
       GET-NEXT-WO-NO.
           MOVE 'WONUM ' TO CTR-KEY
           READ WOCTR KEY IS CTR-KEY
           ADD 1 TO CTR-VALUE
           REWRITE WOCTR-REC
           MOVE CTR-VALUE TO WS-WO-NO.

      ***************************************
      * TRAITEMENT D'UNE CARTE : OUVERTURE, *
      * OU LECTURE DE L'ORDRE PUIS CLOTURE  *
      * OU ANNULATION                       *
      ***************************************
       PROCESS-WO-CARD.
           MOVE SPACES TO WS-REJECT-REASON
           IF WOC-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-WOC-DATE
           ELSE
              MOVE WOC-DATE TO WS-WOC-DATE
           END-IF
           EVALUATE TRUE
              WHEN WOC-OPEN
                 PERFORM OPEN-WORK-ORDER
              WHEN WOC-COMPLETE OR WOC-CANCEL
                 IF WOC-NO IS NOT NUMERIC
                    MOVE 'NUMERO D''ORDRE INVALIDE'
                      TO WS-REJECT-REASON
                 ELSE
                    MOVE WOC-NO TO WO-NO
                    READ WOF KEY IS WO-NO
                       INVALID KEY
                          MOVE 'ORDRE DE FABRICATION INCONNU'
                            TO WS-REJECT-REASON
                       NOT INVALID KEY
                          PERFORM APPLY-WO-STEP
                    END-READ
                 END-IF
              WHEN OTHER
                 MOVE 'OPERATION INCONNUE' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM REJECT-WO-CARD
           END-IF.

       APPLY-WO-STEP.
           IF WOC-COMPLETE
              PERFORM COMPLETE-WORK-ORDER
           ELSE
              PERFORM CANCEL-WORK-ORDER
           END-IF.

      ***************************************
      * OUVERTURE D'UN ORDRE : PRODUIT      *
      * CONNU, DOTE D'UNE NOMENCLATURE,     *
      * QUANTITE POSITIVE                   *
      ***************************************
       OPEN-WORK-ORDER.
           EVALUATE TRUE
              WHEN WOC-QTY IS NOT NUMERIC OR WOC-QTY = ZERO
                 MOVE 'QUANTITE INVALIDE' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE WOC-P-NO TO PRO-P-NO
                 EXEC SQL
                    SELECT STATUS
                      INTO :PRO-STATUS
                      FROM PRODUCTS
                     WHERE P_NO = :PRO-P-NO
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN ZERO
                       MOVE WOC-P-NO TO WO-P-NO
                       MOVE WOC-QTY  TO WO-QTY
                       PERFORM LOAD-WO-COMPONENTS
                       IF WS-CMP-COUNT = ZERO
                          MOVE 'PRODUIT SANS NOMENCLATURE'
                            TO WS-REJECT-REASON
                       ELSE
                          PERFORM CREATE-WORK-ORDER
                       END-IF
                    WHEN +100
                       MOVE 'PRODUIT INCONNU' TO WS-REJECT-REASON
                    WHEN OTHER
                       PERFORM ABEND-PROG
                 END-EVALUATE
           END-EVALUATE.

       CREATE-WORK-ORDER.
           PERFORM GET-NEXT-WO-NO
           MOVE SPACES        TO WO-ENR
           MOVE WS-WO-NO      TO WO-NO
           MOVE WOC-P-NO      TO WO-P-NO
           IF WOC-WHSE = SPACES
              MOVE '01'       TO WO-WHSE
           ELSE
              MOVE WOC-WHSE   TO WO-WHSE
           END-IF
           MOVE WOC-QTY       TO WO-QTY
           SET WO-OPEN        TO TRUE
           MOVE WS-WO-SHORT   TO WO-SHORT
           MOVE WS-WOC-DATE   TO WO-OPEN-DATE
           MOVE WOC-OPERATOR  TO WO-OPERATOR
           WRITE WO-ENR
           IF WS-FS-WOF NOT = '00'
              DISPLAY 'ERR WRITE FWORKORD, FS=' WS-FS-WOF
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           MOVE WO-QTY   TO WS-MOVE-QTY
           MOVE 'OUVERT' TO WS-STATUS-TEXT
           PERFORM WRITE-WO-LINE.

      ***************************************
      * PIECES DE LA NOMENCLATURE DU        *
      * PRODUIT WO-P-NO POUR WO-QTY UNITES, *
      * AVEC LEUR STOCK-NPT : WS-WO-SHORT = *
      * 'Y' SI UNE PIECE MANQUE             *
      ***************************************
       LOAD-WO-COMPONENTS.
           MOVE ZERO TO WS-CMP-COUNT
           MOVE 'N' TO WS-WO-SHORT
           IF WS-ASM-PRESENT = 'Y'
              MOVE ZERO TO FF-ASM
              MOVE WO-P-NO TO ASM-P-NO
              MOVE LOW-VALUES TO ASM-COMP-PNO
              START ASMBOM KEY IS NOT LESS THAN ASM-KEY
                 INVALID KEY
                    MOVE 1 TO FF-ASM
              END-START
              PERFORM UNTIL FF-ASM = 1
                 READ ASMBOM NEXT
                    AT END
                       MOVE 1 TO FF-ASM
                    NOT AT END
                       IF ASM-P-NO = WO-P-NO
                          PERFORM ADD-WO-COMPONENT
                       ELSE
                          MOVE 1 TO FF-ASM
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       ADD-WO-COMPONENT.
           IF WS-CMP-COUNT >= 50
              DISPLAY 'NOMENCLATURE TROP LONGUE (50) : ' WO-P-NO
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-CMP-COUNT
           MOVE ASM-COMP-PNO TO WCP-PNO (WS-CMP-COUNT)
           COMPUTE WCP-NEED (WS-CMP-COUNT) = ASM-COMP-QTY * WO-QTY
           MOVE ASM-COMP-PNO TO PNO-NPT
           READ NPT KEY IS PNO-NPT
              INVALID KEY
                 MOVE ZERO TO WCP-STOCK (WS-CMP-COUNT)
              NOT INVALID KEY
                 MOVE STOCK-NPT TO WCP-STOCK (WS-CMP-COUNT)
           END-READ
           IF WCP-STOCK (WS-CMP-COUNT) < WCP-NEED (WS-CMP-COUNT)
              MOVE 'Y' TO WS-WO-SHORT
           END-IF.

      ***************************************
      * CLOTURE : TOUTES LES PIECES DOIVENT *
      * ETRE EN STOCK, SINON L'ORDRE RESTE  *
      * OUVERT, MARQUE EN MANQUE, ET LE     *
      * DETAIL DES MANQUANTS EST EDITE      *
      ***************************************
       COMPLETE-WORK-ORDER.
           IF NOT WO-OPEN
              MOVE 'ORDRE DEJA CLOS OU ANNULE' TO WS-REJECT-REASON
           ELSE
              PERFORM LOAD-WO-COMPONENTS
              EVALUATE TRUE
                 WHEN WS-CMP-COUNT = ZERO
                    MOVE 'PRODUIT SANS NOMENCLATURE'
                      TO WS-REJECT-REASON
                 WHEN WS-WO-SHORT = 'Y'
                    MOVE 'PIECES MANQUANTES - ORDRE NON LANCABLE'
                      TO WS-REJECT-REASON
                    SET WO-IS-SHORT TO TRUE
                    PERFORM REWRITE-WORK-ORDER
                    PERFORM REJECT-WO-CARD
                    PERFORM WRITE-WO-SHORT-LINES
                    MOVE SPACES TO WS-REJECT-REASON
                 WHEN OTHER
                    PERFORM ISSUE-COMPONENTS
                    PERFORM RECEIVE-PRODUCT
                    MOVE 'N'         TO WO-SHORT
                    MOVE WS-WOC-DATE TO WO-DONE-DATE
                    SET WO-COMPLETED TO TRUE
                    PERFORM REWRITE-WORK-ORDER
                    ADD 1 TO WS-DONE-COUNT
                    ADD WO-QTY TO WS-DONE-QTY
                    MOVE WO-QTY  TO WS-MOVE-QTY
                    MOVE 'FABRIQUE' TO WS-STATUS-TEXT
                    PERFORM WRITE-WO-LINE
              END-EVALUATE
           END-IF.

      ***************************************
      * SORTIE DES PIECES : PARTS1 ET LA    *
      * TABLE PARTS BAISSENT, MOUVEMENT 'M' *
      * NEGATIF AU DEPOT PRINCIPAL          *
      ***************************************
       ISSUE-COMPONENTS.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
              PERFORM ISSUE-ONE-COMPONENT
           END-PERFORM.

       ISSUE-ONE-COMPONENT.
           MOVE WCP-NEED (WS-CMP-IDX) TO WS-MOVE-QTY
           MOVE WCP-PNO (WS-CMP-IDX)  TO PNO-NPT
           READ NPT KEY IS PNO-NPT
              INVALID KEY
                 DISPLAY 'PIECE ABSENTE DE PARTS1 : ' PNO-NPT
                 PERFORM ABEND-PROG
           END-READ
           SUBTRACT WS-MOVE-QTY FROM STOCK-NPT
           REWRITE ENR-NPT
           IF WS-FS-NPT NOT = '00'
              DISPLAY 'ERR REWRITE FNPT, FS=' WS-FS-NPT
              PERFORM ABEND-PROG
           END-IF
           MOVE PNO-NPT TO PAR-PNO
           EXEC SQL
              UPDATE PARTS
                 SET STOCK = STOCK - :WS-MOVE-QTY
               WHERE PNO = :PAR-PNO
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE SPACES      TO SMV-P-NO
           MOVE PNO-NPT     TO SMV-P-NO(1:3)
           MOVE 'M'         TO SMV-MOVE-TYPE
           COMPUTE SMV-QTY = ZERO - WS-MOVE-QTY
           MOVE '01'        TO SMV-WHSE
           PERFORM WRITE-STOCK-MOVE.

      ***************************************
      * ENTREE DU PRODUIT FINI : TOTAL      *
      * PRODUCTS.STOCK ET STOCK DU DEPOT DE *
      * RECEPTION, MOUVEMENT 'F' POSITIF    *
      ***************************************
       RECEIVE-PRODUCT.
           MOVE WO-QTY  TO WS-MOVE-QTY
           MOVE WO-P-NO TO PRO-P-NO
           EXEC SQL
              UPDATE PRODUCTS
                 SET STOCK = STOCK + :WS-MOVE-QTY
               WHERE P_NO = :PRO-P-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE WO-P-NO TO WST-P-NO
           MOVE WO-WHSE TO WST-WHSE
           EXEC SQL
              UPDATE WHSE_STOCK
                 SET STOCK = STOCK + :WS-MOVE-QTY
               WHERE P_NO = :WST-P-NO
                 AND WHSE = :WST-WHSE
           END-EXEC
           IF SQLCODE = +100
              MOVE WS-MOVE-QTY TO WST-STOCK
              MOVE ZERO        TO WST-IN-TRANSIT
              EXEC SQL
                 INSERT INTO WHSE_STOCK (P_NO, WHSE, STOCK,
                        IN_TRANSIT)
                 VALUES (:WST-P-NO, :WST-WHSE, :WST-STOCK,
                         :WST-IN-TRANSIT)
              END-EXEC
           END-IF
           PERFORM TEST-SQLCODE
           MOVE WO-P-NO     TO SMV-P-NO
           MOVE 'F'         TO SMV-MOVE-TYPE
           MOVE WS-MOVE-QTY TO SMV-QTY
           MOVE WO-WHSE     TO SMV-WHSE
           PERFORM WRITE-STOCK-MOVE.

      ***************************************
      * ANNULATION : SEUL UN ORDRE OUVERT   *
      * PEUT L'ETRE, AUCUN STOCK N'A BOUGE  *
      ***************************************
       CANCEL-WORK-ORDER.
           IF NOT WO-OPEN
              MOVE 'ORDRE DEJA CLOS OU ANNULE' TO WS-REJECT-REASON
           ELSE
              SET WO-CANCELLED TO TRUE
              MOVE WS-WOC-DATE TO WO-DONE-DATE
              PERFORM REWRITE-WORK-ORDER
              ADD 1 TO WS-CANCEL-COUNT
              MOVE WO-QTY   TO WS-MOVE-QTY
              MOVE 'ANNULE' TO WS-STATUS-TEXT
              PERFORM WRITE-WO-LINE
           END-IF.

       REWRITE-WORK-ORDER.
           REWRITE WO-ENR
           IF WS-FS-WOF NOT = '00'
              DISPLAY 'ERR REWRITE FWORKORD, FS=' WS-FS-WOF
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * MOUVEMENT DE STOCK DE L'ORDRE       *
      * (REFERENCE = NUMERO D'ORDRE DE      *
      * FABRICATION)                        *
      ***************************************
       WRITE-STOCK-MOVE.
           MOVE WS-WOC-DATE  TO SMV-MOVE-DATE
           MOVE WO-NO        TO SMV-REF-NO
           MOVE SPACES       TO SMV-OPERATOR
           IF WOC-OPERATOR = SPACES
              MOVE 'WORKORD' TO SMV-OPERATOR
           ELSE
              MOVE WOC-OPERATOR TO SMV-OPERATOR(1:5)
           END-IF
           MOVE SPACES       TO SMV-LOT-NO
           EXEC SQL
              INSERT INTO STOCK_MOVES (P_NO, MOVE_DATE, MOVE_TYPE,
                     REF_NO, QTY, OPERATOR, LOT_NO, WHSE)
              VALUES (:SMV-P-NO, :SMV-MOVE-DATE, :SMV-MOVE-TYPE,
                      :SMV-REF-NO, :SMV-QTY, :SMV-OPERATOR,
                      :SMV-LOT-NO, :SMV-WHSE)
           END-EXEC
           PERFORM TEST-SQLCODE.

       REJECT-WO-CARD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-LINE
           STRING
                WOC-ACTION       DELIMITED BY SIZE
                ' '              DELIMITED BY SIZE
                WOC-NO           DELIMITED BY SIZE
                '  CARTE REJETEE : ' DELIMITED BY SIZE
                WS-REJECT-REASON DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

      ***************************************
      * LISTE DES MANQUANTS : ORDRES        *
      * OUVERTS NON LANCABLES FAUTE DE      *
      * PIECES (CHAQUE ORDRE CONFRONTE SEUL *
      * AU STOCK), ET CUMUL DU BESOIN DE    *
      * TOUS LES ORDRES OUVERTS PAR PIECE   *
      ***************************************
       WRITE-SHORTAGE-LIST.
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 'ORDRES OUVERTS NON LANCABLES FAUTE DE PIECES'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 'ORDRE    P_NO  PIECE    BESOIN  STOCK   MANQUANT'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE ZERO TO WS-REQ-COUNT
           MOVE ZERO TO FF-WOF
           MOVE ZERO TO WO-NO
           START WOF KEY IS NOT LESS THAN WO-NO
              INVALID KEY
                 MOVE 1 TO FF-WOF
           END-START
           PERFORM UNTIL FF-WOF = 1
              READ WOF NEXT
                 AT END
                    MOVE 1 TO FF-WOF
                 NOT AT END
                    IF WO-OPEN
                       PERFORM REVIEW-OPEN-WORK-ORDER
                    END-IF
              END-READ
           END-PERFORM.

       REVIEW-OPEN-WORK-ORDER.
           PERFORM LOAD-WO-COMPONENTS
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
              PERFORM ADD-PART-REQUIREMENT
           END-PERFORM
           IF WS-WO-SHORT = 'Y'
              ADD 1 TO WS-SHORT-WO-COUNT
              PERFORM WRITE-WO-SHORT-LINES
           END-IF
           IF WS-WO-SHORT NOT = WO-SHORT
              MOVE WS-WO-SHORT TO WO-SHORT
              PERFORM REWRITE-WORK-ORDER
           END-IF.

       ADD-PART-REQUIREMENT.
           MOVE ZERO TO WS-REQ-FOUND-IDX
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
              IF WRQ-PNO (WS-REQ-IDX) = WCP-PNO (WS-CMP-IDX)
                 MOVE WS-REQ-IDX TO WS-REQ-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-REQ-FOUND-IDX = ZERO
              IF WS-REQ-COUNT >= 200
                 DISPLAY 'TABLE DES BESOINS PLEINE (200)'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-REQ-COUNT
              MOVE WS-REQ-COUNT TO WS-REQ-FOUND-IDX
              MOVE WCP-PNO (WS-CMP-IDX) TO WRQ-PNO (WS-REQ-FOUND-IDX)
              MOVE ZERO TO WRQ-NEED (WS-REQ-FOUND-IDX)
              MOVE WCP-STOCK (WS-CMP-IDX)
                TO WRQ-STOCK (WS-REQ-FOUND-IDX)
           END-IF
           ADD WCP-NEED (WS-CMP-IDX) TO WRQ-NEED (WS-REQ-FOUND-IDX).

      *    UNE LIGNE PAR PIECE EN MANQUE POUR L'ORDRE EN COURS
       WRITE-WO-SHORT-LINES.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
              IF WCP-STOCK (WS-CMP-IDX) < WCP-NEED (WS-CMP-IDX)
                 PERFORM WRITE-ONE-SHORT-LINE
              END-IF
           END-PERFORM.

       WRITE-ONE-SHORT-LINE.
           COMPUTE WS-CMP-SHORT = WCP-NEED (WS-CMP-IDX)
                                - WCP-STOCK (WS-CMP-IDX)
           MOVE WO-NO                 TO E-WO-NO
           MOVE WCP-NEED (WS-CMP-IDX) TO E-NEED
           MOVE WCP-STOCK (WS-CMP-IDX) TO E-STOCK
           MOVE WS-CMP-SHORT          TO E-SHORT
           MOVE SPACES TO WS-LINE
           STRING
                E-WO-NO              DELIMITED BY SIZE
                '  '                 DELIMITED BY SIZE
                WO-P-NO              DELIMITED BY SIZE
                '  '                 DELIMITED BY SIZE
                WCP-PNO (WS-CMP-IDX) DELIMITED BY SIZE
                '  '                 DELIMITED BY SIZE
                E-NEED               DELIMITED BY SIZE
                '  '                 DELIMITED BY SIZE
                E-STOCK              DELIMITED BY SIZE
                '  '                 DELIMITED BY SIZE
                E-SHORT              DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

      ***************************************
      * FICHIER DES MANQUANTS POUR PARTROP :*
      * BESOIN CUMULE DES ORDRES OUVERTS    *
      * AU-DELA DU STOCK-NPT, PAR PIECE     *
      ***************************************
       WRITE-SHORTAGE-FILE.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
              IF WRQ-NEED (WS-REQ-IDX) > WRQ-STOCK (WS-REQ-IDX)
                 PERFORM WRITE-ONE-SHORTAGE
              END-IF
           END-PERFORM.

       WRITE-ONE-SHORTAGE.
           MOVE SPACES TO ENR-WOS
           MOVE WRQ-PNO (WS-REQ-IDX) TO PNO-WOS
           COMPUTE WS-CMP-SHORT = WRQ-NEED (WS-REQ-IDX)
                                - WRQ-STOCK (WS-REQ-IDX)
           IF WS-CMP-SHORT > 99999
              MOVE 99999 TO SHORT-WOS
           ELSE
              MOVE WS-CMP-SHORT TO SHORT-WOS
           END-IF
           IF WRQ-NEED (WS-REQ-IDX) > 99999
              MOVE 99999 TO NEED-WOS
           ELSE
              MOVE WRQ-NEED (WS-REQ-IDX) TO NEED-WOS
           END-IF
           WRITE ENR-WOS
           IF WS-FS-WOS NOT = '00'
              DISPLAY 'ERR WRITE FWOSHORT :' WS-FS-WOS
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-WOS-COUNT.

      ***************************************
      * LIGNE DU RAPPORT : ORDRE, PRODUIT,  *
      * DEPOT, QUANTITE, ETAT               *
      ***************************************
       WRITE-WO-LINE.
           MOVE WO-NO        TO E-WO-NO
           MOVE WS-MOVE-QTY  TO E-QTY
           MOVE SPACES TO WS-LINE
           STRING
                WOC-ACTION     DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                E-WO-NO        DELIMITED BY SIZE
                '  '           DELIMITED BY SIZE
                WO-P-NO        DELIMITED BY SIZE
                '  '           DELIMITED BY SIZE
                WO-WHSE        DELIMITED BY SIZE
                '  '           DELIMITED BY SIZE
                E-QTY          DELIMITED BY SIZE
                '  '           DELIMITED BY SIZE
                WS-STATUS-TEXT DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

       WRITE-FILE-RPT.
           MOVE WS-LINE TO RPT-ENR
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FWORPT :' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 'ORDRES DE FABRICATION' TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 'O ORDRE    P_NO  DEPOT    QTE  ETAT'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT.

       WRITE-REPORT-FOOTER.
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE WS-SHORT-WO-COUNT TO E-WO-NO
           MOVE SPACES TO WS-LINE
           STRING 'ORDRES OUVERTS EN MANQUE : ' DELIMITED BY SIZE
                  E-WO-NO DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           DISPLAY '  RESUME DES ORDRES DE FABRICATION'
           DISPLAY '  CARTES LUES        : ' WS-READ-COUNT
           DISPLAY '  ORDRES OUVERTS     : ' WS-OPEN-COUNT
           DISPLAY '  ORDRES FABRIQUES   : ' WS-DONE-COUNT
           DISPLAY '  QUANTITE FABRIQUEE : ' WS-DONE-QTY
           DISPLAY '  ANNULATIONS        : ' WS-CANCEL-COUNT
           DISPLAY '  CARTES REJETEES    : ' WS-REJECT-COUNT
           DISPLAY '  ORDRES EN MANQUE   : ' WS-SHORT-WO-COUNT
           DISPLAY '  PIECES EN MANQUE   : ' WS-WOS-COUNT
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
