      * (QUANTITES SEULES, JAMAIS DE PRIX) ET EMET  *
      * LES IMAGES DE CARTES SHIPORD PRE-REMPLIES   *
      * (FSHIPCRD) QUE LE QUAI CONFIRME AU LIEU DE  *
      * RESAISIR. CHAQUE DOCUMENT PORTE LE DEPOT    *
      * QUI SERT LA COMMANDE (EXTRACT) : LA LISTE   *
      * PART A CE DEPOT ET LES CARTES SHIPORD EN    *
      * SORTENT LE STOCK.                           *
      * LA QUANTITE A PRELEVER EST EN UNITES DE     *
      * STOCK ; L'UNITE DE VENTE COMMANDEE (CARTON  *
      * DE 12...) EST IMPRIMEE A COTE.              *
      * LE NUMERO DE DOCUMENT SUIT D'UN PASSAGE A   *
      * L'AUTRE (COMPTEUR 'PCKNUM' DE FSHPCTR) ET   *
      * CHAQUE DOCUMENT EST CONSERVE DANS FPICKDOC  *
      * POUR LA CONFIRMATION EN LIGNE DU QUAI       *
      * (PGM1SHP) ; UN DOCUMENT PORTE 10 LIGNES AU  *
      * PLUS (UN ECRAN), UNE COMMANDE PLUS LONGUE   *
      * SORT EN PLUSIEURS PARTIES.                  *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SELECT CRD ASSIGN TO FSHIPCRD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-CRD.
            SELECT SHPCTR ASSIGN TO FSHPCTR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CTR-KEY
            FILE STATUS IS WS-FS-CTR.
            SELECT PKD ASSIGN TO FPICKDOC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PKD-PICK-NO
            FILE STATUS IS WS-FS-PKD.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD PCK.
       01 PCK-ENR      PIC X(78).
      *    IMAGE DE CARTE SHIPORD PRE-REMPLIE : O_NO, P_NO,
      *    QUANTITE, DATE DU JOUR, DEPOT DE LA COMMANDE -
      *    TRANSPORTEUR ET SUIVI COMPLETES PAR LE QUAI A LA
      *    CONFIRMATION, LOT (COL 45-54) S'IL EST RELEVE
       FD CRD.
       01 CRD-ENR.
          05 CRD-O-NO          PIC 9(4).
          05 CRD-DATE          PIC X(10).
          05 CRD-CARRIER       PIC X(4).
          05 CRD-TRACKING      PIC X(20).
          05 CRD-LOT-NO        PIC X(10).
          05 CRD-WHSE          PIC X(2).
          05 FILLER            PIC X(24).
      *    COMPTEURS : 'SHPNUM' (SHIPORD, PGM1SHP) ET 'PCKNUM'
      *    (NUMEROS DE DOCUMENT DE PRELEVEMENT)
       FD SHPCTR.
       01 SHPCTR-REC.
          05 CTR-KEY       PIC X(6).
          05 CTR-VALUE     PIC 9(9).
       FD PKD.
       COPY PICKDOC.

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE PRO
           END-EXEC

           EXEC SQL
               INCLUDE ITE
           END-EXEC

       77 WS-FS-EXT         PIC XX.
       77 WS-FS-PCK         PIC XX.
       77 WS-FS-CRD         PIC XX.
       77 WS-FS-CTR         PIC XX.
       77 WS-FS-PKD         PIC XX.
       01 FF-EXT            PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).
      *    CADRE DU DOCUMENT : MEME LARGEUR (70) QUE LES LIGNES
       01 WS-PCK-BORDER.
          05 FILLER         PIC X VALUE '+'.
          05 FILLER         PIC X(68) VALUE ALL '-'.
          05 FILLER         PIC X VALUE '+'.

      ***************************************
      * COMPTAGES DE LECTURE CONTRE LE      *
             10 WPK-P-NO       PIC X(4).
             10 WPK-DESC       PIC X(30).
             10 WPK-QTY        PIC S9(2)V USAGE COMP-3.
             10 WPK-BASE-UOM   PIC X(3).
             10 WPK-SELL-UOM   PIC X(3).
             10 WPK-UOM-FACTOR PIC 9(3).
       01 WS-PCK-TABLE-ARRAY REDEFINES WS-PCK-TABLE.
          05 WS-PCK-ROW OCCURS 50 TIMES PIC X(51).
       77 WS-PCK-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-IDX            PIC 9(2) VALUE ZERO.
       01 WS-IDX2           PIC 9(2) VALUE ZERO.
       01 WS-SWAP-ENTRY     PIC X(51).

      ***************************************
      * COMMANDE EN COURS ET NUMEROTATION   *
      * DES DOCUMENTS (COMPTEUR PCKNUM) -   *
      * 10 LIGNES AU PLUS PAR DOCUMENT      *
      ***************************************
       77 WS-CUR-O-NO       PIC 9(4) VALUE ZERO.
       77 WS-CUR-PRIO       PIC X VALUE SPACE.
       77 WS-CUR-WHSE       PIC X(2) VALUE SPACES.
       77 WS-PICK-NO        PIC 9(7) VALUE ZERO.
       77 WS-DOC-COUNT      PIC 9(5) VALUE ZERO.
       77 WS-DIRECT-COUNT   PIC 9(5) VALUE ZERO.
       77 WS-DOC-FIRST      PIC 9(2) VALUE ZERO.
       77 WS-DOC-LAST       PIC 9(2) VALUE ZERO.
       77 WS-DOC-PART       PIC 9(2) VALUE ZERO.
       77 WS-DOC-PARTS      PIC 9(2) VALUE ZERO.
       77 WS-DOC-REM        PIC 9(2) VALUE ZERO.
       77 WS-PKD-IDX        PIC 9(2) VALUE ZERO.
       77 WS-LINE-TOTAL     PIC 9(7) VALUE ZERO.

       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.
      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-PICK-NO         PIC 9(7).
       01 E-DOC-PART        PIC Z9.
       01 E-DOC-PARTS       PIC Z9.
       01 E-O-NO            PIC 9(4).
       01 E-QTY             PIC Z9.

      ***************************************
      * UNITE DE VENTE DE LA LIGNE : '12 CS'*
      * OU 'CS OF 12' QUAND LA QUANTITE NE  *
      * TOMBE PAS SUR UN NOMBRE ENTIER      *
      ***************************************
       77 WS-UOM-QTY        PIC 9(2) VALUE ZERO.
       77 WS-SELL-QTY       PIC 9(2) VALUE ZERO.
       77 WS-UOM-REM        PIC 9(3) VALUE ZERO.
       01 WS-SELL-TEXT      PIC X(14).
       01 E-SELL-QTY        PIC Z9.
       01 E-UOM-FACTOR      PIC ZZ9.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'PICKLIST'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - LISTES DE PRELEVEMENT'.
                     PERFORM FLUSH-PICK-DOCUMENT
                     MOVE EORD-O-NO TO WS-CUR-O-NO
                     MOVE EORD-PRIORITY TO WS-CUR-PRIO
                     MOVE EORD-WHSE TO WS-CUR-WHSE
                     IF WS-CUR-WHSE = SPACES
                        MOVE '01' TO WS-CUR-WHSE
                     END-IF
                     MOVE ZERO TO WS-PCK-COUNT
                  WHEN 'PRO'
                     PERFORM BUFFER-PICK-LINE
            PERFORM VERIFY-EXTRACT-CONTROL
            PERFORM FLUSH-PICK-DOCUMENT
            PERFORM CLOSE-FILES
            DISPLAY 'DOCUMENTS DE PRELEVEMENT : ' WS-DOC-COUNT
            DISPLAY 'DERNIER NUMERO ATTRIBUE  : ' WS-PICK-NO
            DISPLAY 'LIGNES A PRELEVER        : ' WS-LINE-TOTAL
            DISPLAY 'LIGNES DIRECTES ECARTEES : ' WS-DIRECT-COUNT
            GOBACK.

       INIT-RUN-DATE.
           IF WS-FS-CRD NOT = '00'
              DISPLAY 'ERR OPEN FSHIPCRD, FS=' WS-FS-CRD
              PERFORM ABEND-PROG
           END-IF
           OPEN I-O SHPCTR
           IF WS-FS-CTR = '35'
              OPEN OUTPUT SHPCTR
              MOVE 'PCKNUM' TO CTR-KEY
              MOVE 0        TO CTR-VALUE
              WRITE SHPCTR-REC
              MOVE 'SHPNUM' TO CTR-KEY
              WRITE SHPCTR-REC
              CLOSE SHPCTR
              OPEN I-O SHPCTR
           END-IF
           IF WS-FS-CTR NOT = '00'
              DISPLAY 'ERR OPEN FSHPCTR, FS=' WS-FS-CTR
              PERFORM ABEND-PROG
           END-IF
           OPEN I-O PKD
           IF WS-FS-PKD = '35'
              OPEN OUTPUT PKD
              CLOSE PKD
              OPEN I-O PKD
           END-IF
           IF WS-FS-PKD NOT = '00'
              DISPLAY 'ERR OPEN FPICKDOC, FS=' WS-FS-PKD
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE EXT
           CLOSE PCK
           CLOSE CRD
           CLOSE SHPCTR
           CLOSE PKD.

       READ-FILE-EXT.
           READ EXT AT END

      ***************************************
      * MISE EN TABLE D'UNE LIGNE PRODUIT   *
      * AVEC SON EMPLACEMENT MAGASIN - LES  *
      * LIGNES EN LIVRAISON DIRECTE ('Y',   *
      * EXPEDIEES PAR LE FOURNISSEUR) OU EN *
      * CONSIGNATION ('C', MARCHANDISE DEJA *
      * CHEZ LE CLIENT) NE SE PRELEVENT PAS *
      * ET N'ONT PAS DE CARTE SHIPORD       *
      ***************************************
       BUFFER-PICK-LINE.
           MOVE WS-CUR-O-NO TO ITE-O-NO
           MOVE EPRO-P-NO   TO ITE-P-NO
           MOVE 'N' TO ITE-DROP-SHIP
           EXEC SQL
                SELECT DROP_SHIP
                INTO :ITE-DROP-SHIP
                FROM ITEMS
                WHERE O_NO = :ITE-O-NO
                AND P_NO = :ITE-P-NO
           END-EXEC
           IF SQLCODE = +100
              MOVE 'N' TO ITE-DROP-SHIP
           ELSE
              PERFORM TEST-SQLCODE
           END-IF
           IF ITE-DROP-SHIP = 'Y' OR ITE-DROP-SHIP = 'C'
              ADD 1 TO WS-DIRECT-COUNT
           ELSE
              PERFORM ADD-PICK-LINE
           END-IF.

       ADD-PICK-LINE.
           IF WS-PCK-COUNT >= 50
              DISPLAY 'TABLE DES LIGNES PLEINE (50)'
              PERFORM ABEND-PROG
           MOVE PRO-BIN-LOC TO WPK-BIN-LOC (WS-PCK-COUNT)
           MOVE EPRO-P-NO   TO WPK-P-NO (WS-PCK-COUNT)
           MOVE EPRO-DESCRIPTION TO WPK-DESC (WS-PCK-COUNT)
           MOVE EITE-QUANTITY TO WPK-QTY (WS-PCK-COUNT)
           MOVE EPRO-BASE-UOM TO WPK-BASE-UOM (WS-PCK-COUNT)
           MOVE EITE-SELL-UOM TO WPK-SELL-UOM (WS-PCK-COUNT)
           MOVE EITE-UOM-FACTOR TO WPK-UOM-FACTOR (WS-PCK-COUNT).

      ***************************************
      * TRI A BULLES DE LA COMMANDE EN      *
           END-PERFORM.

      ***************************************
      * DOCUMENTS DE PRELEVEMENT DE LA      *
      * COMMANDE QUI VIENT DE SE TERMINER : *
      * TRIEE EN TOURNEE PUIS DECOUPEE PAR  *
      * 10 LIGNES, UN NUMERO PAR DOCUMENT   *
      ***************************************
       FLUSH-PICK-DOCUMENT.
           IF WS-PCK-COUNT = ZERO
              CONTINUE
           ELSE
              PERFORM SORT-PICK-TABLE
              DIVIDE WS-PCK-COUNT BY 10 GIVING WS-DOC-PARTS
                     REMAINDER WS-DOC-REM
              IF WS-DOC-REM > ZERO
                 ADD 1 TO WS-DOC-PARTS
              END-IF
              MOVE ZERO TO WS-DOC-PART
              PERFORM VARYING WS-DOC-FIRST FROM 1 BY 10
                      UNTIL WS-DOC-FIRST > WS-PCK-COUNT
                 ADD 1 TO WS-DOC-PART
                 COMPUTE WS-DOC-LAST = WS-DOC-FIRST + 9
                 IF WS-DOC-LAST > WS-PCK-COUNT
                    MOVE WS-PCK-COUNT TO WS-DOC-LAST
                 END-IF
                 PERFORM PRINT-PICK-DOCUMENT
              END-PERFORM
              MOVE ZERO TO WS-PCK-COUNT
           END-IF.

      ***************************************
      * UN DOCUMENT : LIGNES WS-DOC-FIRST A *
      * WS-DOC-LAST DE LA TABLE, NUMEROTE,  *
      * QUANTITES SEULES - PUIS LES CARTES  *
      * SHIPORD PRE-REMPLIES ET LA FICHE    *
      * FPICKDOC DE LA CONFIRMATION EN      *
      * LIGNE                               *
      ***************************************
       PRINT-PICK-DOCUMENT.
           PERFORM GET-NEXT-PICK-NO
           ADD 1 TO WS-DOC-COUNT
           MOVE SPACES TO PKD-ENR
           MOVE WS-PICK-NO   TO PKD-PICK-NO
           MOVE WS-CUR-O-NO  TO PKD-O-NO
           MOVE WS-CUR-WHSE  TO PKD-WHSE
           MOVE WS-RUN-DATE  TO PKD-PICK-DATE
           MOVE WS-CUR-PRIO  TO PKD-PRIORITY
           SET PKD-OPEN      TO TRUE
           MOVE ZERO         TO PKD-LINE-COUNT
           PERFORM VARYING WS-PKD-IDX FROM 1 BY 1
                   UNTIL WS-PKD-IDX > 10
              MOVE SPACES TO PKD-P-NO (WS-PKD-IDX)
                             PKD-BIN-LOC (WS-PKD-IDX)
                             PKD-LOT-NO (WS-PKD-IDX)
                             PKD-LINE-STATUS (WS-PKD-IDX)
              MOVE ZERO   TO PKD-QTY (WS-PKD-IDX)
                             PKD-SHIPPED-QTY (WS-PKD-IDX)
                             PKD-SHP-NO (WS-PKD-IDX)
           END-PERFORM
           MOVE WS-PCK-BORDER TO PCK-ENR
           PERFORM WRITE-LINE-TO-PCK
           MOVE WS-PICK-NO TO E-PICK-NO
           MOVE WS-CUR-O-NO TO E-O-NO
           MOVE SPACES TO WS-LINE
           STRING
                '| PICK LIST N° ' DELIMITED BY SIZE
                E-PICK-NO         DELIMITED BY SIZE
                '   ORDER '       DELIMITED BY SIZE
                E-O-NO            DELIMITED BY SIZE
                '   '             DELIMITED BY SIZE
                WS-RUN-DATE       DELIMITED BY SIZE
                '   DEPOT '       DELIMITED BY SIZE
                WS-CUR-WHSE       DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO PCK-ENR
           PERFORM WRITE-LINE-TO-PCK
           IF WS-DOC-PARTS > 1
              MOVE WS-DOC-PART  TO E-DOC-PART
              MOVE WS-DOC-PARTS TO E-DOC-PARTS
              MOVE SPACES TO WS-LINE
              STRING
                   '| PART '     DELIMITED BY SIZE
                   E-DOC-PART    DELIMITED BY SIZE
                   ' OF '        DELIMITED BY SIZE
                   E-DOC-PARTS   DELIMITED BY SIZE
                   ' FOR THIS ORDER' DELIMITED BY SIZE
              INTO WS-LINE
              MOVE WS-LINE TO PCK-ENR
              PERFORM WRITE-LINE-TO-PCK
           END-IF
           IF WS-CUR-PRIO = 'R'
              MOVE SPACES TO WS-LINE
              MOVE '| ***** RUSH - PICK FIRST *****' TO WS-LINE(1:31)
              MOVE '|'                         TO WS-LINE(70:1)
              MOVE WS-LINE TO PCK-ENR
              PERFORM WRITE-LINE-TO-PCK
           END-IF
           MOVE SPACES TO WS-LINE
           MOVE '| LOC     P_NO  DESCRIPTION' TO WS-LINE(1:27)
           MOVE 'QTY UOM SOLD AS'           TO WS-LINE(47:15)
           MOVE '|'                         TO WS-LINE(70:1)
           MOVE WS-LINE TO PCK-ENR
           PERFORM WRITE-LINE-TO-PCK
           PERFORM VARYING WS-IDX FROM WS-DOC-FIRST BY 1
                   UNTIL WS-IDX > WS-DOC-LAST
              PERFORM WRITE-PICK-LINE
           END-PERFORM
           MOVE WS-PCK-BORDER TO PCK-ENR
           PERFORM WRITE-LINE-TO-PCK
           MOVE SPACES TO PCK-ENR
           PERFORM WRITE-LINE-TO-PCK
           WRITE PKD-ENR
           IF WS-FS-PKD NOT = '00'
              DISPLAY 'ERR WRITE FPICKDOC, FS=' WS-FS-PKD
                      ' DOCUMENT ' WS-PICK-NO
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * NUMERO DU PROCHAIN DOCUMENT : LE    *
      * COMPTEUR PCKNUM EST CREE A ZERO A   *
      * SA PREMIERE UTILISATION             *
      ***************************************
       GET-NEXT-PICK-NO.
           MOVE 'PCKNUM' TO CTR-KEY
           READ SHPCTR KEY IS CTR-KEY
              INVALID KEY
                 MOVE 0 TO CTR-VALUE
                 WRITE SHPCTR-REC
                 IF WS-FS-CTR NOT = '00'
                    DISPLAY 'ERR WRITE FSHPCTR, FS=' WS-FS-CTR
                    PERFORM ABEND-PROG
                 END-IF
           END-READ
           ADD 1 TO CTR-VALUE
           REWRITE SHPCTR-REC
           IF WS-FS-CTR NOT = '00'
              DISPLAY 'ERR REWRITE FSHPCTR, FS=' WS-FS-CTR
              PERFORM ABEND-PROG
           END-IF
           MOVE CTR-VALUE TO WS-PICK-NO.

       WRITE-PICK-LINE.
           ADD 1 TO WS-LINE-TOTAL
           PERFORM FORMAT-SELL-UNIT
           MOVE WPK-QTY (WS-IDX) TO E-QTY
           MOVE SPACES TO WS-LINE
           STRING
                WPK-DESC (WS-IDX)    DELIMITED BY SIZE
                ' '                  DELIMITED BY SIZE
                E-QTY                DELIMITED BY SIZE
                ' '                  DELIMITED BY SIZE
                WPK-BASE-UOM (WS-IDX) DELIMITED BY SIZE
                ' '                  DELIMITED BY SIZE
                WS-SELL-TEXT         DELIMITED BY SIZE
                ' |'                 DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO PCK-ENR
           PERFORM WRITE-LINE-TO-PCK
           PERFORM WRITE-SHIPORD-CARD
           ADD 1 TO PKD-LINE-COUNT
           MOVE PKD-LINE-COUNT TO WS-PKD-IDX
           MOVE WPK-P-NO (WS-IDX)    TO PKD-P-NO (WS-PKD-IDX)
           MOVE WPK-BIN-LOC (WS-IDX) TO PKD-BIN-LOC (WS-PKD-IDX)
           MOVE WPK-QTY (WS-IDX)     TO PKD-QTY (WS-PKD-IDX).

      ***************************************
      * UNITE DE VENTE DE LA LIGNE COURANTE *
      * - A BLANC QUAND LA LIGNE EST VENDUE *
      * A L'UNITE DE STOCK                  *
      ***************************************
       FORMAT-SELL-UNIT.
           MOVE SPACES TO WS-SELL-TEXT
           IF WPK-SELL-UOM (WS-IDX) NOT = SPACES
              AND WPK-UOM-FACTOR (WS-IDX) > 1
              MOVE WPK-QTY (WS-IDX) TO WS-UOM-QTY
              DIVIDE WS-UOM-QTY BY WPK-UOM-FACTOR (WS-IDX)
                     GIVING WS-SELL-QTY REMAINDER WS-UOM-REM
              MOVE WPK-UOM-FACTOR (WS-IDX) TO E-UOM-FACTOR
              IF WS-UOM-REM = ZERO
                 MOVE WS-SELL-QTY TO E-SELL-QTY
                 STRING
                      E-SELL-QTY            DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      WPK-SELL-UOM (WS-IDX) DELIMITED BY SIZE
                 INTO WS-SELL-TEXT
              ELSE
                 STRING
                      WPK-SELL-UOM (WS-IDX) DELIMITED BY SPACE
                      ' OF '                DELIMITED BY SIZE
                      E-UOM-FACTOR          DELIMITED BY SIZE
                 INTO WS-SELL-TEXT
              END-IF
           END-IF.

      ***************************************
      * IMAGE DE CARTE SHIPORD PRE-REMPLIE :*
           MOVE WS-RUN-DATE TO CRD-DATE
           MOVE SPACES TO CRD-CARRIER
           MOVE SPACES TO CRD-TRACKING
           MOVE SPACES TO CRD-LOT-NO
           MOVE WS-CUR-WHSE TO CRD-WHSE
           WRITE CRD-ENR
           IF WS-FS-CRD NOT = '00'
              DISPLAY 'ERR WRITE FSHIPCRD, FS=' WS-FS-CRD
