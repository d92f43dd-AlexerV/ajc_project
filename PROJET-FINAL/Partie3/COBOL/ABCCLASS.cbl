       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABCCLASS.
      **********************************************
      * CLASSEMENT ABC MENSUEL DES ARTICLES POUR    *
      * L'INVENTAIRE TOURNANT. SUR LES DOUZE        *
      * DERNIERS MOIS, CHAQUE ARTICLE EST VALORISE :*
      *  - PRODUIT (PRODUCTS) : COUT DES VENTES     *
      *    NETTES DE L'HISTORIQUE SALES_HISTORY ;   *
      *  - PIECE (PARTS1) : QUANTITE SORTIE DU      *
      *    STOCK (MOUVEMENTS NEGATIFS STOCK_MOVES)  *
      *    AU PRIX DU FOURNISSEUR ATTITRE           *
      *    (FSUPPART).                              *
      * LES ARTICLES SONT CLASSES PAR VALEUR        *
      * DECROISSANTE : 'A' JUSQU'A 80 % DE LA       *
      * VALEUR CUMULEE, 'B' JUSQU'A 95 %, 'C' AU-   *
      * DELA. L'ACTIVITE (NOMBRE DE MOUVEMENTS DE   *
      * STOCK) REMONTE LA CLASSE D'UN ARTICLE TRES  *
      * MANIPULE : 52 MOUVEMENTS ET PLUS = 'A', 12  *
      * ET PLUS = AU MOINS 'B'. LES SEUILS SONT     *
      * DANS FPARAMS (ABCPCT-A/B, ABCMOVE-A/B).     *
      * LA CLASSE EST ECRITE DANS LE KSDS FABCCLS,  *
      * QUI CONSERVE LA DATE DU DERNIER COMPTAGE.   *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ABC ASSIGN TO FABCCLS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ABC-CODE
            FILE STATUS IS WS-FS-ABC.
            SELECT NPT ASSIGN TO FNPT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS PNO-NPT
            FILE STATUS IS WS-FS-NPT.
            SELECT OPTIONAL SPP ASSIGN TO FSUPPART
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SPP-PNO
            FILE STATUS IS WS-FS-SPP.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
            SELECT RPT ASSIGN TO FABCRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD ABC.
       COPY ABCCLASS.

       FD NPT.
       COPY NEWPARTS.

       FD SPP.
       COPY SUPPART.

       FD PARAMS.
       COPY PARAMREC.

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

      *--------------------------------------------------------------
      *  PARAMETRE SYSIN
      *  COL 1-10  : DATE DU CLASSEMENT (AAAA-MM-JJ, BLANC = DU
      *              JOUR) - LA PERIODE EST L'ANNEE QUI PRECEDE
      *--------------------------------------------------------------
       01  WS-PARM-CARD.
           05 WS-PARM-DATE      PIC X(10).
           05 FILLER            PIC X(70).

       77 WS-FS-ABC         PIC XX.
       77 WS-FS-NPT         PIC XX.
       77 WS-FS-SPP         PIC XX.
       77 WS-FS-PRM         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 WS-PRM-FOUND      PIC X VALUE 'N'.
       77 WS-SPP-PRESENT    PIC X VALUE 'N'.
       01 WS-LINE           PIC X(78).

      ***************************************
      * PERIODE : DOUZE MOIS GLISSANTS      *
      * JUSQU'A LA DATE DU CLASSEMENT       *
      ***************************************
       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.
       77 WS-FROM-DATE      PIC X(10) VALUE SPACES.
       77 WS-JULIAN-WORK    PIC S9(7) VALUE ZERO.
       01 WS-DATE-NUM.
          05 WS-DATE-YYYY   PIC 9(4).
          05 WS-DATE-MM     PIC 9(2).
          05 WS-DATE-DD     PIC 9(2).
       01 WS-DATE-INT REDEFINES WS-DATE-NUM PIC 9(8).

      ***************************************
      * SEUILS DU CLASSEMENT (FPARAMS, A    *
      * DEFAUT VALEURS COMPILEES)           *
      ***************************************
       77 WS-PCT-A          PIC 9(3) VALUE 80.
       77 WS-PCT-B          PIC 9(3) VALUE 95.
       77 WS-MOVES-A        PIC 9(3) VALUE 52.
       77 WS-MOVES-B        PIC 9(3) VALUE 12.

      *** VALEUR ET ACTIVITE DE CHAQUE PRODUIT SUR LA PERIODE  ***
           EXEC SQL
                DECLARE CABCP CURSOR
                FOR
                SELECT P.P_NO, P.DESCRIPTION, P.BIN_LOC,
                       VALUE((SELECT SUM(H.COST)
                                FROM SALES_HISTORY H
                               WHERE H.P_NO = P.P_NO
                                 AND H.INV_DATE >= :WS-FROM-DATE
                                 AND H.INV_DATE <= :WS-RUN-DATE), 0),
                       (SELECT COUNT(*)
                          FROM STOCK_MOVES M
                         WHERE M.P_NO = P.P_NO
                           AND M.MOVE_DATE >= :WS-FROM-DATE
                           AND M.MOVE_DATE <= :WS-RUN-DATE)
                FROM PRODUCTS P
                ORDER BY P.P_NO
           END-EXEC
       77 WS-VALUE          PIC S9(9)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-MOVES          PIC S9(9) USAGE COMP VALUE ZERO.
       77 WS-OUT-QTY        PIC S9(7) USAGE COMP-3 VALUE ZERO.

      ***************************************
      * TABLE DES ARTICLES A CLASSER, TRIEE *
      * PAR VALEUR DECROISSANTE             *
      ***************************************
       01 WS-ABC-TABLE.
          05 WS-ABC-ENTRY OCCURS 1000 TIMES.
             10 WAB-CODE          PIC X(4).
             10 WAB-KIND          PIC X.
             10 WAB-DESC          PIC X(30).
             10 WAB-BIN           PIC X(6).
             10 WAB-VALUE         PIC S9(9)V99 USAGE COMP-3.
             10 WAB-MOVES         PIC 9(5).
             10 WAB-CLASS         PIC X.
       01 WS-ABC-TABLE-ARRAY REDEFINES WS-ABC-TABLE.
          05 WS-ABC-ROW OCCURS 1000 TIMES PIC X(53).
       77 WS-ABC-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-IDX            PIC 9(4) VALUE ZERO.
       01 WS-IDX2           PIC 9(4) VALUE ZERO.
       01 WS-SWAP-ENTRY     PIC X(53).

      ***************************************
      * CUMULS DU CLASSEMENT                *
      ***************************************
       77 WS-TOTAL-VALUE    PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-CUM-VALUE      PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-CUM-PCT        PIC S9(3)V9 USAGE COMP-3 VALUE ZERO.
       77 WS-PRODUCT-COUNT  PIC 9(7) VALUE ZERO.
       77 WS-PART-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-A-COUNT        PIC 9(7) VALUE ZERO.
       77 WS-B-COUNT        PIC 9(7) VALUE ZERO.
       77 WS-C-COUNT        PIC 9(7) VALUE ZERO.
       77 WS-NEW-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-OUT-COUNT      PIC 9(7) VALUE ZERO.

       01 E-VALUE           PIC Z(8)9,99-.
       01 E-MOVES           PIC Z(4)9.
       01 E-CUM-PCT         PIC ZZ9,9.
       01 E-COUNT           PIC Z(6)9.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'ABCCLASS'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - CLASSEMENT ABC'.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM READ-PARM
            PERFORM GET-PARAMETERS
            PERFORM OPEN-FILES
            PERFORM LOAD-PRODUCTS
            PERFORM LOAD-PARTS
            PERFORM SORT-ABC-TABLE
            PERFORM WRITE-REPORT-HEADER
            PERFORM CLASSIFY-ITEMS
            PERFORM WRITE-REPORT-FOOTER
            PERFORM CLOSE-FILES
            PERFORM WRITE-BATCH-SUMMARY
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.

      ***************************************
      * DATE DU CLASSEMENT ET DEBUT DE LA   *
      * PERIODE (UN AN PLUS TOT)            *
      ***************************************
       READ-PARM.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-DATE = SPACES
              ACCEPT WS-DATE-INT FROM DATE YYYYMMDD
           ELSE
              MOVE WS-PARM-DATE(1:4) TO WS-DATE-YYYY
              MOVE WS-PARM-DATE(6:2) TO WS-DATE-MM
              MOVE WS-PARM-DATE(9:2) TO WS-DATE-DD
              IF WS-DATE-INT IS NOT NUMERIC
                 DISPLAY 'DATE SYSIN INVALIDE (AAAA-MM-JJ)'
                 PERFORM ABEND-PROG
              END-IF
           END-IF
           PERFORM FORMAT-DATE
           MOVE WS-LINE(1:10) TO WS-RUN-DATE
           COMPUTE WS-JULIAN-WORK =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT) - 365
           COMPUTE WS-DATE-INT =
                   FUNCTION DATE-OF-INTEGER(WS-JULIAN-WORK)
           PERFORM FORMAT-DATE
           MOVE WS-LINE(1:10) TO WS-FROM-DATE.

       FORMAT-DATE.
           MOVE SPACES TO WS-LINE
           STRING
                WS-DATE-YYYY DELIMITED BY SIZE
                '-'          DELIMITED BY SIZE
                WS-DATE-MM   DELIMITED BY SIZE
                '-'          DELIMITED BY SIZE
                WS-DATE-DD   DELIMITED BY SIZE
           INTO WS-LINE.

      ***************************************
      * SEUILS DU CLASSEMENT DEPUIS LE      *
      * FICHIER DE PARAMETRES CENTRAL       *
      ***************************************
       GET-PARAMETERS.
           OPEN INPUT PARAMS
           IF WS-FS-PRM NOT = '00'
              DISPLAY 'FPARAMS ABSENT - VALEURS COMPILEES'
           ELSE
              MOVE 'ABCPCT-A  ' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:3) TO WS-PCT-A
              END-IF
              MOVE 'ABCPCT-B  ' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:3) TO WS-PCT-B
              END-IF
              MOVE 'ABCMOVE-A ' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:3) TO WS-MOVES-A
              END-IF
              MOVE 'ABCMOVE-B ' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:3) TO WS-MOVES-B
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
      * OUVERTURE : LE KSDS DES CLASSES EST *
      * CREE AU PREMIER PASSAGE             *
      ***************************************
       OPEN-FILES.
           OPEN I-O ABC
           IF WS-FS-ABC = '35'
              OPEN OUTPUT ABC
              CLOSE ABC
              OPEN I-O ABC
           END-IF
           IF WS-FS-ABC NOT = '00'
              DISPLAY 'ERR OPEN FABCCLS, FS=' WS-FS-ABC
              PERFORM ABEND-PROG
           END-IF
           OPEN INPUT NPT
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
              DISPLAY 'ERR OPEN FABCRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE ABC
           CLOSE NPT
           IF WS-SPP-PRESENT = 'Y'
              CLOSE SPP
           END-IF
           CLOSE RPT.

      ***************************************
      * PRODUITS : UNE LIGNE DE CURSEUR PAR *
      * PRODUIT, VALEUR ET ACTIVITE DEJA    *
      * CUMULEES                            *
      ***************************************
       LOAD-PRODUCTS.
           EXEC SQL
              OPEN CABCP
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CABCP
           PERFORM UNTIL SQLCODE = +100
              PERFORM ADD-TABLE-ENTRY
              MOVE PRO-P-NO             TO WAB-CODE (WS-ABC-COUNT)
              MOVE 'P'                  TO WAB-KIND (WS-ABC-COUNT)
              MOVE PRO-DESCRIPTION-TEXT TO WAB-DESC (WS-ABC-COUNT)
              MOVE PRO-BIN-LOC          TO WAB-BIN (WS-ABC-COUNT)
              MOVE WS-VALUE             TO WAB-VALUE (WS-ABC-COUNT)
              MOVE WS-MOVES             TO WAB-MOVES (WS-ABC-COUNT)
              ADD 1 TO WS-PRODUCT-COUNT
              PERFORM FETCH-CABCP
           END-PERFORM
           EXEC SQL
              CLOSE CABCP
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-CABCP.
           MOVE SPACES TO PRO-DESCRIPTION-TEXT
           EXEC SQL
              FETCH CABCP
              INTO :PRO-P-NO, :PRO-DESCRIPTION, :PRO-BIN-LOC,
                   :WS-VALUE, :WS-MOVES
           END-EXEC
           IF SQLCODE NOT = +100
              PERFORM TEST-SQLCODE
           END-IF.

       ADD-TABLE-ENTRY.
           IF WS-ABC-COUNT >= 1000
              DISPLAY 'TABLE DES ARTICLES PLEINE (1000)'
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-ABC-COUNT
           MOVE SPACES TO WS-ABC-ROW (WS-ABC-COUNT)
           MOVE ZERO   TO WAB-VALUE (WS-ABC-COUNT)
           MOVE ZERO   TO WAB-MOVES (WS-ABC-COUNT).

      ***************************************
      * PIECES : SORTIES DE STOCK DE LA     *
      * PERIODE VALORISEES AU PRIX DU       *
      * FOURNISSEUR ATTITRE                 *
      ***************************************
       LOAD-PARTS.
           READ NPT NEXT
              AT END MOVE '10' TO WS-FS-NPT
           END-READ
           PERFORM UNTIL WS-FS-NPT NOT = '00'
              PERFORM LOAD-ONE-PART
              READ NPT NEXT
                 AT END MOVE '10' TO WS-FS-NPT
              END-READ
           END-PERFORM.

       LOAD-ONE-PART.
           MOVE SPACES  TO SMV-P-NO
           MOVE PNO-NPT TO SMV-P-NO(1:3)
           EXEC SQL
              SELECT VALUE(SUM(CASE WHEN QTY < 0 THEN 0 - QTY
                                    ELSE 0 END), 0),
                     COUNT(*)
                INTO :WS-OUT-QTY, :WS-MOVES
                FROM STOCK_MOVES
               WHERE P_NO = :SMV-P-NO
                 AND MOVE_DATE >= :WS-FROM-DATE
                 AND MOVE_DATE <= :WS-RUN-DATE
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE ZERO TO WS-VALUE
           IF WS-SPP-PRESENT = 'Y'
              MOVE PNO-NPT TO SPP-PNO
              READ SPP KEY IS SPP-PNO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    COMPUTE WS-VALUE = WS-OUT-QTY * SPP-PRICE
              END-READ
           END-IF
           PERFORM ADD-TABLE-ENTRY
           MOVE SMV-P-NO    TO WAB-CODE (WS-ABC-COUNT)
           MOVE 'N'         TO WAB-KIND (WS-ABC-COUNT)
           MOVE PNAME-NPT   TO WAB-DESC (WS-ABC-COUNT)
           MOVE BINLOC-NPT  TO WAB-BIN (WS-ABC-COUNT)
           MOVE WS-VALUE    TO WAB-VALUE (WS-ABC-COUNT)
           MOVE WS-MOVES    TO WAB-MOVES (WS-ABC-COUNT)
           ADD 1 TO WS-PART-COUNT.

      ***************************************
      * TRI A BULLES DE LA TABLE PAR        *
      * VALEUR DECROISSANTE                 *
      ***************************************
       SORT-ABC-TABLE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-ABC-COUNT
              PERFORM VARYING WS-IDX2 FROM 1 BY 1
                      UNTIL WS-IDX2 > WS-ABC-COUNT - WS-IDX
                 IF WAB-VALUE (WS-IDX2) < WAB-VALUE (WS-IDX2 + 1)
                    MOVE WS-ABC-ROW (WS-IDX2) TO WS-SWAP-ENTRY
                    MOVE WS-ABC-ROW (WS-IDX2 + 1)
                      TO WS-ABC-ROW (WS-IDX2)
                    MOVE WS-SWAP-ENTRY TO WS-ABC-ROW (WS-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      ***************************************
      * CLASSEMENT : PART DE LA VALEUR      *
      * CUMULEE AVANT L'ARTICLE, PUIS       *
      * REMONTEE PAR L'ACTIVITE ; UN        *
      * ARTICLE SANS VALEUR RESTE 'C' SAUF  *
      * ACTIVITE                            *
      ***************************************
       CLASSIFY-ITEMS.
           MOVE ZERO TO WS-TOTAL-VALUE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ABC-COUNT
              IF WAB-VALUE (WS-IDX) > ZERO
                 ADD WAB-VALUE (WS-IDX) TO WS-TOTAL-VALUE
              END-IF
           END-PERFORM
           MOVE ZERO TO WS-CUM-VALUE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ABC-COUNT
              PERFORM CLASSIFY-ONE-ITEM
              PERFORM STORE-ITEM-CLASS
              PERFORM WRITE-CLASS-LINE
           END-PERFORM.

       CLASSIFY-ONE-ITEM.
           IF WS-TOTAL-VALUE > ZERO
              COMPUTE WS-CUM-PCT ROUNDED =
                      WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
           ELSE
              MOVE 100 TO WS-CUM-PCT
           END-IF
           EVALUATE TRUE
              WHEN WAB-VALUE (WS-IDX) NOT > ZERO
                 MOVE 'C' TO WAB-CLASS (WS-IDX)
              WHEN WS-CUM-PCT < WS-PCT-A
                 MOVE 'A' TO WAB-CLASS (WS-IDX)
              WHEN WS-CUM-PCT < WS-PCT-B
                 MOVE 'B' TO WAB-CLASS (WS-IDX)
              WHEN OTHER
                 MOVE 'C' TO WAB-CLASS (WS-IDX)
           END-EVALUATE
           IF WAB-VALUE (WS-IDX) > ZERO
              ADD WAB-VALUE (WS-IDX) TO WS-CUM-VALUE
           END-IF
           EVALUATE TRUE
              WHEN WAB-MOVES (WS-IDX) >= WS-MOVES-A
                 MOVE 'A' TO WAB-CLASS (WS-IDX)
              WHEN WAB-MOVES (WS-IDX) >= WS-MOVES-B
               AND WAB-CLASS (WS-IDX) = 'C'
                 MOVE 'B' TO WAB-CLASS (WS-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EVALUATE WAB-CLASS (WS-IDX)
              WHEN 'A'
                 ADD 1 TO WS-A-COUNT
              WHEN 'B'
                 ADD 1 TO WS-B-COUNT
              WHEN OTHER
                 ADD 1 TO WS-C-COUNT
           END-EVALUATE.

      ***************************************
      * MISE A JOUR DE LA FICHE FABCCLS :   *
      * LA DATE DU DERNIER COMPTAGE ET LA   *
      * PLANIFICATION EN COURS SONT         *
      * CONSERVEES                          *
      ***************************************
       STORE-ITEM-CLASS.
           MOVE WAB-CODE (WS-IDX) TO ABC-CODE
           READ ABC KEY IS ABC-CODE
              INVALID KEY
                 MOVE SPACES TO ABC-ENR
                 MOVE WAB-CODE (WS-IDX) TO ABC-CODE
                 PERFORM MOVE-ITEM-CLASS
                 WRITE ABC-ENR
                 ADD 1 TO WS-NEW-COUNT
              NOT INVALID KEY
                 PERFORM MOVE-ITEM-CLASS
                 REWRITE ABC-ENR
           END-READ
           IF WS-FS-ABC NOT = '00'
              DISPLAY 'ERR ECRITURE FABCCLS, FS=' WS-FS-ABC
              PERFORM ABEND-PROG
           END-IF.

       MOVE-ITEM-CLASS.
           MOVE WAB-KIND (WS-IDX)  TO ABC-KIND
           MOVE WAB-CLASS (WS-IDX) TO ABC-CLASS
           MOVE WAB-VALUE (WS-IDX) TO ABC-USAGE-VALUE
           MOVE WAB-MOVES (WS-IDX) TO ABC-MOVE-COUNT
           MOVE WAB-BIN (WS-IDX)   TO ABC-BIN-LOC
           MOVE WAB-DESC (WS-IDX)  TO ABC-DESCRIPTION
           MOVE WS-RUN-DATE        TO ABC-CLASS-DATE.

      ***************************************
      * LIGNE DU RAPPORT : CLASSE, ARTICLE, *
      * VALEUR, MOUVEMENTS, % CUMULE        *
      ***************************************
       WRITE-CLASS-LINE.
           MOVE WAB-VALUE (WS-IDX) TO E-VALUE
           MOVE WAB-MOVES (WS-IDX) TO E-MOVES
           MOVE WS-CUM-PCT         TO E-CUM-PCT
           MOVE SPACES TO WS-LINE
           STRING
                WAB-CLASS (WS-IDX) DELIMITED BY SIZE
                '  '               DELIMITED BY SIZE
                WAB-CODE (WS-IDX)  DELIMITED BY SIZE
                '  '               DELIMITED BY SIZE
                WAB-DESC (WS-IDX)  DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                E-VALUE            DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                E-MOVES            DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                E-CUM-PCT          DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

       WRITE-FILE-RPT.
           MOVE WS-LINE TO RPT-ENR
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FABCRPT :' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE SPACES TO WS-LINE
           STRING 'CLASSEMENT ABC DU ' DELIMITED BY SIZE
                  WS-FROM-DATE         DELIMITED BY SIZE
                  ' AU '               DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 'CL CODE  DESIGNATION' TO WS-LINE
           MOVE 'VALEUR'                TO WS-LINE(48:6)
           MOVE 'MVTS'                  TO WS-LINE(56:4)
           MOVE '%CUM'                  TO WS-LINE(62:4)
           PERFORM WRITE-FILE-RPT.

       WRITE-REPORT-FOOTER.
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE WS-A-COUNT TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ARTICLES CLASSE A : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE WS-B-COUNT TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ARTICLES CLASSE B : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE WS-C-COUNT TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ARTICLES CLASSE C : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'ABCCLASS' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-ABC-COUNT TO RJ-IN-COUNT
           COMPUTE WS-OUT-COUNT = WS-A-COUNT + WS-B-COUNT
                                + WS-C-COUNT
           MOVE WS-OUT-COUNT TO RJ-OUT-COUNT
           MOVE ZERO TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           DISPLAY '  RESUME DU CLASSEMENT ABC'
           DISPLAY '  PRODUITS CLASSES   : ' WS-PRODUCT-COUNT
           DISPLAY '  PIECES CLASSEES    : ' WS-PART-COUNT
           DISPLAY '  CLASSE A           : ' WS-A-COUNT
           DISPLAY '  CLASSE B           : ' WS-B-COUNT
           DISPLAY '  CLASSE C           : ' WS-C-COUNT
           DISPLAY '  NOUVEAUX ARTICLES  : ' WS-NEW-COUNT
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
