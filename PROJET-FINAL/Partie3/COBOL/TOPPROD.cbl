      * SALES_HISTORY (ALIMENTE PAR CREAFACT /      *
      * CREAVOIR) SUR LA PERIODE DEMANDEE EN SYSIN -*
      * LES COMPARAISONS TRAVERSENT LES ANNEES SANS *
      * REJOUER LES ARCHIVES. SUIT LE CLASSEMENT    *
      * DES CATEGORIES DE PRODUITS PAR CHIFFRE      *
      * D'AFFAIRES SUR LA MEME PERIODE.             *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               INCLUDE PRO
           END-EXEC

           EXEC SQL
               INCLUDE CAT
           END-EXEC

       01 WS-FS            PIC XX.
       01 WS-LINE          PIC X(78).

                GROUP BY H.P_NO, P.DESCRIPTION
                ORDER BY H.P_NO
           END-EXEC

      *** VENTES PAR CATEGORIE SUR LA PERIODE, PAR CHIFFRE   ***
      *** D'AFFAIRES DECROISSANT                             ***
           EXEC SQL
                DECLARE CTCAT CURSOR
                FOR
                SELECT H.CATEGORY,
                       VALUE(C.DESCRIPTION, 'SANS CATEGORIE'),
                       SUM(H.QTY), SUM(H.REVENUE)
                FROM SALES_HISTORY H
                LEFT OUTER JOIN PRODUCT_CATEGORIES C
                ON C.CAT_CODE = H.CATEGORY
                WHERE H.INV_DATE >= :WS-PARM-DATE-FROM
                AND H.INV_DATE <= :WS-PARM-DATE-TO
                GROUP BY H.CATEGORY, C.DESCRIPTION
                ORDER BY 4 DESC, 1
           END-EXEC
       77 WS-QTY-SUM       PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-REV-SUM       PIC S9(9)V99 VALUE ZERO.

       01 WS-IDX             PIC 9(4)       VALUE ZERO.
       01 WS-IDX2            PIC 9(4)       VALUE ZERO.
       01 WS-SWAP-ENTRY      PIC X(46).
       77 WS-CAT-RANK        PIC 9(2)       VALUE ZERO.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'TOPPROD'.
       01 WS-ALERT-MSG PIC X(60)
            PERFORM SORT-PRO-TABLE
            PERFORM WRITE-REPORT-HEADER
            PERFORM WRITE-REPORT-BODY
            PERFORM WRITE-CATEGORY-RANKING
            PERFORM CLOSE-FILE-RPT
            DISPLAY 'PRODUITS DISTINCTS  : ' WS-PRO-COUNT
            DISPLAY 'CATEGORIES CLASSEES : ' WS-CAT-RANK
            GOBACK.

       READ-PARM.
              PERFORM WRITE-LINE-TO-RPT
           END-PERFORM.

      ***************************************
      * CLASSEMENT DES CATEGORIES PAR       *
      * CHIFFRE D'AFFAIRES (TOUTES, LES     *
      * VENTES SANS CATEGORIE COMPRISES)    *
      ***************************************
       WRITE-CATEGORY-RANKING.
           MOVE SPACES TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'CLASSEMENT DES CATEGORIES PAR CHIFFRE D''AFFAIRES'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'RANG  CAT.  DESCRIPTION              QUANTITE  VENTES'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           EXEC SQL
              OPEN CTCAT
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CTCAT
           PERFORM UNTIL SQLCODE = +100
              ADD 1 TO WS-CAT-RANK
              PERFORM WRITE-CATEGORY-LINE
              PERFORM FETCH-CTCAT
           END-PERFORM
           EXEC SQL
              CLOSE CTCAT
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-CTCAT.
           MOVE SPACES TO CAT-DESCRIPTION-TEXT
           EXEC SQL
              FETCH CTCAT
              INTO :SLH-CATEGORY, :CAT-DESCRIPTION,
                   :WS-QTY-SUM, :WS-REV-SUM
           END-EXEC
           PERFORM TEST-SQLCODE.

       WRITE-CATEGORY-LINE.
           MOVE WS-CAT-RANK TO E-RANK
           MOVE WS-QTY-SUM  TO E-QTY-SOLD
           MOVE WS-REV-SUM  TO E-REVENUE
           MOVE SPACES TO WS-LINE
           STRING
                E-RANK                  DELIMITED BY SIZE
                '    '                  DELIMITED BY SIZE
                SLH-CATEGORY            DELIMITED BY SIZE
                '   '                   DELIMITED BY SIZE
                CAT-DESCRIPTION-TEXT    DELIMITED BY SIZE
                '   '                   DELIMITED BY SIZE
                E-QTY-SOLD              DELIMITED BY SIZE
                '   '                   DELIMITED BY SIZE
                E-REVENUE               DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * ABEND-PROG                          *
      ***************************************
