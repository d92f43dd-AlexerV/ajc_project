      * TOPPROD), COUT UNITAIRE LU SUR PRODUCTS     *
      * (COLONNE UNIT_COST ALIMENTEE PAR PRO15).    *
      * CLASSEMENT PAR MARGE DECROISSANTE (TOP N),  *
      * PUIS SECTION DES PRODUITS VENDUS A PERTE    *
      * ET CLASSEMENT DES CATEGORIES DE PRODUITS    *
      * PAR MARGE.                                  *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               INCLUDE PRO
           END-EXEC

           EXEC SQL
               INCLUDE CAT
           END-EXEC

       01 WS-FS            PIC XX.
       01 FF-EXT           PIC 9        VALUE ZERO.
       01 WS-LINE          PIC X(78).
             10 WST-REVENUE         PIC S9(9)V99 USAGE COMP-3.
             10 WST-COST            PIC S9(9)V99 USAGE COMP-3.
             10 WST-MARGIN          PIC S9(9)V99 USAGE COMP-3.
             10 WST-CATEGORY        PIC X(4).
       01 WS-PRO-TABLE-ARRAY REDEFINES WS-PRO-TABLE.
          05 WS-PRO-ROW OCCURS 200 TIMES PIC X(60).
       77 WS-PRO-COUNT       PIC 9(4) VALUE ZERO.
       77 WS-PRO-FOUND-IDX   PIC 9(4) VALUE ZERO.
      ***************************************
      ***************************************
       01 WS-IDX             PIC 9(4)       VALUE ZERO.
       01 WS-IDX2            PIC 9(4)       VALUE ZERO.
       01 WS-SWAP-ENTRY      PIC X(60).

      ***************************************
      * TABLE DES MARGES PAR CATEGORIE      *
      ***************************************
       01 WS-CAT-TABLE.
          05 WS-CAT-ENTRY OCCURS 100 TIMES.
             10 WSC-CATEGORY        PIC X(4).
             10 WSC-REVENUE         PIC S9(9)V99 USAGE COMP-3.
             10 WSC-COST            PIC S9(9)V99 USAGE COMP-3.
             10 WSC-MARGIN          PIC S9(9)V99 USAGE COMP-3.
       01 WS-CAT-TABLE-ARRAY REDEFINES WS-CAT-TABLE.
          05 WS-CAT-ROW OCCURS 100 TIMES PIC X(22).
       77 WS-CAT-COUNT       PIC 9(4) VALUE ZERO.
       77 WS-CAT-FOUND-IDX   PIC 9(4) VALUE ZERO.
       01 WS-CAT-SWAP        PIC X(22).
       01 WS-CAT-DESC        PIC X(15).

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-ORDER-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-NC-SKIP-COUNT  PIC 9(7) VALUE ZERO.
       77 WS-LOSS-COUNT     PIC 9(4) VALUE ZERO.
       77 WS-NOCOST-COUNT   PIC 9(4) VALUE ZERO.
       77 WS-TOT-REVENUE    PIC S9(9)V99 VALUE ZERO.
            PERFORM OPEN-FILE-RPT
            PERFORM READ-FILE-EXT
            PERFORM UNTIL FF-EXT = 1
      *        UN ENVOI GRATUIT N'EST PAS UNE VENTE : NI CHIFFRE
      *        D'AFFAIRES NI MARGE
               IF TYPE-ENR = 'ORD' AND EORD-NO-CHARGE
                  PERFORM SKIP-NO-CHARGE-ORDER
               ELSE
               IF TYPE-ENR = 'ORD'
                  PERFORM PROCESS-ORDER
               ELSE
                  PERFORM READ-FILE-EXT
               END-IF
               END-IF
            END-PERFORM
            PERFORM VERIFY-EXTRACT-CONTROL
            PERFORM CLOSE-FILE-EXT
               PERFORM GET-UNIT-COST
            END-PERFORM
            PERFORM SORT-PRO-TABLE
            PERFORM SORT-CAT-TABLE
            PERFORM WRITE-REPORT-HEADER
            PERFORM WRITE-REPORT-BODY
            PERFORM WRITE-LOSS-SECTION
            PERFORM WRITE-CATEGORY-SECTION
            PERFORM WRITE-REPORT-FOOTER
            PERFORM CLOSE-FILE-RPT
            DISPLAY 'COMMANDES TRAITEES  : ' WS-ORDER-COUNT
            DISPLAY 'PRODUITS DISTINCTS  : ' WS-PRO-COUNT
            DISPLAY 'PRODUITS A PERTE    : ' WS-LOSS-COUNT
            DISPLAY 'PRODUITS SANS COUT  : ' WS-NOCOST-COUNT
            DISPLAY 'CATEGORIES          : ' WS-CAT-COUNT
            DISPLAY 'ENVOIS GRATUITS     : ' WS-NC-SKIP-COUNT
            GOBACK.

       READ-PARM.
           END-PERFORM
           ADD 1 TO WS-ORDER-COUNT.

      ***************************************
      * ENVOI GRATUIT (ECHANTILLON,         *
      * GARANTIE, GESTE COMMERCIAL) : ON    *
      * SAUTE LA COMMANDE ET SES LIGNES     *
      ***************************************
       SKIP-NO-CHARGE-ORDER.
           ADD 1 TO WS-NC-SKIP-COUNT
           PERFORM READ-FILE-EXT
           PERFORM UNTIL FF-EXT = 1 OR TYPE-ENR NOT = 'PRO'
              PERFORM READ-FILE-EXT
           END-PERFORM.

      ***************************************
      * RECHERCHE DU PRODUIT DANS LA TABLE, *
      * CREATION D'UNE NOUVELLE ENTREE SI   *
              MOVE ZERO TO WST-REVENUE  (WS-PRO-FOUND-IDX)
              MOVE ZERO TO WST-COST     (WS-PRO-FOUND-IDX)
              MOVE ZERO TO WST-MARGIN   (WS-PRO-FOUND-IDX)
              MOVE SPACES TO WST-CATEGORY (WS-PRO-FOUND-IDX)
           END-IF.

      ***************************************
      * COUT UNITAIRE ET CATEGORIE SUR      *
      * PRODUCTS, CALCUL DE LA MARGE DU     *
      * PRODUIT ET CUMUL PAR CATEGORIE      *
      ***************************************
       GET-UNIT-COST.
           MOVE WST-P-NO (WS-IDX) TO PRO-P-NO
           EXEC SQL
                SELECT UNIT_COST, CATEGORY
                INTO  :PRO-UNIT-COST, :PRO-CATEGORY
                FROM  PRODUCTS
                WHERE P_NO = :PRO-P-NO
           END-EXEC
                 CONTINUE
              WHEN SQLCODE = +100
                 MOVE ZERO TO PRO-UNIT-COST
                 MOVE SPACES TO PRO-CATEGORY
              WHEN OTHER
                 DISPLAY 'ERR SQL PRODUCTS : ' SQLCODE
                 PERFORM ABEND-PROG
           ADD WST-MARGIN (WS-IDX) TO WS-TOT-MARGIN
           IF WST-MARGIN (WS-IDX) < ZERO
              ADD 1 TO WS-LOSS-COUNT
           END-IF
           MOVE PRO-CATEGORY TO WST-CATEGORY (WS-IDX)
           PERFORM ADD-CATEGORY-MARGIN.

      ***************************************
      * CUMUL DU PRODUIT DANS SA CATEGORIE  *
      * (CREATION SI ABSENTE)               *
      ***************************************
       ADD-CATEGORY-MARGIN.
           MOVE ZERO TO WS-CAT-FOUND-IDX
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-CAT-COUNT
              IF WSC-CATEGORY (WS-IDX2) = WST-CATEGORY (WS-IDX)
                 MOVE WS-IDX2 TO WS-CAT-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-CAT-FOUND-IDX = ZERO
              IF WS-CAT-COUNT >= 100
                 DISPLAY 'TABLE DES CATEGORIES PLEINE (100)'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-CAT-COUNT
              MOVE WS-CAT-COUNT TO WS-CAT-FOUND-IDX
              MOVE WST-CATEGORY (WS-IDX)
                TO WSC-CATEGORY (WS-CAT-FOUND-IDX)
              MOVE ZERO TO WSC-REVENUE (WS-CAT-FOUND-IDX)
              MOVE ZERO TO WSC-COST    (WS-CAT-FOUND-IDX)
              MOVE ZERO TO WSC-MARGIN  (WS-CAT-FOUND-IDX)
           END-IF
           ADD WST-REVENUE (WS-IDX) TO WSC-REVENUE (WS-CAT-FOUND-IDX)
           ADD WST-COST    (WS-IDX) TO WSC-COST    (WS-CAT-FOUND-IDX)
           ADD WST-MARGIN  (WS-IDX) TO WSC-MARGIN  (WS-CAT-FOUND-IDX).

      ***************************************
      * TRI A BULLES DE LA TABLE PAR        *
              END-PERFORM
           END-PERFORM.

      ***************************************
      * TRI A BULLES DES CATEGORIES PAR     *
      * MARGE DECROISSANTE                  *
      ***************************************
       SORT-CAT-TABLE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-CAT-COUNT
              PERFORM VARYING WS-IDX2 FROM 1 BY 1
                      UNTIL WS-IDX2 > WS-CAT-COUNT - WS-IDX
                 IF WSC-MARGIN (WS-IDX2) < WSC-MARGIN (WS-IDX2 + 1)
                    MOVE WS-CAT-ROW (WS-IDX2)     TO WS-CAT-SWAP
                    MOVE WS-CAT-ROW (WS-IDX2 + 1)
                      TO WS-CAT-ROW (WS-IDX2)
                    MOVE WS-CAT-SWAP
                      TO WS-CAT-ROW (WS-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      ***************************************
      * ECRITURE DU RAPPORT                 *
      ***************************************
              END-PERFORM
           END-IF.

      ***************************************
      * CLASSEMENT DES CATEGORIES PAR       *
      * MARGE (TOUTES, LES PRODUITS SANS    *
      * CATEGORIE REGROUPES)                *
      ***************************************
       WRITE-CATEGORY-SECTION.
           MOVE '------------------------------------------------'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'MARGES PAR CATEGORIE :' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-COUNT
              MOVE WS-IDX TO E-RANK
              PERFORM WRITE-CAT-LINE
           END-PERFORM.

       WRITE-CAT-LINE.
           IF WSC-CATEGORY (WS-IDX) = SPACES
              MOVE 'SANS CATEGORIE' TO WS-CAT-DESC
           ELSE
              MOVE SPACES TO CAT-DESCRIPTION-TEXT
              MOVE WSC-CATEGORY (WS-IDX) TO CAT-CAT-CODE
              EXEC SQL
                   SELECT DESCRIPTION
                   INTO  :CAT-DESCRIPTION
                   FROM  PRODUCT_CATEGORIES
                   WHERE CAT_CODE = :CAT-CAT-CODE
              END-EXEC
              IF SQLCODE < ZERO
                 DISPLAY 'ERR SQL PRODUCT_CATEGORIES : ' SQLCODE
                 PERFORM ABEND-PROG
              END-IF
              MOVE CAT-DESCRIPTION-TEXT TO WS-CAT-DESC
           END-IF
           MOVE WSC-REVENUE (WS-IDX) TO E-REVENUE
           MOVE WSC-COST    (WS-IDX) TO E-COST
           MOVE WSC-MARGIN  (WS-IDX) TO E-MARGIN
           IF WSC-REVENUE (WS-IDX) NOT = ZERO
              COMPUTE WS-MARGIN-PCT ROUNDED =
                 WSC-MARGIN (WS-IDX) * 100 / WSC-REVENUE (WS-IDX)
              MOVE WS-MARGIN-PCT TO E-MARGIN-PCT
              MOVE E-MARGIN-PCT TO E-MARGIN-PCT-X
           ELSE
              MOVE '   N/A' TO E-MARGIN-PCT-X
           END-IF
           MOVE SPACES TO WS-LINE
           STRING
                E-RANK             DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                WSC-CATEGORY (WS-IDX) DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                WS-CAT-DESC        DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                E-REVENUE          DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                E-COST             DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                E-MARGIN           DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                E-MARGIN-PCT-X     DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-REPORT-FOOTER.
           MOVE '================================================'
                TO RPT-ENR
