      * ETAT / DEPARTEMENT, LE CHIFFRE D'AFFAIRES   *
      * DE LA PERIODE DEMANDEE EST RAPPROCHE DE     *
      * CELUI DE LA PERIODE PRECEDENTE DE MEME      *
      * DUREE (COLONNES COMPARATIVES). LA MEME      *
      * COMPARAISON EST DONNEE PAR FAMILLE ET       *
      * CATEGORIE DE PRODUITS (CATEGORIE PORTEE PAR *
      * LA LIGNE D'HISTORIQUE A LA FACTURATION).    *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               INCLUDE DEP
           END-EXEC

           EXEC SQL
               INCLUDE CAT
           END-EXEC

       01 WS-FS            PIC XX.
       01 WS-LINE          PIC X(78).

                ORDER BY H.STATE, H.DEPT
           END-EXEC

      *** CA PAR FAMILLE/CATEGORIE SUR LA PERIODE DEMANDEE :  ***
      *** UN PRODUIT RATTACHE A UNE FAMILLE COMPTE DANS CETTE ***
      *** FAMILLE, UNE VENTE SANS CATEGORIE N'A PAS DE FAMILLE ***
           EXEC SQL
                DECLARE CCATC CURSOR
                FOR
                SELECT CASE WHEN C.CAT_CODE IS NULL THEN ' '
                            WHEN C.PARENT_CODE = ' ' THEN H.CATEGORY
                            ELSE C.PARENT_CODE END,
                       H.CATEGORY,
                       VALUE(C.DESCRIPTION, 'SANS CATEGORIE'),
                       SUM(H.REVENUE)
                FROM SALES_HISTORY H
                LEFT OUTER JOIN PRODUCT_CATEGORIES C
                ON C.CAT_CODE = H.CATEGORY
                WHERE H.INV_DATE >= :WS-PARM-DATE-FROM
                AND H.INV_DATE <= :WS-PARM-DATE-TO
                GROUP BY CASE WHEN C.CAT_CODE IS NULL THEN ' '
                              WHEN C.PARENT_CODE = ' ' THEN H.CATEGORY
                              ELSE C.PARENT_CODE END,
                         H.CATEGORY, C.DESCRIPTION
           END-EXEC

      *** CA PAR FAMILLE/CATEGORIE SUR LA PERIODE PRECEDENTE ***
           EXEC SQL
                DECLARE CCATP CURSOR
                FOR
                SELECT CASE WHEN C.CAT_CODE IS NULL THEN ' '
                            WHEN C.PARENT_CODE = ' ' THEN H.CATEGORY
                            ELSE C.PARENT_CODE END,
                       H.CATEGORY,
                       VALUE(C.DESCRIPTION, 'SANS CATEGORIE'),
                       SUM(H.REVENUE)
                FROM SALES_HISTORY H
                LEFT OUTER JOIN PRODUCT_CATEGORIES C
                ON C.CAT_CODE = H.CATEGORY
                WHERE H.INV_DATE >= :WS-PRV-DATE-FROM
                AND H.INV_DATE <= :WS-PRV-DATE-TO
                GROUP BY CASE WHEN C.CAT_CODE IS NULL THEN ' '
                              WHEN C.PARENT_CODE = ' ' THEN H.CATEGORY
                              ELSE C.PARENT_CODE END,
                         H.CATEGORY, C.DESCRIPTION
           END-EXEC

      ***************************************
      * TABLE CROISEE ETAT / DEPARTEMENT    *
      ***************************************
       01 WS-IDX2            PIC 9(3)     VALUE ZERO.
       01 WS-SWAP-ENTRY      PIC X(37).

      ***************************************
      * TABLE FAMILLE / CATEGORIE           *
      ***************************************
       01 WS-ORD-FAMILY      PIC X(4).
       01 WS-ORD-CATEGORY    PIC X(4).
       01 WS-CAT-TABLE.
          05 WS-CAT-ENTRY OCCURS 100 TIMES.
             10 WSC-FAMILY        PIC X(4).
             10 WSC-CATEGORY      PIC X(4).
             10 WSC-DESC          PIC X(15).
             10 WSC-CUR-REV       PIC S9(9)V99 USAGE COMP-3.
             10 WSC-PRV-REV       PIC S9(9)V99 USAGE COMP-3.
       01 WS-CAT-TABLE-ARRAY REDEFINES WS-CAT-TABLE.
          05 WS-CAT-ROW OCCURS 100 TIMES PIC X(35).
       77 WS-CAT-COUNT       PIC 9(3) VALUE ZERO.
       77 WS-CAT-FOUND-IDX   PIC 9(3) VALUE ZERO.
       01 WS-CAT-SWAP        PIC X(35).
       01 WS-CUR-FAMILY      PIC X(4) VALUE SPACES.
       77 WS-FAM-CUR-REV     PIC S9(9)V99 VALUE ZERO.
       77 WS-FAM-PRV-REV     PIC S9(9)V99 VALUE ZERO.

      ***************************************
      * RUPTURE ET SOUS-TOTAUX PAR ETAT     *
      ***************************************
            PERFORM WRITE-REPORT-HEADER
            PERFORM WRITE-REPORT-BODY
            PERFORM WRITE-REPORT-FOOTER
            PERFORM LOAD-CATEGORY-CURRENT
            PERFORM LOAD-CATEGORY-PREVIOUS
            PERFORM SORT-CAT-TABLE
            PERFORM WRITE-CATEGORY-SECTION
            PERFORM CLOSE-FILE-RPT
            DISPLAY 'CASES ETAT/DEPT     : ' WS-CEL-COUNT
            DISPLAY 'CATEGORIES          : ' WS-CAT-COUNT
            DISPLAY 'LIGNES HISTORIQUE   : ' WS-ROW-COUNT
            GOBACK.

              ADD WS-REV-SUM TO WS-TOT-PRV-REV
           END-IF.

      ***************************************
      * CHARGEMENT DES DEUX PERIODES PAR    *
      * FAMILLE / CATEGORIE                 *
      ***************************************
       LOAD-CATEGORY-CURRENT.
           MOVE 1 TO WS-LOAD-PERIOD
           EXEC SQL
              OPEN CCATC
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CCATC
           PERFORM UNTIL SQLCODE = +100
              PERFORM LOAD-ONE-CAT
              PERFORM FETCH-CCATC
           END-PERFORM
           EXEC SQL
              CLOSE CCATC
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-CCATC.
           MOVE SPACES TO CAT-DESCRIPTION-TEXT
           EXEC SQL
              FETCH CCATC
              INTO :WS-ORD-FAMILY, :WS-ORD-CATEGORY,
                   :CAT-DESCRIPTION, :WS-REV-SUM
           END-EXEC
           PERFORM TEST-SQLCODE.

       LOAD-CATEGORY-PREVIOUS.
           MOVE 2 TO WS-LOAD-PERIOD
           EXEC SQL
              OPEN CCATP
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CCATP
           PERFORM UNTIL SQLCODE = +100
              PERFORM LOAD-ONE-CAT
              PERFORM FETCH-CCATP
           END-PERFORM
           EXEC SQL
              CLOSE CCATP
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-CCATP.
           MOVE SPACES TO CAT-DESCRIPTION-TEXT
           EXEC SQL
              FETCH CCATP
              INTO :WS-ORD-FAMILY, :WS-ORD-CATEGORY,
                   :CAT-DESCRIPTION, :WS-REV-SUM
           END-EXEC
           PERFORM TEST-SQLCODE.

       LOAD-ONE-CAT.
           PERFORM FIND-OR-ADD-CAT
           IF WS-CAT-FOUND-IDX > ZERO
              IF WS-LOAD-PERIOD = 1
                 ADD WS-REV-SUM TO WSC-CUR-REV (WS-CAT-FOUND-IDX)
              ELSE
                 ADD WS-REV-SUM TO WSC-PRV-REV (WS-CAT-FOUND-IDX)
              END-IF
           END-IF.

      ***************************************
      * CONTROLE DU CODE RETOUR SQL         *
      ***************************************
              MOVE ZERO         TO WST-PRV-REV (WS-CEL-FOUND-IDX)
           END-IF.

      ***************************************
      * RECHERCHE DE LA CATEGORIE, CREATION *
      * SI ABSENTE (AU-DELA DE 100 LA       *
      * CATEGORIE EST IGNOREE ET SIGNALEE)  *
      ***************************************
       FIND-OR-ADD-CAT.
           MOVE ZERO TO WS-CAT-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-COUNT
              IF WSC-CATEGORY (WS-IDX) = WS-ORD-CATEGORY
                 MOVE WS-IDX TO WS-CAT-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-CAT-FOUND-IDX = ZERO
              IF WS-CAT-COUNT < 100
                 ADD 1 TO WS-CAT-COUNT
                 MOVE WS-CAT-COUNT TO WS-CAT-FOUND-IDX
                 MOVE WS-ORD-FAMILY   TO WSC-FAMILY (WS-CAT-FOUND-IDX)
                 MOVE WS-ORD-CATEGORY
                   TO WSC-CATEGORY (WS-CAT-FOUND-IDX)
                 MOVE CAT-DESCRIPTION-TEXT
                   TO WSC-DESC (WS-CAT-FOUND-IDX)
                 MOVE ZERO TO WSC-CUR-REV (WS-CAT-FOUND-IDX)
                 MOVE ZERO TO WSC-PRV-REV (WS-CAT-FOUND-IDX)
              ELSE
                 DISPLAY 'TABLE CATEGORIES PLEINE, IGNOREE : '
                         WS-ORD-CATEGORY
              END-IF
           END-IF.

      ***************************************
      * TRI A BULLES : FAMILLE PUIS         *
      * CATEGORIE CROISSANTES, LES VENTES   *
      * SANS CATEGORIE EN TETE              *
      ***************************************
       SORT-CAT-TABLE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-CAT-COUNT
              PERFORM VARYING WS-IDX2 FROM 1 BY 1
                      UNTIL WS-IDX2 > WS-CAT-COUNT - WS-IDX
                 IF WSC-FAMILY (WS-IDX2) > WSC-FAMILY (WS-IDX2 + 1)
                 OR (WSC-FAMILY (WS-IDX2) = WSC-FAMILY (WS-IDX2 + 1)
                     AND WSC-CATEGORY (WS-IDX2) >
                         WSC-CATEGORY (WS-IDX2 + 1))
                    MOVE WS-CAT-ROW (WS-IDX2)     TO WS-CAT-SWAP
                    MOVE WS-CAT-ROW (WS-IDX2 + 1)
                      TO WS-CAT-ROW (WS-IDX2)
                    MOVE WS-CAT-SWAP
                      TO WS-CAT-ROW (WS-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      ***************************************
      * TRI A BULLES : ETAT PUIS            *
      * DEPARTEMENT CROISSANTS              *
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * SECTION FAMILLE / CATEGORIE : UNE   *
      * LIGNE PAR CATEGORIE, SOUS-TOTAL PAR *
      * FAMILLE                             *
      ***************************************
       WRITE-CATEGORY-SECTION.
           MOVE SPACES TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'VENTES PAR FAMILLE / CATEGORIE'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'CATEGORIE             PERIODE     PRECEDENTE  VAR%'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-COUNT
              IF WS-IDX = 1
                 PERFORM WRITE-FAMILY-HEADER
              ELSE
                 IF WSC-FAMILY (WS-IDX) NOT = WS-CUR-FAMILY
                    PERFORM WRITE-FAMILY-TOTAL
                    PERFORM WRITE-FAMILY-HEADER
                 END-IF
              END-IF
              PERFORM WRITE-CAT-LINE
           END-PERFORM
           IF WS-CAT-COUNT > ZERO
              PERFORM WRITE-FAMILY-TOTAL
           END-IF.

       WRITE-FAMILY-HEADER.
           MOVE WSC-FAMILY (WS-IDX) TO WS-CUR-FAMILY
           MOVE ZERO TO WS-FAM-CUR-REV
           MOVE ZERO TO WS-FAM-PRV-REV
           MOVE SPACES TO WS-LINE
           IF WS-CUR-FAMILY = SPACES
              MOVE 'SANS CATEGORIE' TO WS-LINE
           ELSE
              MOVE SPACES TO CAT-DESCRIPTION-TEXT
              EXEC SQL
                 SELECT DESCRIPTION INTO :CAT-DESCRIPTION
                   FROM PRODUCT_CATEGORIES
                  WHERE CAT_CODE = :WS-CUR-FAMILY
              END-EXEC
              PERFORM TEST-SQLCODE
              STRING
                   'FAMILLE '    DELIMITED BY SIZE
                   WS-CUR-FAMILY DELIMITED BY SIZE
                   ' '           DELIMITED BY SIZE
                   CAT-DESCRIPTION-TEXT DELIMITED BY SIZE
              INTO WS-LINE
           END-IF
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-CAT-LINE.
           ADD WSC-CUR-REV (WS-IDX) TO WS-FAM-CUR-REV
           ADD WSC-PRV-REV (WS-IDX) TO WS-FAM-PRV-REV
           MOVE WSC-CUR-REV (WS-IDX) TO E-CUR-REV
           MOVE WSC-PRV-REV (WS-IDX) TO E-PRV-REV
           MOVE WSC-CUR-REV (WS-IDX) TO WS-VAR-CUR
           MOVE WSC-PRV-REV (WS-IDX) TO WS-VAR-PRV
           PERFORM FORMAT-VAR-PCT
           MOVE SPACES TO WS-LINE
           STRING
                WSC-CATEGORY (WS-IDX) DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                WSC-DESC (WS-IDX)  DELIMITED BY SIZE
                '  '               DELIMITED BY SIZE
                E-CUR-REV          DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                E-PRV-REV          DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                E-VAR-PCT-X        DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-FAMILY-TOTAL.
           MOVE WS-FAM-CUR-REV TO E-CUR-REV
           MOVE WS-FAM-PRV-REV TO E-PRV-REV
           MOVE WS-FAM-CUR-REV TO WS-VAR-CUR
           MOVE WS-FAM-PRV-REV TO WS-VAR-PRV
           PERFORM FORMAT-VAR-PCT
           MOVE SPACES TO WS-LINE
           STRING
                'TOTAL FAMILLE         ' DELIMITED BY SIZE
                E-CUR-REV          DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                E-PRV-REV          DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                E-VAR-PCT-X        DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '------------------------------------------------'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * ABEND-PROG                          *
      ***************************************
