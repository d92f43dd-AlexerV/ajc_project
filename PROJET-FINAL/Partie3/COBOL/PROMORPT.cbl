      **********************************************
      * EFFICACITE DES PROMOTIONS : POUR CHAQUE     *
      * PROMO_ID, UNITES ET CHIFFRE FACTURES DU     *
      * PRODUIT (OU DE LA CATEGORIE) CONCERNE       *
      * PENDANT LA FENETRE                          *
      * EFF_FROM/EFF_TO (INVOICE_LINES JOINTES AUX  *
      * DATES INVOICES), COMPARES A LA PERIODE      *
      * PRECEDENTE DE MEME DUREE, ET EN REGARD LE   *
       77 WS-Q-FROM          PIC X(10).
       77 WS-Q-TO            PIC X(10).
       77 WS-Q-P-NO          PIC X(4).
       77 WS-Q-CATEGORY      PIC X(4).
       77 WS-Q-UNITS         PIC S9(9) USAGE COMP-3.
       77 WS-Q-REVENUE       PIC S9(11)V99 USAGE COMP-3.
       77 WS-WIN-UNITS       PIC S9(9) USAGE COMP-3 VALUE ZERO.
           EXEC SQL
                DECLARE CPRM CURSOR
                FOR
                SELECT PROMO_ID, P_NO, CATEGORY, EFF_FROM, EFF_TO,
                       DESCRIPTION
                FROM PROMOTIONS
                ORDER BY PROMO_ID
       FETCH-CPRM.
           EXEC SQL
              FETCH CPRM
              INTO :PRM-PROMO-ID, :PRM-P-NO, :PRM-CATEGORY,
                   :PRM-EFF-FROM, :PRM-EFF-TO, :PRM-DESCRIPTION
           END-EXEC
           PERFORM TEST-SQLCODE.

      * UNITES ET CHIFFRE FACTURES DU       *
      * PRODUIT DE LA PROMOTION SUR UNE     *
      * PERIODE - P_NO A BLANC = PROMOTION  *
      * SUR LES PRODUITS DE LA CATEGORIE    *
      * (OU DES CATEGORIES DE LA FAMILLE),  *
      * SUR TOUT LE CATALOGUE SI CATEGORY   *
      * EST AUSSI A BLANC                   *
      ***************************************
       GET-PERIOD-SALES.
           MOVE PRM-P-NO     TO WS-Q-P-NO
           MOVE PRM-CATEGORY TO WS-Q-CATEGORY
           EXEC SQL
              SELECT VALUE(SUM(L.QUANTITY), 0),
                     VALUE(SUM(L.LINE_TOTAL), 0)
              WHERE L.INV_NO = I.INV_NO
                AND I.INV_DATE >= :WS-Q-FROM
                AND I.INV_DATE <= :WS-Q-TO
                AND ((:WS-Q-P-NO = ' ' AND :WS-Q-CATEGORY = ' ')
                     OR L.P_NO = :WS-Q-P-NO
                     OR (:WS-Q-P-NO = ' '
                         AND L.P_NO IN
                             (SELECT P.P_NO FROM PRODUCTS P
                               WHERE P.CATEGORY = :WS-Q-CATEGORY
                                  OR P.CATEGORY IN
                                     (SELECT C.CAT_CODE
                                        FROM PRODUCT_CATEGORIES C
                                       WHERE C.PARENT_CODE =
                                             :WS-Q-CATEGORY))))
           END-EXEC
           PERFORM TEST-SQLCODE.

           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           EVALUATE TRUE
              WHEN PRM-P-NO = SPACES AND PRM-CATEGORY = SPACES
                 MOVE 'PRODUIT : TOUT LE CATALOGUE' TO WS-LINE
              WHEN PRM-P-NO = SPACES
                 STRING
                      'CATEGORIE : ' DELIMITED BY SIZE
                      PRM-CATEGORY   DELIMITED BY SIZE
                 INTO WS-LINE
              WHEN OTHER
                 STRING
                      'PRODUIT : ' DELIMITED BY SIZE
                      PRM-P-NO     DELIMITED BY SIZE
                 INTO WS-LINE
           END-EVALUATE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE L-PROMO-HEADER TO RPT-ENR
