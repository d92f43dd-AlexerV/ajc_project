       77 WS-SCRAP-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-SCRAP-COST     PIC S9(9)V99 VALUE ZERO.
       77 WS-SUM-SCRAP      PIC S9(9)V99 VALUE ZERO.
      *    RETOURS REMIS EN CONTROLE QUALITE (PRODUIT MARQUE
      *    INSP_REQUIRED) : HOLD_STOCK, PAS STOCK VENDABLE
       77 WS-HOLD-COUNT     PIC 9(7) VALUE ZERO.
      *    DEPOT DE REMISE EN STOCK : CELUI QUI SERT L'ETAT DE
      *    LIVRAISON DE LA COMMANDE D'ORIGINE (WHSESEL) - LE
      *    CONTROLE QUALITE, LUI, SE FAIT AU DEPOT PRINCIPAL
       COPY WHSESELP.
       77 WS-RESTOCK-WHSE   PIC X(2) VALUE '01'.

      ***************************************
      * SAUT DE PAGE ET ENTETE DE SUITE     *
           EXEC SQL
               INCLUDE SLH
           END-EXEC

           EXEC SQL
               INCLUDE WST
           END-EXEC
      ***************************************
      * VARIABLE TRAITEMENT FICHIER         *
      ***************************************
           ELSE
              ADD WS-SCRAP-COST TO WS-SUM-SCRAP
              MOVE SPACES         TO GLP-ENR
              MOVE 'CREAVOIR'     TO GLP-SOURCE
              MOVE WS-CREDIT-NO   TO GLP-INVOICE-NO
              MOVE WS-SAVED-O-NO  TO GLP-O-NO
              MOVE WS-RUN-DATE    TO GLP-DATE
      * RETOURNEES : LE STOCK DU PRODUIT    *
      * REMONTE ET LE MOUVEMENT EST         *
      * JUSTIFIE DANS STOCK_MOVES PAR LE    *
      * NUMERO D'AVOIR. UN PRODUIT SOUMIS   *
      * AU CONTROLE QUALITE REVIENT EN      *
      * QUANTITE EN CONTROLE (HOLD_STOCK),  *
      * NON VENDABLE JUSQU'A SA LIBERATION  *
      * PAR INSPDISP ; LES AUTRES REVIENNENT*
      * AU DEPOT QUI SERT LE CLIENT         *
      ***************************************
       RESTOCK-RETURNED-GOODS.
           MOVE ITE-P-NO TO PRO-P-NO
           MOVE 'N' TO PRO-INSP-REQUIRED
           EXEC SQL
                SELECT INSP_REQUIRED
                INTO :PRO-INSP-REQUIRED
                FROM PRODUCTS
                WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE = +100
              MOVE 'N' TO PRO-INSP-REQUIRED
           ELSE
              PERFORM TEST-SQLCODE
           END-IF
           IF PRO-INSP-REQUIRED-YES
              EXEC SQL
                 UPDATE PRODUCTS
                    SET HOLD_STOCK = HOLD_STOCK + :EITE-QUANTITY
                  WHERE P_NO = :ITE-P-NO
              END-EXEC
              ADD 1 TO WS-HOLD-COUNT
              PERFORM TEST-SQLCODE
              MOVE '01' TO WS-RESTOCK-WHSE
           ELSE
              EXEC SQL
                 UPDATE PRODUCTS
                    SET STOCK = STOCK + :EITE-QUANTITY
                  WHERE P_NO = :ITE-P-NO
              END-EXEC
              PERFORM TEST-SQLCODE
              PERFORM RESTOCK-WHSE-STOCK
           END-IF
           MOVE ITE-P-NO      TO SMV-P-NO
           MOVE WS-RUN-DATE   TO SMV-MOVE-DATE
           MOVE 'R'           TO SMV-MOVE-TYPE
           MOVE WS-CREDIT-NO  TO SMV-REF-NO
           MOVE EITE-QUANTITY TO SMV-QTY
           MOVE 'CREAVOIR'    TO SMV-OPERATOR
           MOVE WS-RESTOCK-WHSE TO SMV-WHSE
           EXEC SQL
              INSERT INTO STOCK_MOVES (P_NO, MOVE_DATE, MOVE_TYPE,
                     REF_NO, QTY, OPERATOR, WHSE)
              VALUES (:SMV-P-NO, :SMV-MOVE-DATE, :SMV-MOVE-TYPE,
                      :SMV-REF-NO, :SMV-QTY, :SMV-OPERATOR,
                      :SMV-WHSE)
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * REMISE EN STOCK AU DEPOT QUI SERT   *
      * LA COMMANDE D'ORIGINE (LIGNE CREEE  *
      * SI LE PRODUIT N'Y ETAIT PAS TENU)   *
      ***************************************
       RESTOCK-WHSE-STOCK.
           MOVE 'O'           TO WH-FUNC
           MOVE WS-SAVED-O-NO TO WH-O-NO
           CALL 'WHSESEL' USING WH-PARM
           MOVE WH-WHSE       TO WS-RESTOCK-WHSE
           MOVE ITE-P-NO      TO WST-P-NO
           MOVE WH-WHSE       TO WST-WHSE
           EXEC SQL
              UPDATE WHSE_STOCK
                 SET STOCK = STOCK + :EITE-QUANTITY
               WHERE P_NO = :WST-P-NO
                 AND WHSE = :WST-WHSE
           END-EXEC
           IF SQLCODE = +100
              MOVE EITE-QUANTITY TO WST-STOCK
              MOVE ZERO          TO WST-IN-TRANSIT
              EXEC SQL
                 INSERT INTO WHSE_STOCK (P_NO, WHSE, STOCK,
                        IN_TRANSIT)
                 VALUES (:WST-P-NO, :WST-WHSE, :WST-STOCK,
                         :WST-IN-TRANSIT)
              END-EXEC
           END-IF
           PERFORM TEST-SQLCODE.

      ***************************************
      * ECRITURE D'UNE LIGNE D'ECRITURE     *
      * COMPTABLE SUR L'EXTRACTION GL       *
      ***************************************
       WRITE-GL-POSTINGS.
           MOVE SPACES         TO GLP-ENR
           MOVE 'CREAVOIR'     TO GLP-SOURCE
           MOVE WS-CREDIT-NO   TO GLP-INVOICE-NO
           MOVE WS-SAVED-O-NO  TO GLP-O-NO
           MOVE WS-DATE(1:10)  TO GLP-DATE
           DISPLAY '  TOTAL GENERAL      : ' WS-SUM-TOTAL
           DISPLAY '  LIGNES AU REBUT    : ' WS-SCRAP-COUNT
           DISPLAY '  COUT DES REBUTS    : ' WS-SUM-SCRAP
           DISPLAY '  LIGNES EN CONTROLE : ' WS-HOLD-COUNT
           DISPLAY '  REPRISES COMMISSION: ' WS-CLAWBACK-COUNT
           DISPLAY '  MONTANT REPRIS     : ' WS-SUM-CLAWBACK
           DISPLAY '  LIGNES REJETEES    : ' WS-RETURN-REJECT-COUNT
           COMPUTE SLH-REVENUE = ZERO - WS-LINE-PRICE
           MOVE EPRO-P-NO TO PRO-P-NO
           MOVE ZERO TO PRO-UNIT-COST
           MOVE SPACES TO PRO-CATEGORY
           EXEC SQL
                SELECT UNIT_COST, CATEGORY
                INTO :PRO-UNIT-COST, :PRO-CATEGORY
                FROM PRODUCTS
                WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE = +100
              MOVE ZERO TO PRO-UNIT-COST
              MOVE SPACES TO PRO-CATEGORY
           ELSE
              PERFORM TEST-SQLCODE
           END-IF
           COMPUTE SLH-COST =
                   ZERO - (EITE-QUANTITY * PRO-UNIT-COST)
           MOVE WS-CREDIT-NO    TO SLH-INV-NO
           MOVE PRO-CATEGORY    TO SLH-CATEGORY
           EXEC SQL
              INSERT INTO SALES_HISTORY (PERIOD, INV_DATE, STATE,
                     DEPT, E_NO, C_NO, P_NO, QTY, REVENUE, COST,
                     INV_NO, CATEGORY)
              VALUES (:SLH-PERIOD, :SLH-INV-DATE, :SLH-STATE,
                      :SLH-DEPT, :SLH-E-NO, :SLH-C-NO, :SLH-P-NO,
                      :SLH-QTY, :SLH-REVENUE, :SLH-COST,
                      :SLH-INV-NO, :SLH-CATEGORY)
           END-EXEC
           PERFORM TEST-SQLCODE.

