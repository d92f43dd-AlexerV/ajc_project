       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UOMCONV.
      **********************************************
      * CONVERSION D'UNE QUANTITE SAISIE DANS UNE   *
      * UNITE DE VENTE (CARTON DE 12...) EN UNITES  *
      * DE STOCK : SOUS-PROGRAMME COMMUN (VOIR      *
      * UOMCONVP.CPY) APPELE PAR LA SAISIE DE       *
      * COMMANDE (PGM1ORD, ORDIMP, PGM1QTE). LE     *
      * STOCK, STOCK_MOVES ET ITEMS.QUANTITY SONT   *
      * TOUJOURS TENUS DANS L'UNITE DE STOCK        *
      * PRODUCTS.BASE_UOM ; LES UNITES DE VENTE ET  *
      * LEUR COEFFICIENT SONT DANS PRODUCT_UOMS.    *
      **********************************************
       ENVIRONMENT DIVISION.
      **********************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE PRO
           END-EXEC

           EXEC SQL
               INCLUDE UOM
           END-EXEC

       LINKAGE SECTION.
       COPY UOMCONVP.

       PROCEDURE DIVISION USING UC-PARM.
            MOVE ZERO   TO UC-RC
            MOVE ZERO   TO UC-SQLCODE
            MOVE ZERO   TO UC-FACTOR
            MOVE ZERO   TO UC-BASE-QTY
            MOVE SPACES TO UC-BASE-UOM
            PERFORM GET-BASE-UOM
            IF UC-RC = ZERO
               IF UC-UOM = SPACES OR UC-UOM = PRO-BASE-UOM
                  MOVE 1 TO UC-FACTOR
               ELSE
                  PERFORM GET-SELLING-UOM
               END-IF
            END-IF
            IF UC-RC = ZERO
               COMPUTE UC-BASE-QTY = UC-SELL-QTY * UC-FACTOR
               IF UC-BASE-QTY > 99
                  MOVE 8 TO UC-RC
               END-IF
            END-IF
            GOBACK.

      ***************************************
      * UNITE DE STOCK DU PRODUIT           *
      ***************************************
       GET-BASE-UOM.
           MOVE UC-P-NO TO PRO-P-NO
           EXEC SQL
                SELECT BASE_UOM
                INTO  :PRO-BASE-UOM
                FROM  PRODUCTS
                WHERE P_NO = :PRO-P-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 MOVE PRO-BASE-UOM TO UC-BASE-UOM
              WHEN SQLCODE = +100
                 MOVE 4 TO UC-RC
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      ***************************************
      * COEFFICIENT DE L'UNITE DE VENTE     *
      * DEMANDEE POUR CE PRODUIT            *
      ***************************************
       GET-SELLING-UOM.
           MOVE UC-P-NO TO UOM-P-NO
           MOVE UC-UOM  TO UOM-UOM
           EXEC SQL
                SELECT FACTOR
                INTO  :UOM-FACTOR
                FROM  PRODUCT_UOMS
                WHERE P_NO = :UOM-P-NO
                AND   UOM  = :UOM-UOM
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 MOVE UOM-FACTOR TO UC-FACTOR
              WHEN SQLCODE = +100
                 MOVE 4 TO UC-RC
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      *    L'APPELANT DECIDE : ABANDON (BATCH) OU ANNULATION DE
      *    L'UNITE D'OEUVRE (TRANSACTION)
       SQL-ERROR.
           MOVE 12 TO UC-RC
           MOVE SQLCODE TO UC-SQLCODE.
