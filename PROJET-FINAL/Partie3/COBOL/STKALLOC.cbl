       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STKALLOC.
      **********************************************
      * ALLOCATION DU STOCK AUX LIGNES DE COMMANDE :*
      * SOUS-PROGRAMME COMMUN (VOIR STKALLP.CPY     *
      * POUR LES FONCTIONS). UNE LIGNE RESERVE SON  *
      * STOCK A SA CREATION (PGM1ORD, ORDIMP,       *
      * STANDORD, PGM1QTE) ET LE LIBERE A           *
      * L'ANNULATION (PGM1OAM, BOCANCEL) OU A       *
      * L'EXPEDITION (SHIPORD). LA RESERVATION EST  *
      * TENUE SUR LA LIGNE (ITEMS.ALLOC_QTY) ET EN  *
      * TOTAL SUR LE PRODUIT (PRODUCTS.ALLOCATED) ; *
      * LA MISE A JOUR DU TOTAL EST CONDITIONNELLE  *
      * POUR QUE DEUX SAISIES SIMULTANEES NE        *
      * PROMETTENT PAS LE MEME STOCK.               *
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
               INCLUDE ITE
           END-EXEC

       77 WS-QTY           PIC S9(5)V USAGE COMP-3 VALUE ZERO.
       77 WS-ATP           PIC S9(5)V USAGE COMP-3 VALUE ZERO.

       LINKAGE SECTION.
       COPY STKALLP.

       PROCEDURE DIVISION USING SA-PARM.
            MOVE ZERO TO SA-RC
            MOVE ZERO TO SA-SQLCODE
            MOVE ZERO TO SA-ALLOC-QTY
            EVALUATE SA-FUNC
               WHEN 'A'
                  PERFORM ALLOCATE-LINE
               WHEN 'R'
                  PERFORM RELEASE-LINE
               WHEN 'Q'
                  CONTINUE
               WHEN OTHER
                  MOVE 8 TO SA-RC
            END-EVALUATE
            IF SA-RC = ZERO OR SA-RC = 4
               PERFORM GET-PRODUCT-ATP
            END-IF
            GOBACK.

      ***************************************
      * ALLOCATION : AU PLUS LE DISPONIBLE  *
      * A PROMETTRE DU MOMENT. SI UNE AUTRE *
      * SAISIE L'A ENTAME ENTRE-TEMPS, LA   *
      * MISE A JOUR CONDITIONNELLE NE       *
      * TROUVE RIEN ET LA LIGNE RESTE NON   *
      * ALLOUEE (ELLE SERA SERVIE APRES LES *
      * LIGNES ALLOUEES A L'EXTRACTION)     *
      ***************************************
       ALLOCATE-LINE.
           MOVE SA-P-NO TO PRO-P-NO
           PERFORM GET-PRODUCT-ATP
           IF SA-RC = ZERO
              MOVE SA-QTY TO WS-QTY
              IF WS-ATP < WS-QTY
                 MOVE WS-ATP TO WS-QTY
              END-IF
              IF WS-QTY > ZERO
                 EXEC SQL
                      UPDATE PRODUCTS
                      SET ALLOCATED = ALLOCATED + :WS-QTY
                      WHERE P_NO = :PRO-P-NO
                      AND STOCK - ALLOCATED >= :WS-QTY
                 END-EXEC
                 EVALUATE TRUE
                    WHEN SQLCODE = ZERO
                       PERFORM ADD-LINE-ALLOCATION
                    WHEN SQLCODE = +100
                       MOVE ZERO TO WS-QTY
                    WHEN OTHER
                       PERFORM SQL-ERROR
                 END-EVALUATE
              END-IF
           END-IF.

       ADD-LINE-ALLOCATION.
           MOVE SA-O-NO TO ITE-O-NO
           MOVE SA-P-NO TO ITE-P-NO
           EXEC SQL
                UPDATE ITEMS
                SET ALLOC_QTY = ALLOC_QTY + :WS-QTY
                WHERE O_NO = :ITE-O-NO
                AND P_NO = :ITE-P-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 MOVE WS-QTY TO SA-ALLOC-QTY
      *       LIGNE ABSENTE : LE TOTAL PRODUIT EST REMIS EN ETAT
              WHEN SQLCODE = +100
                 EXEC SQL
                      UPDATE PRODUCTS
                      SET ALLOCATED = ALLOCATED - :WS-QTY
                      WHERE P_NO = :PRO-P-NO
                 END-EXEC
                 MOVE 4 TO SA-RC
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      ***************************************
      * LIBERATION : AU PLUS CE QUE LA      *
      * LIGNE DETIENT - LE TOTAL PRODUIT NE *
      * DESCEND JAMAIS SOUS ZERO            *
      ***************************************
       RELEASE-LINE.
           MOVE SA-O-NO TO ITE-O-NO
           MOVE SA-P-NO TO ITE-P-NO
           EXEC SQL
                SELECT ALLOC_QTY
                INTO :ITE-ALLOC-QTY
                FROM ITEMS
                WHERE O_NO = :ITE-O-NO
                AND P_NO = :ITE-P-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 CONTINUE
              WHEN SQLCODE = +100
                 MOVE 4 TO SA-RC
                 MOVE ZERO TO ITE-ALLOC-QTY
              WHEN OTHER
                 PERFORM SQL-ERROR
                 MOVE ZERO TO ITE-ALLOC-QTY
           END-EVALUATE
           MOVE ITE-ALLOC-QTY TO WS-QTY
           IF SA-QTY > ZERO AND SA-QTY < WS-QTY
              MOVE SA-QTY TO WS-QTY
           END-IF
           IF WS-QTY > ZERO
              EXEC SQL
                   UPDATE ITEMS
                   SET ALLOC_QTY = ALLOC_QTY - :WS-QTY
                   WHERE O_NO = :ITE-O-NO
                   AND P_NO = :ITE-P-NO
              END-EXEC
              IF SQLCODE NOT = ZERO
                 PERFORM SQL-ERROR
              ELSE
                 MOVE SA-P-NO TO PRO-P-NO
                 EXEC SQL
                      UPDATE PRODUCTS
                      SET ALLOCATED = CASE
                          WHEN ALLOCATED > :WS-QTY
                          THEN ALLOCATED - :WS-QTY
                          ELSE 0 END
                      WHERE P_NO = :PRO-P-NO
                 END-EXEC
                 IF SQLCODE < ZERO
                    PERFORM SQL-ERROR
                 ELSE
                    MOVE WS-QTY TO SA-ALLOC-QTY
                 END-IF
              END-IF
           END-IF.

      ***************************************
      * STOCK, ALLOUE ET DISPONIBLE A       *
      * PROMETTRE DU PRODUIT (JAMAIS        *
      * NEGATIF)                            *
      ***************************************
       GET-PRODUCT-ATP.
           MOVE SA-P-NO TO PRO-P-NO
           MOVE ZERO TO WS-ATP
           EXEC SQL
                SELECT STOCK, ALLOCATED
                INTO :PRO-STOCK, :PRO-ALLOCATED
                FROM PRODUCTS
                WHERE P_NO = :PRO-P-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 COMPUTE WS-ATP = PRO-STOCK - PRO-ALLOCATED
                 IF WS-ATP < ZERO
                    MOVE ZERO TO WS-ATP
                 END-IF
                 MOVE PRO-STOCK     TO SA-ON-HAND
                 MOVE PRO-ALLOCATED TO SA-ALLOCATED
                 MOVE WS-ATP        TO SA-ATP
              WHEN SQLCODE = +100
                 MOVE 4 TO SA-RC
                 MOVE ZERO TO SA-ON-HAND
                 MOVE ZERO TO SA-ALLOCATED
                 MOVE ZERO TO SA-ATP
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      *    L'APPELANT DECIDE : ABANDON (BATCH) OU ANNULATION DE
      *    L'UNITE D'OEUVRE (TRANSACTION)
       SQL-ERROR.
           MOVE 12 TO SA-RC
           MOVE SQLCODE TO SA-SQLCODE.
