       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UOMMAINT.
      **********************************************
      * MAINTENANCE DES UNITES DES PRODUITS : UNE   *
      * CARTE SYSIN PAR GESTE. UNITE DE STOCK ('B') *
      * D'UN PRODUIT (PRODUCTS.BASE_UOM), CREATION  *
      * OU REMPLACEMENT ('U') D'UNE UNITE DE VENTE  *
      * ET DE SON COEFFICIENT EN UNITES DE STOCK    *
      * (PRODUCT_UOMS), SUPPRESSION ('D') D'UNE     *
      * UNITE DE VENTE. L'UNITE DE STOCK NE CHANGE  *
      * PAS TANT QUE LE PRODUIT A DU STOCK, DES     *
      * RESERVATIONS OU DES UNITES DE VENTE : ELLES *
      * SONT EXPRIMEES DANS L'ANCIENNE. LES LIGNES  *
      * DE COMMANDE GARDENT LE COEFFICIENT FIGE A   *
      * LA SAISIE. LE PASSAGE SE TERMINE PAR LA     *
      * LISTE DES UNITES DE VENTE.                  *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
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

       77 FF-SYSIN         PIC 9 VALUE ZERO.

      *--------------------------------------------------------------
      *  CARTES SYSIN, UNE PAR GESTE :
      *  COL 1     : 'B' = UNITE DE STOCK DU PRODUIT,
      *              'U' = CREATION/REMPLACEMENT D'UNE UNITE DE VENTE,
      *              'D' = SUPPRESSION D'UNE UNITE DE VENTE, '*' = FIN
      *  COL 2-5   : P_NO
      *  COL 6-8   : UNITE (EA, CS, PAL...)
      *  COL 9-11  : 'U' SEULEMENT, UNITES DE STOCK PAR UNITE DE
      *              VENTE (002 A 999)
      *--------------------------------------------------------------
       01 WS-SYSIN-CARD.
          05 WS-CARD-ACTION  PIC X.
             88 CARD-BASE             VALUE 'B'.
             88 CARD-UNIT             VALUE 'U'.
             88 CARD-DELETE           VALUE 'D'.
             88 CARD-END              VALUE '*'.
          05 WS-CARD-P-NO    PIC X(4).
          05 WS-CARD-UOM     PIC X(3).
          05 WS-CARD-FACTOR  PIC X(3).
          05 WS-CARD-FACTOR-N REDEFINES WS-CARD-FACTOR PIC 9(3).
          05 FILLER          PIC X(69).

       77 WS-REF-COUNT     PIC S9(9) COMP VALUE ZERO.

       77 WS-BASE-COUNT    PIC 9(5) VALUE ZERO.
       77 WS-UNIT-COUNT    PIC 9(5) VALUE ZERO.
       77 WS-DEL-COUNT     PIC 9(5) VALUE ZERO.
       77 WS-REJECT-COUNT  PIC 9(5) VALUE ZERO.

       01 E-FACTOR         PIC ZZ9.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'UOMMAINT'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - MAINTENANCE DES UNITES'.

      *** UNITES DE VENTE PAR PRODUIT, AVEC L'UNITE DE STOCK ***
           EXEC SQL
                DECLARE CUNIT CURSOR
                FOR
                SELECT U.P_NO, P.BASE_UOM, U.UOM, U.FACTOR
                FROM PRODUCT_UOMS U, PRODUCTS P
                WHERE P.P_NO = U.P_NO
                ORDER BY U.P_NO, U.FACTOR
           END-EXEC

       PROCEDURE DIVISION.
            PERFORM READ-SYSIN-CARD
            PERFORM UNTIL FF-SYSIN = 1
               PERFORM PROCESS-UOM-CARD
               PERFORM READ-SYSIN-CARD
            END-PERFORM
            EXEC SQL
                 COMMIT
            END-EXEC
            PERFORM TEST-SQLCODE
            PERFORM LIST-UNITS
            DISPLAY 'UNITES DE STOCK MODIFIEES : ' WS-BASE-COUNT
            DISPLAY 'UNITES DE VENTE ECRITES   : ' WS-UNIT-COUNT
            DISPLAY 'UNITES DE VENTE SUPPRIMEES: ' WS-DEL-COUNT
            DISPLAY 'CARTES REJETEES           : ' WS-REJECT-COUNT
            GOBACK.

       READ-SYSIN-CARD.
           MOVE SPACES TO WS-SYSIN-CARD
           ACCEPT WS-SYSIN-CARD FROM SYSIN
           IF CARD-END OR WS-CARD-ACTION = SPACE
              MOVE 1 TO FF-SYSIN
           END-IF.

       PROCESS-UOM-CARD.
           EVALUATE TRUE
              WHEN WS-CARD-P-NO = SPACES OR WS-CARD-UOM = SPACES
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'PRODUIT OU UNITE ABSENT : ' WS-SYSIN-CARD
              WHEN CARD-BASE
                 PERFORM CHECK-BASE-CHANGE
              WHEN CARD-UNIT
                 PERFORM CHECK-UNIT
              WHEN CARD-DELETE
                 PERFORM DELETE-UNIT
              WHEN OTHER
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'ACTION INCONNUE (B/U/D) : ' WS-CARD-ACTION
           END-EVALUATE.

      ***************************************
      * UNITE DE STOCK : LE STOCK, LES      *
      * RESERVATIONS ET LES COEFFICIENTS    *
      * DES UNITES DE VENTE SONT EXPRIMES   *
      * DANS L'ANCIENNE - CHANGEMENT REFUSE *
      * TANT QU'IL EN EXISTE                *
      ***************************************
       CHECK-BASE-CHANGE.
           MOVE WS-CARD-P-NO TO PRO-P-NO
           EXEC SQL
              SELECT BASE_UOM, STOCK, HOLD_STOCK, ALLOCATED,
                     (SELECT COUNT(*) FROM PRODUCT_UOMS U
                       WHERE U.P_NO = P.P_NO)
                INTO :PRO-BASE-UOM, :PRO-STOCK, :PRO-HOLD-STOCK,
                     :PRO-ALLOCATED, :WS-REF-COUNT
                FROM PRODUCTS P
               WHERE P.P_NO = :PRO-P-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = +100
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'P_NO INCONNU DANS PRODUCTS : ' WS-CARD-P-NO
              WHEN SQLCODE NOT = ZERO
                 PERFORM TEST-SQLCODE
              WHEN PRO-BASE-UOM = WS-CARD-UOM
                 CONTINUE
              WHEN PRO-STOCK NOT = ZERO
                OR PRO-HOLD-STOCK NOT = ZERO
                OR PRO-ALLOCATED NOT = ZERO
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'PRODUIT EN STOCK, UNITE INCHANGEE : '
                         WS-CARD-P-NO
              WHEN WS-REF-COUNT > ZERO
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'UNITES DE VENTE DEFINIES, UNITE INCHANGEE : '
                         WS-CARD-P-NO
              WHEN OTHER
                 PERFORM UPDATE-BASE-UOM
           END-EVALUATE.

       UPDATE-BASE-UOM.
           MOVE WS-CARD-UOM TO PRO-BASE-UOM
           EXEC SQL
              UPDATE PRODUCTS
                 SET BASE_UOM = :PRO-BASE-UOM
               WHERE P_NO = :PRO-P-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD 1 TO WS-BASE-COUNT
           DISPLAY 'PRODUIT ' WS-CARD-P-NO ' UNITE DE STOCK : '
                   WS-CARD-UOM.

      ***************************************
      * UNITE DE VENTE : COEFFICIENT        *
      * NUMERIQUE SUPERIEUR A 1, UNITE      *
      * DIFFERENTE DE L'UNITE DE STOCK      *
      ***************************************
       CHECK-UNIT.
           IF WS-CARD-FACTOR IS NOT NUMERIC
              OR WS-CARD-FACTOR-N < 2
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'COEFFICIENT INVALIDE (002-999) : '
                      WS-SYSIN-CARD
           ELSE
              MOVE WS-CARD-P-NO TO PRO-P-NO
              EXEC SQL
                 SELECT BASE_UOM INTO :PRO-BASE-UOM
                   FROM PRODUCTS
                  WHERE P_NO = :PRO-P-NO
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = +100
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'P_NO INCONNU DANS PRODUCTS : '
                            WS-CARD-P-NO
                 WHEN SQLCODE NOT = ZERO
                    PERFORM TEST-SQLCODE
                 WHEN PRO-BASE-UOM = WS-CARD-UOM
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'UNITE DE STOCK, PAS UNITE DE VENTE : '
                            WS-CARD-P-NO ' ' WS-CARD-UOM
                 WHEN OTHER
                    PERFORM WRITE-UNIT
              END-EVALUATE
           END-IF.

       WRITE-UNIT.
           MOVE WS-CARD-P-NO     TO UOM-P-NO
           MOVE WS-CARD-UOM      TO UOM-UOM
           MOVE WS-CARD-FACTOR-N TO UOM-FACTOR
           EXEC SQL
              INSERT INTO PRODUCT_UOMS (P_NO, UOM, FACTOR)
              VALUES (:UOM-P-NO, :UOM-UOM, :UOM-FACTOR)
           END-EXEC
           IF SQLCODE = -803
              EXEC SQL
                 UPDATE PRODUCT_UOMS
                    SET FACTOR = :UOM-FACTOR
                  WHERE P_NO = :UOM-P-NO
                    AND UOM  = :UOM-UOM
              END-EXEC
           END-IF
           PERFORM TEST-SQLCODE
           ADD 1 TO WS-UNIT-COUNT
           MOVE WS-CARD-FACTOR-N TO E-FACTOR
           DISPLAY 'PRODUIT ' WS-CARD-P-NO ' UNITE ' WS-CARD-UOM
                   ' = ' E-FACTOR ' ' PRO-BASE-UOM.

      ***************************************
      * SUPPRESSION D'UNE UNITE DE VENTE :  *
      * LES LIGNES DEJA SAISIES GARDENT     *
      * LEUR COEFFICIENT                    *
      ***************************************
       DELETE-UNIT.
           MOVE WS-CARD-P-NO TO UOM-P-NO
           MOVE WS-CARD-UOM  TO UOM-UOM
           EXEC SQL
              DELETE FROM PRODUCT_UOMS
               WHERE P_NO = :UOM-P-NO
                 AND UOM  = :UOM-UOM
           END-EXEC
           IF SQLCODE = +100
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'UNITE INCONNUE : ' WS-CARD-P-NO ' '
                      WS-CARD-UOM
           ELSE
              PERFORM TEST-SQLCODE
              ADD 1 TO WS-DEL-COUNT
              DISPLAY 'SUPPRESSION ' WS-CARD-P-NO ' ' WS-CARD-UOM
           END-IF.

      ***************************************
      * LISTE DE CONTROLE DES UNITES DE     *
      * VENTE                               *
      ***************************************
       LIST-UNITS.
           DISPLAY '================================================'
           DISPLAY 'UNITES DE VENTE DES PRODUITS'
           DISPLAY 'P_NO  UNITE  COEFFICIENT'
           DISPLAY '================================================'
           EXEC SQL
                OPEN CUNIT
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-UNIT
           PERFORM UNTIL SQLCODE = +100
              MOVE UOM-FACTOR TO E-FACTOR
              DISPLAY UOM-P-NO '  ' UOM-UOM '    ' E-FACTOR ' '
                      PRO-BASE-UOM
              PERFORM FETCH-UNIT
           END-PERFORM
           EXEC SQL
                CLOSE CUNIT
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-UNIT.
           EXEC SQL
                FETCH CUNIT INTO :UOM-P-NO, :PRO-BASE-UOM, :UOM-UOM,
                      :UOM-FACTOR
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * CONTROLE DU CODE RETOUR SQL         *
      ***************************************
       TEST-SQLCODE.
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 CONTINUE
              WHEN SQLCODE > 0
                 IF SQLCODE NOT = +100
                    DISPLAY 'WARNING : ', SQLCODE
                 END-IF
              WHEN SQLCODE < ZERO
                 PERFORM ABEND-PROG
           END-EVALUATE.

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
        ABEND-PROG.
           EXEC SQL ROLLBACK END-EXEC
           DISPLAY 'ABEND PROG !'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
