       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CATMAINT.
      **********************************************
      * MAINTENANCE DE LA HIERARCHIE DES PRODUITS   *
      * (TABLE PRODUCT_CATEGORIES, FAMILLE PUIS     *
      * CATEGORIE) ET DU RATTACHEMENT DES PRODUITS  *
      * (PRODUCTS.CATEGORY) : UNE CARTE SYSIN PAR   *
      * GESTE. CREATION OU REMPLACEMENT ('C') D'UNE *
      * FAMILLE (PARENT A BLANC) OU D'UNE CATEGORIE *
      * (PARENT = UNE FAMILLE EXISTANTE),           *
      * SUPPRESSION ('D') D'UN CODE QUI N'EST PLUS  *
      * UTILISE NI PAR UN PRODUIT, NI PAR UNE       *
      * CATEGORIE, NI PAR UNE PROMOTION OU UN       *
      * CONTRAT, RATTACHEMENT ('P') D'UN PRODUIT A  *
      * UN CODE (BLANC = DETACHE). LE PASSAGE SE    *
      * TERMINE PAR LA LISTE DE LA HIERARCHIE AVEC  *
      * LE NOMBRE DE PRODUITS DE CHAQUE CODE.       *
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
               INCLUDE CAT
           END-EXEC

       77 FF-SYSIN         PIC 9 VALUE ZERO.

      *--------------------------------------------------------------
      *  CARTES SYSIN, UNE PAR GESTE :
      *  COL 1     : 'C' = CREATION/REMPLACEMENT D'UN CODE,
      *              'D' = SUPPRESSION D'UN CODE,
      *              'P' = RATTACHEMENT D'UN PRODUIT, '*' = FIN
      *  'C'/'D' : COL 2-5 CODE, COL 6-9 CODE DE LA FAMILLE (BLANC
      *            = LE CODE EST UNE FAMILLE), COL 10-39 LIBELLE
      *  'P'     : COL 2-5 P_NO, COL 6-9 CODE (BLANC = DETACHE)
      *--------------------------------------------------------------
       01 WS-SYSIN-CARD.
          05 WS-CARD-ACTION  PIC X.
             88 CARD-CATEGORY         VALUE 'C'.
             88 CARD-DELETE           VALUE 'D'.
             88 CARD-PRODUCT          VALUE 'P'.
             88 CARD-END              VALUE '*'.
          05 WS-CARD-CODE    PIC X(4).
          05 WS-CARD-PARENT  PIC X(4).
          05 WS-CARD-DESC    PIC X(30).
          05 FILLER          PIC X(41).

       77 WS-REF-COUNT     PIC S9(9) COMP VALUE ZERO.
       77 WS-CHILD-COUNT   PIC S9(9) COMP VALUE ZERO.
       77 WS-PRO-COUNT     PIC S9(9) COMP VALUE ZERO.
       77 WS-PARENT-PARENT PIC X(4)  VALUE SPACES.

       77 WS-CAT-COUNT     PIC 9(5) VALUE ZERO.
       77 WS-DEL-COUNT     PIC 9(5) VALUE ZERO.
       77 WS-ASSIGN-COUNT  PIC 9(5) VALUE ZERO.
       77 WS-REJECT-COUNT  PIC 9(5) VALUE ZERO.

       01 E-PRO-COUNT      PIC ZZZZ9.
       01 E-INDENT         PIC X(4)  VALUE SPACES.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'CATMAINT'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - MAINTENANCE DES CATEGORIES'.

      *** HIERARCHIE : CHAQUE FAMILLE SUIVIE DE SES CATEGORIES ***
           EXEC SQL
                DECLARE CHIER CURSOR
                FOR
                SELECT A.CAT_CODE, A.PARENT_CODE, A.DESCRIPTION,
                       (SELECT COUNT(*) FROM PRODUCTS P
                         WHERE P.CATEGORY = A.CAT_CODE)
                FROM PRODUCT_CATEGORIES A
                ORDER BY CASE WHEN A.PARENT_CODE = ' '
                              THEN A.CAT_CODE
                              ELSE A.PARENT_CODE END,
                         A.PARENT_CODE, A.CAT_CODE
           END-EXEC

       PROCEDURE DIVISION.
            PERFORM READ-SYSIN-CARD
            PERFORM UNTIL FF-SYSIN = 1
               PERFORM PROCESS-CATEGORY-CARD
               PERFORM READ-SYSIN-CARD
            END-PERFORM
            EXEC SQL
                 COMMIT
            END-EXEC
            PERFORM TEST-SQLCODE
            PERFORM LIST-HIERARCHY
            DISPLAY 'CODES CREES OU MODIFIES  : ' WS-CAT-COUNT
            DISPLAY 'CODES SUPPRIMES          : ' WS-DEL-COUNT
            DISPLAY 'PRODUITS RATTACHES       : ' WS-ASSIGN-COUNT
            DISPLAY 'CARTES REJETEES          : ' WS-REJECT-COUNT
            GOBACK.

       READ-SYSIN-CARD.
           MOVE SPACES TO WS-SYSIN-CARD
           ACCEPT WS-SYSIN-CARD FROM SYSIN
           IF CARD-END OR WS-CARD-ACTION = SPACE
              MOVE 1 TO FF-SYSIN
           END-IF.

       PROCESS-CATEGORY-CARD.
           EVALUATE TRUE
              WHEN WS-CARD-CODE = SPACES
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'CODE ABSENT SUR LA CARTE : ' WS-SYSIN-CARD
              WHEN CARD-CATEGORY
                 PERFORM CHECK-PARENT
              WHEN CARD-DELETE
                 PERFORM CHECK-DELETE
              WHEN CARD-PRODUCT
                 PERFORM ASSIGN-PRODUCT
              WHEN OTHER
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'ACTION INCONNUE (C/D/P) : ' WS-CARD-ACTION
           END-EVALUATE.

      ***************************************
      * CREATION : LA HIERARCHIE N'A QUE    *
      * DEUX NIVEAUX - LE PARENT DOIT ETRE  *
      * UNE FAMILLE ET UNE FAMILLE QUI A    *
      * DES CATEGORIES NE PEUT PAS DEVENIR  *
      * CATEGORIE A SON TOUR                *
      ***************************************
       CHECK-PARENT.
           IF WS-CARD-PARENT = SPACES
              PERFORM WRITE-CATEGORY
           ELSE
              IF WS-CARD-PARENT = WS-CARD-CODE
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'CODE PARENT DE LUI-MEME : ' WS-CARD-CODE
              ELSE
                 EXEC SQL
                    SELECT PARENT_CODE INTO :WS-PARENT-PARENT
                      FROM PRODUCT_CATEGORIES
                     WHERE CAT_CODE = :WS-CARD-PARENT
                 END-EXEC
                 EVALUATE TRUE
                    WHEN SQLCODE = +100
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'FAMILLE INCONNUE : ' WS-CARD-CODE ' '
                               WS-CARD-PARENT
                    WHEN SQLCODE NOT = ZERO
                       PERFORM TEST-SQLCODE
                    WHEN WS-PARENT-PARENT NOT = SPACES
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY 'LE PARENT N''EST PAS UNE FAMILLE : '
                               WS-CARD-CODE ' ' WS-CARD-PARENT
                    WHEN OTHER
                       PERFORM CHECK-CHILDREN
                 END-EVALUATE
              END-IF
           END-IF.

       CHECK-CHILDREN.
           EXEC SQL
              SELECT COUNT(*) INTO :WS-CHILD-COUNT
                FROM PRODUCT_CATEGORIES
               WHERE PARENT_CODE = :WS-CARD-CODE
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-CHILD-COUNT > ZERO
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'FAMILLE AVEC CATEGORIES, PAS DE PARENT : '
                      WS-CARD-CODE
           ELSE
              PERFORM WRITE-CATEGORY
           END-IF.

       WRITE-CATEGORY.
           MOVE WS-CARD-CODE   TO CAT-CAT-CODE
           MOVE WS-CARD-PARENT TO CAT-PARENT-CODE
           MOVE WS-CARD-DESC   TO CAT-DESCRIPTION-TEXT
           MOVE 30             TO CAT-DESCRIPTION-LEN
           EXEC SQL
              INSERT INTO PRODUCT_CATEGORIES
                     (CAT_CODE, PARENT_CODE, DESCRIPTION)
              VALUES (:CAT-CAT-CODE, :CAT-PARENT-CODE,
                      :CAT-DESCRIPTION)
           END-EXEC
           IF SQLCODE = -803
              EXEC SQL
                 UPDATE PRODUCT_CATEGORIES
                    SET PARENT_CODE = :CAT-PARENT-CODE,
                        DESCRIPTION = :CAT-DESCRIPTION
                  WHERE CAT_CODE = :CAT-CAT-CODE
              END-EXEC
           END-IF
           PERFORM TEST-SQLCODE
           ADD 1 TO WS-CAT-COUNT
           DISPLAY 'CODE ' WS-CARD-CODE ' PARENT ' WS-CARD-PARENT
                   ' : ' WS-CARD-DESC.

      ***************************************
      * SUPPRESSION : REFUSEE TANT QU'UN    *
      * PRODUIT, UNE CATEGORIE, UNE         *
      * PROMOTION OU UN CONTRAT UTILISE LE  *
      * CODE                                *
      ***************************************
       CHECK-DELETE.
           EXEC SQL
              SELECT (SELECT COUNT(*) FROM PRODUCTS
                       WHERE CATEGORY = :WS-CARD-CODE)
                   + (SELECT COUNT(*) FROM PRODUCT_CATEGORIES
                       WHERE PARENT_CODE = :WS-CARD-CODE)
                   + (SELECT COUNT(*) FROM PROMOTIONS
                       WHERE CATEGORY = :WS-CARD-CODE)
                   + (SELECT COUNT(*) FROM CONTRACT_PRICES
                       WHERE CATEGORY = :WS-CARD-CODE)
                INTO :WS-REF-COUNT
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-REF-COUNT > ZERO
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'CODE ENCORE UTILISE, NON SUPPRIME : '
                      WS-CARD-CODE
           ELSE
              PERFORM DELETE-CATEGORY
           END-IF.

       DELETE-CATEGORY.
           EXEC SQL
              DELETE FROM PRODUCT_CATEGORIES
               WHERE CAT_CODE = :WS-CARD-CODE
           END-EXEC
           IF SQLCODE = +100
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'CODE INCONNU : ' WS-CARD-CODE
           ELSE
              PERFORM TEST-SQLCODE
              ADD 1 TO WS-DEL-COUNT
              DISPLAY 'SUPPRESSION ' WS-CARD-CODE
           END-IF.

      ***************************************
      * RATTACHEMENT D'UN PRODUIT A UNE     *
      * FAMILLE OU A UNE CATEGORIE, OU      *
      * DETACHEMENT (CODE A BLANC)          *
      ***************************************
       ASSIGN-PRODUCT.
           MOVE WS-CARD-CODE   TO PRO-P-NO
           MOVE WS-CARD-PARENT TO PRO-CATEGORY
           IF PRO-CATEGORY = SPACES
              PERFORM UPDATE-PRODUCT-CATEGORY
           ELSE
              EXEC SQL
                 SELECT CAT_CODE INTO :CAT-CAT-CODE
                   FROM PRODUCT_CATEGORIES
                  WHERE CAT_CODE = :PRO-CATEGORY
              END-EXEC
              IF SQLCODE = +100
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'CODE INCONNU : ' WS-CARD-CODE ' '
                         WS-CARD-PARENT
              ELSE
                 PERFORM TEST-SQLCODE
                 PERFORM UPDATE-PRODUCT-CATEGORY
              END-IF
           END-IF.

       UPDATE-PRODUCT-CATEGORY.
           EXEC SQL
              UPDATE PRODUCTS
                 SET CATEGORY = :PRO-CATEGORY
               WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE = +100
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'P_NO INCONNU DANS PRODUCTS : ' WS-CARD-CODE
           ELSE
              PERFORM TEST-SQLCODE
              ADD 1 TO WS-ASSIGN-COUNT
              DISPLAY 'PRODUIT ' WS-CARD-CODE ' RATTACHE A : '
                      WS-CARD-PARENT
           END-IF.

      ***************************************
      * LISTE DE CONTROLE DE LA HIERARCHIE  *
      * AVEC LES PRODUITS DE CHAQUE CODE    *
      ***************************************
       LIST-HIERARCHY.
           DISPLAY '================================================'
           DISPLAY 'HIERARCHIE DES PRODUITS'
           DISPLAY 'CODE     LIBELLE                        PRODUITS'
           DISPLAY '================================================'
           EXEC SQL
                OPEN CHIER
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-HIERARCHY
           PERFORM UNTIL SQLCODE = +100
              IF CAT-PARENT-CODE = SPACES
                 MOVE SPACES TO E-INDENT
              ELSE
                 MOVE '  - ' TO E-INDENT
              END-IF
              MOVE WS-PRO-COUNT TO E-PRO-COUNT
              DISPLAY E-INDENT CAT-CAT-CODE ' '
                      CAT-DESCRIPTION-TEXT ' ' E-PRO-COUNT
              PERFORM FETCH-HIERARCHY
           END-PERFORM
           EXEC SQL
                CLOSE CHIER
           END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL
              SELECT COUNT(*) INTO :WS-PRO-COUNT
                FROM PRODUCTS
               WHERE CATEGORY = ' '
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE WS-PRO-COUNT TO E-PRO-COUNT
           DISPLAY 'PRODUITS SANS CATEGORIE  : ' E-PRO-COUNT.

       FETCH-HIERARCHY.
           MOVE SPACES TO CAT-DESCRIPTION-TEXT
           EXEC SQL
                FETCH CHIER INTO :CAT-CAT-CODE, :CAT-PARENT-CODE,
                      :CAT-DESCRIPTION, :WS-PRO-COUNT
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
