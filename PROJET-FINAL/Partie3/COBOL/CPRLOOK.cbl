       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPRLOOK.
      **********************************************
      * PRIX CONTRACTUEL D'UN CLIENT POUR UN        *
      * PRODUIT A UNE DATE : SOUS-PROGRAMME COMMUN  *
      * (VOIR CPRLOOKP.CPY) APPELE PARTOUT OU LE    *
      * PRIX CONTRAT REMPLACE LE PRIX CATALOGUE     *
      * (EXTRACTP, BORELEAS, RMACONF, CUSCATLG,     *
      * PGM1ORD, PGM1QTE). UN CONTRAT SUR LE        *
      * PRODUIT PRIME ; A DEFAUT UN CONTRAT SUR LA  *
      * CATEGORIE DU PRODUIT, PUIS SUR SA FAMILLE,  *
      * DONNE UNE REMISE EN POURCENTAGE SUR LE PRIX *
      * CATALOGUE. A VALIDITE EGALE LE CONTRAT LE   *
      * PLUS RECENT L'EMPORTE.                      *
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
               INCLUDE CPR
           END-EXEC

       77 WS-FAMILY        PIC X(4)  VALUE SPACES.

       LINKAGE SECTION.
       COPY CPRLOOKP.

       PROCEDURE DIVISION USING CL-PARM.
            MOVE ZERO   TO CL-RC
            MOVE ZERO   TO CL-SQLCODE
            MOVE ZERO   TO CL-PRICE
            MOVE ZERO   TO CL-DISC-PCT
            MOVE SPACES TO CL-SOURCE
            MOVE SPACES TO CL-CATEGORY
            MOVE SPACES TO CL-EFF-FROM
            MOVE SPACES TO CL-EFF-TO
            MOVE CL-C-NO TO CPR-C-NO
            MOVE CL-P-NO TO CPR-P-NO
            PERFORM GET-PRODUCT-CONTRACT
            IF CL-RC = 4
               PERFORM GET-PRODUCT-CATEGORY
            END-IF
            IF CL-RC = ZERO AND CL-NO-CONTRACT
               PERFORM GET-CATEGORY-CONTRACT
            END-IF
            GOBACK.

      ***************************************
      * CONTRAT SUR LE PRODUIT LUI-MEME     *
      ***************************************
       GET-PRODUCT-CONTRACT.
           EXEC SQL
                SELECT PRICE, EFF_FROM, EFF_TO
                INTO  :CPR-PRICE, :CPR-EFF-FROM, :CPR-EFF-TO
                FROM  CONTRACT_PRICES
                WHERE C_NO = :CPR-C-NO
                AND   P_NO = :CPR-P-NO
                AND   EFF_FROM <= :CL-DATE
                AND   (EFF_TO = ' ' OR EFF_TO >= :CL-DATE)
                ORDER BY EFF_FROM DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 MOVE CPR-PRICE    TO CL-PRICE
                 MOVE CPR-EFF-FROM TO CL-EFF-FROM
                 MOVE CPR-EFF-TO   TO CL-EFF-TO
                 SET CL-FROM-PRODUCT TO TRUE
              WHEN SQLCODE = +100
                 MOVE 4 TO CL-RC
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      ***************************************
      * PRIX CATALOGUE, CATEGORIE ET        *
      * FAMILLE DU PRODUIT (UN PRODUIT      *
      * RATTACHE DIRECTEMENT A UNE FAMILLE  *
      * N'A PAS DE NIVEAU CATEGORIE)        *
      ***************************************
       GET-PRODUCT-CATEGORY.
           MOVE SPACES TO WS-FAMILY
           EXEC SQL
                SELECT P.PRICE, P.CATEGORY,
                       VALUE(C.PARENT_CODE, ' ')
                INTO  :PRO-PRICE, :PRO-CATEGORY, :WS-FAMILY
                FROM  PRODUCTS P
                LEFT OUTER JOIN PRODUCT_CATEGORIES C
                  ON  C.CAT_CODE = P.CATEGORY
                WHERE P.P_NO = :CPR-P-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 IF PRO-CATEGORY NOT = SPACES
                    MOVE ZERO TO CL-RC
                 END-IF
              WHEN SQLCODE = +100
                 CONTINUE
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      ***************************************
      * CONTRAT SUR LA CATEGORIE, SINON SUR *
      * LA FAMILLE : REMISE SUR LE PRIX     *
      * CATALOGUE                           *
      ***************************************
       GET-CATEGORY-CONTRACT.
           EXEC SQL
                SELECT CATEGORY, DISC_PCT, EFF_FROM, EFF_TO
                INTO  :CPR-CATEGORY, :CPR-DISC-PCT,
                      :CPR-EFF-FROM, :CPR-EFF-TO
                FROM  CONTRACT_PRICES
                WHERE C_NO = :CPR-C-NO
                AND   P_NO = ' '
                AND   CATEGORY <> ' '
                AND   CATEGORY IN (:PRO-CATEGORY, :WS-FAMILY)
                AND   EFF_FROM <= :CL-DATE
                AND   (EFF_TO = ' ' OR EFF_TO >= :CL-DATE)
                ORDER BY CASE WHEN CATEGORY = :PRO-CATEGORY
                              THEN 0 ELSE 1 END,
                         EFF_FROM DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 MOVE CPR-CATEGORY TO CL-CATEGORY
                 MOVE CPR-DISC-PCT TO CL-DISC-PCT
                 MOVE CPR-EFF-FROM TO CL-EFF-FROM
                 MOVE CPR-EFF-TO   TO CL-EFF-TO
                 COMPUTE CL-PRICE ROUNDED =
                         PRO-PRICE * (100 - CPR-DISC-PCT) / 100
                 IF CPR-CATEGORY = PRO-CATEGORY
                    SET CL-FROM-CATEGORY TO TRUE
                 ELSE
                    SET CL-FROM-FAMILY TO TRUE
                 END-IF
              WHEN SQLCODE = +100
                 MOVE 4 TO CL-RC
              WHEN OTHER
                 PERFORM SQL-ERROR
           END-EVALUATE.

      *    L'APPELANT DECIDE : ABANDON (BATCH) OU ANNULATION DE
      *    L'UNITE D'OEUVRE (TRANSACTION)
       SQL-ERROR.
           MOVE 12 TO CL-RC
           MOVE SQLCODE TO CL-SQLCODE.
