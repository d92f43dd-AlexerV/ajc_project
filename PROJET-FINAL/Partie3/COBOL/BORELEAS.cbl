               INCLUDE CPR
           END-EXEC

       COPY CPRLOOKP.

           EXEC SQL
               INCLUDE SHT
           END-EXEC
                 PERFORM ABEND-PROG
           END-READ
           SET BKO-CANCELLED TO TRUE
           SET BKO-CANCEL-ORPHAN TO TRUE
           MOVE WS-RUN-DATE TO BKO-RELEASE-DATE
           REWRITE BKO-ENR
           IF WS-FS-BKO NOT = '00'
                SELECT O.O_DATE, E.E_NO, E.DEPT, E.LNAME, E.FNAME,
                    E.COM, C.C_NO, C.COMPANY, C.ADDRESS, C.CITY,
                    C.ZIP, C.STATE, C.EMAIL, D.DNAME, O.SHIPTO_ID,
                    O.S2_NO, O.SPLIT_PCT, O.PRIORITY, O.ORDER_TYPE,
                    O.NC_REASON, O.NC_APPROVED_BY
                INTO :ORD-O-DATE, :EMP-E-NO, :DEP-DEPT, :EMP-LNAME,
                    :EMP-FNAME, :EMP-COM, :CUS-C-NO, :CUS-COMPANY,
                    :CUS-ADDRESS, :CUS-CITY, :CUS-ZIP, :CUS-STATE,
                    :CUS-EMAIL, :DEP-DNAME, :ORD-SHIPTO-ID,
                    :ORD-S2-NO, :ORD-SPLIT-PCT, :ORD-PRIORITY,
                    :ORD-ORDER-TYPE, :ORD-NC-REASON,
                    :ORD-NC-APPROVED-BY
                FROM ORDERS O
                INNER JOIN EMPLOYEES E
                ON E.E_NO = O.S_NO
           END-IF
           PERFORM LOOKUP-SECOND-REP
           MOVE ORD-PRIORITY TO EORD-PRIORITY
      *    UN RELIQUAT D'ENVOI GRATUIT RESTE GRATUIT A LA FACTURATION
           MOVE ORD-ORDER-TYPE     TO EORD-ORDER-TYPE
           MOVE ORD-NC-REASON      TO EORD-NC-REASON
           MOVE ORD-NC-APPROVED-BY TO EORD-NC-APPROVER
           WRITE ENR.

      ***************************************
       WRITE-RELEASED-PRODUCT.
           MOVE WBT-P-NO (WS-REL-IDX) TO PRO-P-NO
           EXEC SQL
                SELECT DESCRIPTION, PRICE, ORIG_CURRENCY, ORIG_RATE,
                       BASE_UOM
                INTO :PRO-DESCRIPTION, :PRO-PRICE,
                     :PRO-ORIG-CURRENCY, :PRO-ORIG-RATE,
                     :PRO-BASE-UOM
                FROM PRODUCTS
                WHERE P_NO = :PRO-P-NO
           END-EXEC
           MOVE WBT-O-NO (WS-REL-IDX) TO ITE-O-NO
           MOVE WBT-P-NO (WS-REL-IDX) TO ITE-P-NO
           EXEC SQL
                SELECT PRICE, SELL_UOM, UOM_FACTOR
                INTO :ITE-PRICE, :ITE-SELL-UOM, :ITE-UOM-FACTOR
                FROM ITEMS
                WHERE O_NO = :ITE-O-NO
                AND P_NO = :ITE-P-NO
           END-IF
           MOVE WBT-QTY (WS-REL-IDX) TO EITE-QUANTITY
           MOVE ITE-PRICE       TO EITE-PRICE
           MOVE ITE-SELL-UOM    TO EITE-SELL-UOM
           MOVE ITE-UOM-FACTOR  TO EITE-UOM-FACTOR
           MOVE PRO-BASE-UOM    TO EPRO-BASE-UOM
           MOVE PRO-ORIG-CURRENCY TO EPRO-ORIG-CURRENCY
           MOVE PRO-ORIG-RATE     TO EPRO-ORIG-RATE
           MOVE ZERO              TO EPRO-SHP-NO
      ***************************************
      * PRIX CONTRACTUEL DU CLIENT POUR LE  *
      * PRODUIT LIBERE, EN VIGUEUR A LA     *
      * DATE DE LA COMMANDE, SUR LE PRODUIT *
      * OU SA CATEGORIE (CPRLOOK, COMME     *
      * DANS EXTRACTP)                      *
      ***************************************
       LOOKUP-CONTRACT-PRICE.
           MOVE CUS-C-NO   TO CL-C-NO
           MOVE PRO-P-NO   TO CL-P-NO
           MOVE ORD-O-DATE TO CL-DATE
           CALL 'CPRLOOK' USING CL-PARM
           IF CL-RC = 12
              DISPLAY 'ERREUR SQL PRIX CONTRAT : ' CL-SQLCODE
              PERFORM ABEND-PROG
           END-IF
           MOVE CL-PRICE TO CPR-PRICE.

      ***************************************
      * ENREGISTREMENT DE CONTROLE DE FIN   *
