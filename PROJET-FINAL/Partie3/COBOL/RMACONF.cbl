      * PART SUR RETEXTRACT VERS CREAVOIR - PLUS    *
      * D'AVOIR EMIS POUR DES MARCHANDISES RESTEES  *
      * CHEZ LE CLIENT. UNE RMA EXPIREE EST REFUSEE *
      * (EN REDEMANDER UNE A RMAENTRY). UN RETOUR   *
      * POUR REPARATION SOUS GARANTIE (MOTIF WRP)   *
      * EST CONFIRME SANS PARTIR VERS CREAVOIR : LA *
      * PIECE REPAREE EST RENVOYEE, PAS REMBOURSEE. *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               INCLUDE CPR
           END-EXEC

       COPY CPRLOOKP.

       77 WS-FS-RMAF        PIC XX.
       77 FF-SYSIN          PIC 9 VALUE ZERO.

              DISPLAY 'ERR REWRITE FRMAFILE :' WS-FS-RMAF
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-CONFIRM-COUNT
           IF RMA-WARRANTY-REPAIR
              DISPLAY 'RMA ' WS-CARD-RMA-NO ' CONFIRMEE, '
                      'REPARATION SOUS GARANTIE SANS AVOIR'
           ELSE
              IF RMA-O-NO NOT = WS-LAST-ORD-O-NO
                 PERFORM WRITE-RETEXT-ORDER
                 MOVE RMA-O-NO TO WS-LAST-ORD-O-NO
              END-IF
              PERFORM WRITE-RETEXT-PRODUCT
              DISPLAY 'RMA ' WS-CARD-RMA-NO ' CONFIRMEE, LIGNE '
                      'LIBEREE VERS CREAVOIR'
           END-IF.

      ***************************************
      * ENTETE ORD DE LA COMMANDE, REPRIS   *
       WRITE-RETEXT-PRODUCT.
           MOVE RMA-P-NO TO PRO-P-NO
           EXEC SQL
                SELECT DESCRIPTION, PRICE, ORIG_CURRENCY, ORIG_RATE,
                       BASE_UOM
                INTO :PRO-DESCRIPTION, :PRO-PRICE,
                     :PRO-ORIG-CURRENCY, :PRO-ORIG-RATE,
                     :PRO-BASE-UOM
                FROM PRODUCTS
                WHERE P_NO = :PRO-P-NO
           END-EXEC
           MOVE RMA-O-NO TO ITE-O-NO
           MOVE RMA-P-NO TO ITE-P-NO
           EXEC SQL
                SELECT PRICE, SELL_UOM, UOM_FACTOR
                INTO :ITE-PRICE, :ITE-SELL-UOM, :ITE-UOM-FACTOR
                FROM ITEMS
                WHERE O_NO = :ITE-O-NO
                AND P_NO = :ITE-P-NO
           END-IF
           MOVE RMA-QTY         TO EITE-QUANTITY
           MOVE ITE-PRICE       TO EITE-PRICE
           MOVE ITE-SELL-UOM    TO EITE-SELL-UOM
           MOVE ITE-UOM-FACTOR  TO EITE-UOM-FACTOR
           MOVE PRO-BASE-UOM    TO EPRO-BASE-UOM
           MOVE PRO-ORIG-CURRENCY TO EPRO-ORIG-CURRENCY
           MOVE PRO-ORIG-RATE     TO EPRO-ORIG-RATE
           MOVE ZERO              TO EPRO-SHP-NO
      ***************************************
      * PRIX CONTRACTUEL DU CLIENT POUR LE  *
      * PRODUIT RETOURNE, EN VIGUEUR A LA   *
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
      * CONTROLE DU CODE RETOUR SQL         *
