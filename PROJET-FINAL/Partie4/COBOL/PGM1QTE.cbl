      * EMPLOYEES, PRODUCTS) ; LE PRIX EST FIGE AU  *
      * JOUR DU DEVIS (CONTRAT CONTRACT_PRICES S'IL *
      * EXISTE, SINON CATALOGUE) ET LE DEVIS RECOIT *
      * UNE EXPIRATION A 30 JOURS. UN PRIX          *
      * CATALOGUE PROGRAMME (PENDING_PRICES) DEJA   *
      * ECHU EST PRIS A LA PLACE DU PRIX EN PLACE ; *
      * S'IL TOMBE PENDANT LA VALIDITE DU DEVIS,    *
      * LE DEVIS EXPIRE LA VEILLE ET LE VENDEUR     *
      * VOIT LE NOUVEAU PRIX ET SA DATE. LA         *
      * QUANTITE SE SAISIT DANS UNE UNITE DE VENTE  *
      * DU PRODUIT (UOMCONV) ET SE CONSERVE EN      *
      * UNITES DE STOCK. UN PRODUIT INTERDIT POUR   *
      * LE CLIENT OU DANS SON ETAT EST REFUSE       *
      * (SALERSTR). ACTIONS :                       *
      *   'C' = CREER LE DEVIS (KSDS QUOTES1)       *
      *   'A' = ACCEPTER : CONVERSION EN COMMANDE   *
      *         ORDERS/ITEMS AUX PRIX DU DEVIS,     *
      *         LIGNES ALLOUEES SUR LE STOCK        *
      *         (STKALLOC) COMME DANS PGM1ORD       *
      *   'L' = PERDU                               *
      * PLUS JAMAIS DE DEVIS PAPIER RESAISIS DE     *
      * MEMOIRE AU PRIX QUE L'ON CROIT.             *
           END-EXEC

           EXEC SQL
               INCLUDE PPR
           END-EXEC

       COPY ZONE.
             10 WSL-P-NO       PIC X(4).
             10 WSL-QTY        PIC X(2).
             10 WSL-PRICE      PIC S9(3)V9(2) USAGE COMP-3.
      *          UNITE DE VENTE SAISIE ET CONVERSION EN UNITES DE
      *          STOCK (BLANC SAISI = UNITE DE STOCK DU PRODUIT)
             10 WSL-UOM        PIC X(3).
             10 WSL-FACTOR     PIC 9(3).
             10 WSL-BASE-QTY   PIC 9(2).
       77 WS-LINE-IDX       PIC 9 VALUE 1.
       77 WS-LINE-COUNT     PIC 9 VALUE 0.
       77 E-NEW-Q-NO        PIC 9(7).
       77 E-NEW-O-NO        PIC 9(4).

      *************************************************
      * ALLOCATION DU STOCK AUX LIGNES DE LA COMMANDE *
      * ISSUE DU DEVIS (VOIR STKALLP.CPY)             *
      *************************************************
       COPY STKALLP.
       77 WS-UNALLOC-COUNT  PIC 9 VALUE 0.

      *************************************************
      * PRIX CONTRACTUEL DU CLIENT : PRODUIT, SINON   *
      * REMISE SUR SA CATEGORIE (VOIR CPRLOOKP.CPY)   *
      *************************************************
       COPY CPRLOOKP.

      *************************************************
      * CONVERSION DE LA QUANTITE SAISIE EN UNITES DE *
      * STOCK (VOIR UOMCONVP.CPY)                     *
      *************************************************
       COPY UOMCONVP.

      *************************************************
      * INTERDICTIONS DE VENTE DU PRODUIT DANS L'ETAT *
      * DE LIVRAISON OU POUR CE CLIENT (VOIR          *
      * SALERSTP.CPY)                                 *
      *************************************************
       COPY SALERSTP.

      *************************************************
      * DATES DU DEVIS : JOUR ET EXPIRATION (+30 J)   *
      *************************************************
       01 WS-DATE-INT REDEFINES WS-DATE-NUM PIC 9(8).
       77 WS-JULIAN         PIC 9(8) VALUE ZERO.
       77 WS-EXPIRY         PIC X(10).
       77 E-NEXT-PRICE      PIC ZZ9.99.

      *************************************************
      * VARIABLES POUR VERIFIER LA SAISIE *
           INSPECT QTY3QTI REPLACING ALL '_' BY SPACES
           INSPECT PNO4QTI REPLACING ALL '_' BY SPACES
           INSPECT QTY4QTI REPLACING ALL '_' BY SPACES
           INSPECT UOM1QTI REPLACING ALL '_' BY SPACES
           INSPECT UOM2QTI REPLACING ALL '_' BY SPACES
           INSPECT UOM3QTI REPLACING ALL '_' BY SPACES
           INSPECT UOM4QTI REPLACING ALL '_' BY SPACES

           SET ALL-ZONES-OK TO TRUE

           MOVE QTY3QTI TO WSL-QTY  (3)
           MOVE PNO4QTI TO WSL-P-NO (4)
           MOVE QTY4QTI TO WSL-QTY  (4)
           MOVE UOM1QTI TO WSL-UOM  (1)
           MOVE UOM2QTI TO WSL-UOM  (2)
           MOVE UOM3QTI TO WSL-UOM  (3)
           MOVE UOM4QTI TO WSL-UOM  (4)
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 4
              IF WSL-P-NO (WS-LINE-IDX) NOT = SPACES
                          MOVE PRO-PRICE
                            TO WSL-PRICE (WS-LINE-IDX)
                          PERFORM PRIX-CONTRAT-LIGNE
                          IF CL-RC = 4
                             PERFORM PRIX-A-VENIR-LIGNE
                          END-IF
                          PERFORM CONVERSION-UNITE-LIGNE
                          PERFORM CONTROLE-INTERDICTION-LIGNE
                     WHEN +100
                          SET MANQUE-ZONE TO TRUE
                          MOVE SPACES TO WS-MSG
           END-PERFORM.

       PRIX-CONTRAT-LIGNE.
           MOVE CNOQTI   TO CL-C-NO
           MOVE PRO-P-NO TO CL-P-NO
           MOVE WS-TODAY TO CL-DATE
           CALL 'CPRLOOK' USING CL-PARM
           EVALUATE CL-RC
               WHEN ZERO
                    MOVE CL-PRICE TO WSL-PRICE (WS-LINE-IDX)
               WHEN 12
                    MOVE 'ERREUR SQL CONTRACT_PRICES' TO WS-ERR-MESS
                    PERFORM FIN-TOTALE
           END-EVALUATE.

      *************************************************
      * QUANTITE DE LA LIGNE SAISIE DANS UNE UNITE DE *
      * VENTE : CONVERSION EN UNITES DE STOCK, COMME  *
      * DANS PGM1ORD                                  *
      *************************************************
       CONVERSION-UNITE-LIGNE.
           MOVE PRO-P-NO                TO UC-P-NO
           MOVE WSL-UOM (WS-LINE-IDX)   TO UC-UOM
           MOVE WSL-QTY (WS-LINE-IDX)   TO UC-SELL-QTY
           CALL 'UOMCONV' USING UC-PARM
           EVALUATE UC-RC
               WHEN ZERO
                    IF WSL-UOM (WS-LINE-IDX) = SPACES
                       MOVE UC-BASE-UOM TO WSL-UOM (WS-LINE-IDX)
                    END-IF
                    MOVE UC-FACTOR   TO WSL-FACTOR (WS-LINE-IDX)
                    MOVE UC-BASE-QTY TO WSL-BASE-QTY (WS-LINE-IDX)
               WHEN 4
                    SET MANQUE-ZONE TO TRUE
                    MOVE SPACES TO WS-MSG
                    STRING
                         'UNITE '
                         WSL-UOM (WS-LINE-IDX)
                           DELIMITED BY SIZE
                         ' INCONNUE POUR LE PRODUIT '
                         PRO-P-NO
                           DELIMITED BY SIZE
                    INTO WS-MSG
                    MOVE WS-MSG TO MESS1QTI
               WHEN 8
                    SET MANQUE-ZONE TO TRUE
                    MOVE SPACES TO WS-MSG
                    STRING
                         'PLUS DE 99 UNITES DE STOCK SUR LA LIGNE '
                         PRO-P-NO
                           DELIMITED BY SIZE
                    INTO WS-MSG
                    MOVE WS-MSG TO MESS1QTI
               WHEN OTHER
                    MOVE 'ERREUR SQL PRODUCT_UOMS' TO WS-ERR-MESS
                    PERFORM FIN-TOTALE
           END-EVALUATE.

      *************************************************
      * PRODUIT INTERDIT DANS L'ETAT DU CLIENT (LA    *
      * COMMANDE ISSUE DU DEVIS EST LIVREE AU SIEGE)  *
      * OU POUR CE CLIENT : LA LIGNE EST REFUSEE DES  *
      * LE DEVIS, COMME DANS PGM1ORD                  *
      *************************************************
       CONTROLE-INTERDICTION-LIGNE.
           MOVE PRO-P-NO TO SR-P-NO
           MOVE CNOQTI   TO SR-C-NO
           MOVE ZERO     TO SR-SHIPTO-ID
           CALL 'SALERSTR' USING SR-PARM
           EVALUATE SR-RC
               WHEN ZERO
                    CONTINUE
               WHEN 4
                    SET MANQUE-ZONE TO TRUE
                    MOVE SPACES TO WS-MSG
                    STRING
                         'PRODUIT '
                         PRO-P-NO
                           DELIMITED BY SIZE
                         ' INTERDIT A LA LIVRAISON EN '
                         SR-STATE
                           DELIMITED BY SIZE
                    INTO WS-MSG
                    MOVE WS-MSG TO MESS1QTI
               WHEN 8
                    SET MANQUE-ZONE TO TRUE
                    MOVE SPACES TO WS-MSG
                    STRING
                         'PRODUIT '
                         PRO-P-NO
                           DELIMITED BY SIZE
                         ' INTERDIT POUR CE CLIENT'
                           DELIMITED BY SIZE
                    INTO WS-MSG
                    MOVE WS-MSG TO MESS1QTI
               WHEN OTHER
                    MOVE 'ERREUR SQL PRODUCT_RESTRICTIONS'
                      TO WS-ERR-MESS
                    PERFORM FIN-TOTALE
           END-EVALUATE.

      *************************************************
      * LIGNE AU PRIX CATALOGUE : UN PRIX PROGRAMME   *
      * DEJA ECHU (PAS ENCORE PASSE PAR PRCAPPLY) EST *
      * LE PRIX DU JOUR ; UN PRIX QUI CHANGE AVANT    *
      * L'EXPIRATION DU DEVIS RAMENE L'EXPIRATION A   *
      * LA VEILLE DU CHANGEMENT - LE DEVIS NE         *
      * GARANTIT JAMAIS L'ANCIEN PRIX AU-DELA         *
      *************************************************
       PRIX-A-VENIR-LIGNE.
           MOVE PRO-P-NO TO PPR-P-NO
           EXEC SQL
              SELECT NEW_PRICE
                INTO :PPR-NEW-PRICE
                FROM PENDING_PRICES
               WHERE P_NO = :PPR-P-NO
                 AND EFF_DATE <= :WS-TODAY
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = ZERO
              MOVE PPR-NEW-PRICE TO WSL-PRICE (WS-LINE-IDX)
           END-IF
           EXEC SQL
              SELECT EFF_DATE, NEW_PRICE
                INTO :PPR-EFF-DATE, :PPR-NEW-PRICE
                FROM PENDING_PRICES
               WHERE P_NO = :PPR-P-NO
                 AND EFF_DATE > :WS-TODAY
                 AND EFF_DATE <= :WS-EXPIRY
               ORDER BY EFF_DATE
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = ZERO
              MOVE PPR-EFF-DATE(1:4) TO WS-DATE-YYYY
              MOVE PPR-EFF-DATE(6:2) TO WS-DATE-MM
              MOVE PPR-EFF-DATE(9:2) TO WS-DATE-DD
              COMPUTE WS-JULIAN =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-INT) - 1
              COMPUTE WS-DATE-INT =
                      FUNCTION DATE-OF-INTEGER(WS-JULIAN)
              MOVE SPACES TO WS-EXPIRY
              STRING
                   WS-DATE-YYYY DELIMITED BY SIZE
                   '-'          DELIMITED BY SIZE
                   WS-DATE-MM   DELIMITED BY SIZE
                   '-'          DELIMITED BY SIZE
                   WS-DATE-DD   DELIMITED BY SIZE
              INTO WS-EXPIRY
              MOVE PPR-NEW-PRICE TO E-NEXT-PRICE
              MOVE SPACES TO MESS2QTI
              STRING
                   'PRIX '      DELIMITED BY SIZE
                   PPR-P-NO     DELIMITED BY SIZE
                   ' : '        DELIMITED BY SIZE
                   E-NEXT-PRICE DELIMITED BY SIZE
                   ' LE '       DELIMITED BY SIZE
                   PPR-EFF-DATE DELIMITED BY SIZE
                   ', FIN DEVIS ' DELIMITED BY SIZE
                   WS-EXPIRY    DELIMITED BY SIZE
              INTO MESS2QTI
              MOVE DFHPINK TO MESS2QTC
           END-IF.

      *************************************************
              MOVE WSL-P-NO (WS-LINE-IDX)
                TO QTE-P-NO (WS-LINE-IDX)
              IF WSL-P-NO (WS-LINE-IDX) NOT = SPACES
                 MOVE WSL-BASE-QTY (WS-LINE-IDX)
                   TO QTE-QTY (WS-LINE-IDX)
                 MOVE WSL-PRICE (WS-LINE-IDX)
                   TO QTE-PRICE (WS-LINE-IDX)
                 MOVE WSL-UOM (WS-LINE-IDX)
                   TO QTE-SELL-UOM (WS-LINE-IDX)
                 MOVE WSL-FACTOR (WS-LINE-IDX)
                   TO QTE-UOM-FACTOR (WS-LINE-IDX)
              ELSE
                 MOVE ZERO TO QTE-QTY (WS-LINE-IDX)
                 MOVE ZERO TO QTE-PRICE (WS-LINE-IDX)
                 MOVE ZERO TO QTE-UOM-FACTOR (WS-LINE-IDX)
              END-IF
           END-PERFORM
           EXEC CICS
              END-IF
              MOVE ORD-O-NO TO E-NEW-O-NO
              MOVE SPACES TO WS-MSG
              IF WS-UNALLOC-COUNT = ZERO
                 STRING
                      'DEVIS CONVERTI EN COMMANDE ' DELIMITED BY SIZE
                      E-NEW-O-NO                    DELIMITED BY SIZE
                 INTO WS-MSG
              ELSE
                 STRING
                      'DEVIS CONVERTI EN COMMANDE ' DELIMITED BY SIZE
                      E-NEW-O-NO                    DELIMITED BY SIZE
                      ' - SANS STOCK : '            DELIMITED BY SIZE
                      WS-UNALLOC-COUNT              DELIMITED BY SIZE
                 INTO WS-MSG
              END-IF
              MOVE WS-MSG TO MESS1QTI
           END-IF
           PERFORM ENVOI-ECRAN.
              PERFORM ANNULE-ET-TERMINE
           END-IF

           MOVE ZERO TO WS-UNALLOC-COUNT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 4
              IF QTE-P-NO (WS-LINE-IDX) NOT = SPACES
      *          LE CLIENT PAIE LE PRIX DU DEVIS, PAS LE CATALOGUE
      *          DU JOUR DE LA CONVERSION
                 MOVE QTE-PRICE (WS-LINE-IDX) TO ITE-PRICE
                 MOVE QTE-SELL-UOM (WS-LINE-IDX) TO ITE-SELL-UOM
      *          DEVIS ANTERIEURS AUX UNITES DE VENTE : UNITE DE
      *          STOCK
                 IF QTE-UOM-FACTOR (WS-LINE-IDX) IS NUMERIC
                    AND QTE-UOM-FACTOR (WS-LINE-IDX) > ZERO
                    MOVE QTE-UOM-FACTOR (WS-LINE-IDX)
                      TO ITE-UOM-FACTOR
                 ELSE
                    MOVE SPACES TO ITE-SELL-UOM
                    MOVE 1 TO ITE-UOM-FACTOR
                 END-IF
                 EXEC SQL
                    INSERT INTO ITEMS (O_NO, P_NO, QUANTITY, PRICE,
                           SELL_UOM, UOM_FACTOR)
                    VALUES (:ITE-O-NO, :ITE-P-NO, :ITE-QUANTITY,
                            :ITE-PRICE, :ITE-SELL-UOM,
                            :ITE-UOM-FACTOR)
                 END-EXEC
                 IF SQLCODE NOT = ZERO
                    MOVE 'ERREUR INSERT ITEMS' TO WS-ERR-MESS
                    PERFORM ANNULE-ET-TERMINE
                 END-IF
                 PERFORM ALLOUE-LIGNE
              END-IF
           END-PERFORM

                    LENGTH (8)
           END-EXEC.

      *************************************************
      * RESERVATION DU STOCK DE LA LIGNE INSEREE -    *
      * MEME REGLE QUE PGM1ORD                        *
      *************************************************
       ALLOUE-LIGNE.
           MOVE 'A'          TO SA-FUNC
           MOVE ITE-O-NO     TO SA-O-NO
           MOVE ITE-P-NO     TO SA-P-NO
           MOVE ITE-QUANTITY TO SA-QTY
           CALL 'STKALLOC' USING SA-PARM
           IF SA-RC = 12
              MOVE 'ERREUR SQL ALLOCATION STOCK' TO WS-ERR-MESS
              PERFORM ANNULE-ET-TERMINE
           END-IF
           IF SA-ALLOC-QTY < SA-QTY
              ADD 1 TO WS-UNALLOC-COUNT
           END-IF.

      *************************************************
      * DEVIS PERDU : LA FICHE PASSE 'L', LE REGISTRE *
      * GAGNES/PERDUS DE QUOTPRNT EN TIENT COMPTE     *
                 MOVE 'DEVIS NON OUVERT !' TO MESS1QTI
              ELSE
                 SET QTE-LOST TO TRUE
                 MOVE WS-TODAY TO QTE-CLOSE-DATE
                 EXEC CICS
                      REWRITE DATASET ('QUOTES1')
                              FROM (QTE-ENR)
