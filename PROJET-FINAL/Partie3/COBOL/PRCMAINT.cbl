       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRCMAINT.
      **********************************************
      * MAINTENANCE DES CHANGEMENTS DE PRIX         *
      * PROGRAMMES (TABLE PENDING_PRICES) : UNE     *
      * CARTE SYSIN PAR GESTE, AJOUT OU             *
      * REMPLACEMENT ('A' - LE PRODUIT DOIT         *
      * EXISTER, LA DATE D'EFFET ETRE POSTERIEURE   *
      * AU JOUR ET LE PRIX POSITIF) OU SUPPRESSION  *
      * ('D') D'UN PRIX PRODUIT / DATE D'EFFET. LE  *
      * PASSAGE SE TERMINE PAR LA LISTE DE TOUS LES *
      * PRIX ENCORE EN ATTENTE. PRCAPPLY LES        *
      * APPLIQUE LE JOUR DIT ; UN PRIX A APPLIQUER  *
      * TOUT DE SUITE PASSE PAR PRO15 COMME AVANT.  *
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
               INCLUDE PPR
           END-EXEC

       77 FF-SYSIN         PIC 9 VALUE ZERO.

      *--------------------------------------------------------------
      *  CARTES SYSIN, UNE PAR GESTE :
      *  COL 1     : 'A' = AJOUT/REMPLACEMENT, 'D' = SUPPRESSION,
      *              '*' = FIN
      *  COL 2-5   : P_NO DU PRODUIT
      *  COL 6-15  : DATE D'EFFET AAAA-MM-JJ
      *  COL 16-20 : NOUVEAU PRIX 999V99, SANS VIRGULE (POUR 'A')
      *--------------------------------------------------------------
       01 WS-SYSIN-CARD.
          05 WS-CARD-ACTION  PIC X.
             88 CARD-ADD              VALUE 'A'.
             88 CARD-DELETE           VALUE 'D'.
             88 CARD-END              VALUE '*'.
          05 WS-CARD-P-NO    PIC X(4).
          05 WS-CARD-EFF     PIC X(10).
          05 WS-CARD-PRICE   PIC 9(3)V99.
          05 FILLER          PIC X(60).

       01 WS-EFF-NUM.
          05 WS-EFF-YYYY     PIC X(4).
          05 WS-EFF-MM       PIC X(2).
          05 WS-EFF-DD       PIC X(2).
       01 WS-EFF-INT REDEFINES WS-EFF-NUM PIC 9(8).
       77 WS-TODAY-NUM     PIC X(8)  VALUE SPACES.
       77 WS-TODAY-ISO     PIC X(10) VALUE SPACES.

       77 WS-ADD-COUNT     PIC 9(5) VALUE ZERO.
       77 WS-DEL-COUNT     PIC 9(5) VALUE ZERO.
       77 WS-REJECT-COUNT  PIC 9(5) VALUE ZERO.
       77 WS-PENDING-COUNT PIC 9(5) VALUE ZERO.

       01 E-PRICE          PIC ZZ9,99.
       01 E-NEW-PRICE      PIC ZZ9,99.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'PRCMAINT'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - MAINTENANCE DES PRIX PROGRAMMES'.

      *** LISTE DES PRIX EN ATTENTE ***
           EXEC SQL
                DECLARE CPPL CURSOR
                FOR
                SELECT A.P_NO, A.EFF_DATE, A.NEW_PRICE, A.SOURCE,
                       B.PRICE
                FROM PENDING_PRICES A, PRODUCTS B
                WHERE B.P_NO = A.P_NO
                ORDER BY A.P_NO, A.EFF_DATE
           END-EXEC

       PROCEDURE DIVISION.
            ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
            STRING WS-TODAY-NUM(1:4) '-' WS-TODAY-NUM(5:2) '-'
                   WS-TODAY-NUM(7:2)
                   DELIMITED BY SIZE INTO WS-TODAY-ISO
            PERFORM READ-SYSIN-CARD
            PERFORM UNTIL FF-SYSIN = 1
               PERFORM PROCESS-PRICE-CARD
               PERFORM READ-SYSIN-CARD
            END-PERFORM
            EXEC SQL
                 COMMIT
            END-EXEC
            PERFORM TEST-SQLCODE
            PERFORM LIST-PENDING-PRICES
            DISPLAY 'PRIX PROGRAMMES AJOUTES   : ' WS-ADD-COUNT
            DISPLAY 'PRIX PROGRAMMES SUPPRIMES : ' WS-DEL-COUNT
            DISPLAY 'CARTES REJETEES           : ' WS-REJECT-COUNT
            DISPLAY 'PRIX EN ATTENTE           : ' WS-PENDING-COUNT
            GOBACK.

       READ-SYSIN-CARD.
           MOVE SPACES TO WS-SYSIN-CARD
           ACCEPT WS-SYSIN-CARD FROM SYSIN
           IF CARD-END OR WS-CARD-ACTION = SPACE
              MOVE 1 TO FF-SYSIN
           END-IF.

       PROCESS-PRICE-CARD.
           EVALUATE TRUE
              WHEN CARD-ADD
                 PERFORM ADD-PENDING-PRICE
              WHEN CARD-DELETE
                 PERFORM DELETE-PENDING-PRICE
              WHEN OTHER
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'ACTION INCONNUE (A/D) : ' WS-CARD-ACTION
           END-EVALUATE.

      ***************************************
      * AJOUT : DATE VALIDE ET FUTURE, PRIX *
      * POSITIF, PRODUIT EXISTANT - UN PRIX *
      * DEJA PROGRAMME A LA MEME DATE EST   *
      * REMPLACE                            *
      ***************************************
       ADD-PENDING-PRICE.
           MOVE WS-CARD-EFF(1:4) TO WS-EFF-YYYY
           MOVE WS-CARD-EFF(6:2) TO WS-EFF-MM
           MOVE WS-CARD-EFF(9:2) TO WS-EFF-DD
           EVALUATE TRUE
              WHEN WS-CARD-EFF(5:1) NOT = '-'
                OR WS-CARD-EFF(8:1) NOT = '-'
                OR WS-EFF-NUM IS NOT NUMERIC
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'DATE D''EFFET INVALIDE : ' WS-CARD-P-NO ' '
                         WS-CARD-EFF
              WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-INT) NOT = 0
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'DATE D''EFFET INVALIDE : ' WS-CARD-P-NO ' '
                         WS-CARD-EFF
              WHEN WS-CARD-EFF NOT > WS-TODAY-ISO
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'DATE D''EFFET NON FUTURE (VOIR PRO15) : '
                         WS-CARD-P-NO ' ' WS-CARD-EFF
              WHEN WS-CARD-PRICE IS NOT NUMERIC
                OR WS-CARD-PRICE = ZERO
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'PRIX INVALIDE : ' WS-CARD-P-NO ' '
                         WS-CARD-EFF
              WHEN OTHER
                 PERFORM CHECK-PRODUCT
           END-EVALUATE.

       CHECK-PRODUCT.
           MOVE WS-CARD-P-NO TO PRO-P-NO
           EXEC SQL
              SELECT P_NO INTO :PRO-P-NO
                FROM PRODUCTS
               WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE = +100
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'P_NO INCONNU DANS PRODUCTS : ' WS-CARD-P-NO
           ELSE
              PERFORM TEST-SQLCODE
              PERFORM WRITE-PENDING-PRICE
           END-IF.

       WRITE-PENDING-PRICE.
           MOVE WS-CARD-P-NO  TO PPR-P-NO
           MOVE WS-CARD-EFF   TO PPR-EFF-DATE
           MOVE WS-CARD-PRICE TO PPR-NEW-PRICE
      *    PRIX SAISI DIRECTEMENT EN DOLLARS, COMME APRES CONVERSION
      *    DANS PRO15
           MOVE 'DO'          TO PPR-ORIG-CURRENCY
           MOVE 1             TO PPR-ORIG-RATE
           SET PPR-FROM-CARD  TO TRUE
           MOVE WS-TODAY-NUM  TO PPR-ENTRY-DATE
           EXEC SQL
              INSERT INTO PENDING_PRICES
                     (P_NO, EFF_DATE, NEW_PRICE, ORIG_CURRENCY,
                      ORIG_RATE, SOURCE, ENTRY_DATE)
              VALUES (:PPR-P-NO, :PPR-EFF-DATE, :PPR-NEW-PRICE,
                      :PPR-ORIG-CURRENCY, :PPR-ORIG-RATE,
                      :PPR-SOURCE, :PPR-ENTRY-DATE)
           END-EXEC
           IF SQLCODE = -803
              EXEC SQL
                 UPDATE PENDING_PRICES
                    SET NEW_PRICE = :PPR-NEW-PRICE,
                        ORIG_CURRENCY = :PPR-ORIG-CURRENCY,
                        ORIG_RATE = :PPR-ORIG-RATE,
                        SOURCE = :PPR-SOURCE,
                        ENTRY_DATE = :PPR-ENTRY-DATE
                  WHERE P_NO = :PPR-P-NO
                    AND EFF_DATE = :PPR-EFF-DATE
              END-EXEC
           END-IF
           PERFORM TEST-SQLCODE
           ADD 1 TO WS-ADD-COUNT
           MOVE WS-CARD-PRICE TO E-NEW-PRICE
           DISPLAY 'AJOUT ' WS-CARD-P-NO ' AU ' WS-CARD-EFF ' : '
                   E-NEW-PRICE.

       DELETE-PENDING-PRICE.
           MOVE WS-CARD-P-NO TO PPR-P-NO
           MOVE WS-CARD-EFF  TO PPR-EFF-DATE
           EXEC SQL
              DELETE FROM PENDING_PRICES
               WHERE P_NO = :PPR-P-NO
                 AND EFF_DATE = :PPR-EFF-DATE
           END-EXEC
           IF SQLCODE = +100
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'PRIX PROGRAMME INCONNU : ' WS-CARD-P-NO ' '
                      WS-CARD-EFF
           ELSE
              PERFORM TEST-SQLCODE
              ADD 1 TO WS-DEL-COUNT
              DISPLAY 'SUPPRESSION ' WS-CARD-P-NO ' AU ' WS-CARD-EFF
           END-IF.

      ***************************************
      * LISTE DE CONTROLE DE TOUS LES PRIX  *
      * ENCORE EN ATTENTE, AVEC LE PRIX EN  *
      * PLACE AUJOURD'HUI                   *
      ***************************************
       LIST-PENDING-PRICES.
           DISPLAY '================================================'
           DISPLAY 'PRIX PROGRAMMES EN ATTENTE AU ' WS-TODAY-ISO
           DISPLAY 'P_NO EFFET       ACTUEL NOUVEAU SOURCE'
           DISPLAY '================================================'
           EXEC SQL
                OPEN CPPL
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-PENDING-LIST
           PERFORM UNTIL SQLCODE = +100
              ADD 1 TO WS-PENDING-COUNT
              MOVE PRO-PRICE     TO E-PRICE
              MOVE PPR-NEW-PRICE TO E-NEW-PRICE
              DISPLAY PPR-P-NO ' ' PPR-EFF-DATE ' ' E-PRICE ' '
                      E-NEW-PRICE ' ' PPR-SOURCE
              PERFORM FETCH-PENDING-LIST
           END-PERFORM
           EXEC SQL
                CLOSE CPPL
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-PENDING-LIST.
           EXEC SQL
                FETCH CPPL INTO :PPR-P-NO, :PPR-EFF-DATE,
                      :PPR-NEW-PRICE, :PPR-SOURCE, :PRO-PRICE
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
