      * PARTENT EN BONS A PAYER (FAPVOUCH) AVEC     *
      * LEURS ECRITURES FGLPOST (DEBIT STOCK 1400 / *
      * CREDIT FOURNISSEURS 2100 - GLTRIAL VOIT     *
      * ENFIN LE PASSIF) ; UNE COMMANDE DE          *
      * LIVRAISON DIRECTE (PO-KIND 'D') N'A PAS DE  *
      * RECEPTION 'G' : SA QUANTITE RECUE EST       *
      * PO-RECV-QTY (SOLDEE PAR SHIPORD) ET LE      *
      * DEBIT VA AU COUT DES VENTES 5000, LA        *
      * MARCHANDISE N'ETANT JAMAIS ENTREE EN STOCK. *
      * LES ECARTS DE PRIX OU DE QUANTITE AU-DELA   *
      * DE LA TOLERANCE SYSIN SORTENT EN RAPPORT    *
      * D'EXCEPTION FAPEXCP. ON                     *
      * NE PAIE PLUS SUR PAROLE. CHAQUE FACTURE LUE *
      * EST AUSSI CUMULEE DANS L'HISTORIQUE         *
      * FAPMHIST POUR LE BULLETIN FOURNISSEURS.     *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SELECT GLP ASSIGN TO FGLPOST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-GLP.
            SELECT OPTIONAL AMH ASSIGN TO FAPMHIST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-AMH.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       01 EXC-ENR      PIC X(78).
       FD GLP.
       COPY GLPOST.
       FD AMH.
       COPY APMHIST.

       WORKING-STORAGE SECTION.
           EXEC SQL
       77 WS-FS-VCH         PIC XX.
       77 WS-FS-EXC         PIC XX.
       77 WS-FS-GLP         PIC XX.
       77 WS-FS-AMH         PIC XX.
       77 FF-SINV           PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).

       77 WS-INV-AMOUNT     PIC S9(9)V99 VALUE ZERO.
       77 WS-MATCH-OK       PIC X VALUE 'N'.
       77 WS-EXC-REASON     PIC X(30) VALUE SPACES.
       77 WS-HIST-PO-PRICE  PIC 9(5)V99 VALUE ZERO.

      ***************************************
      * COMPTES DU GRAND LIVRE              *
      ***************************************
       01 WS-GL-STK         PIC X(10) VALUE '1400'.
       01 WS-GL-COGS        PIC X(10) VALUE '5000'.
       01 WS-GL-AP          PIC X(10) VALUE '2100'.

      ***************************************
           IF WS-FS-GLP NOT = '00' AND WS-FS-GLP NOT = '05'
              DISPLAY 'ERR OPEN GLPOST, FS=' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF
           OPEN EXTEND AMH
           IF WS-FS-AMH NOT = '00' AND WS-FS-AMH NOT = '05'
              DISPLAY 'ERR OPEN FAPMHIST, FS=' WS-FS-AMH
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE POF
           CLOSE VCH
           CLOSE EXC
           CLOSE GLP
           CLOSE AMH.

       READ-FILE-SINV.
           READ SINV AT END
       MATCH-ONE-INVOICE.
           MOVE 'Y' TO WS-MATCH-OK
           MOVE SPACES TO WS-EXC-REASON
           MOVE ZERO TO WS-HIST-PO-PRICE
           MOVE SIV-PO-NO TO PO-NO
           READ POF KEY IS PO-NO
              INVALID KEY
                 MOVE 'N' TO WS-MATCH-OK
                 MOVE 'COMMANDE INCONNUE' TO WS-EXC-REASON
              NOT INVALID KEY
                 MOVE PO-PRICE TO WS-HIST-PO-PRICE
           END-READ
           IF WS-MATCH-OK = 'Y'
              AND PO-PNO NOT = SIV-PNO
              PERFORM WRITE-VOUCHER
           ELSE
              PERFORM WRITE-EXCEPTION
           END-IF
           PERFORM WRITE-MATCH-HISTORY.

      ***************************************
      * LA QUANTITE FACTUREE NE PEUT PAS    *
      * DEPASSER LA QUANTITE RECUE SUR LA   *
      * COMMANDE (RECEPTIONS 'G' DE         *
      * STOCK_MOVES, OU PO-RECV-QTY POUR    *
      * UNE LIVRAISON DIRECTE QUI NE PASSE  *
      * PAS PAR LE STOCK) NI LA QUANTITE    *
      * COMMANDEE                           *
      ***************************************
       CHECK-RECEIVED-QTY.
           MOVE SIV-PO-NO TO WS-PO-NO-HOST
           MOVE ZERO TO WS-RECV-QTY
           IF PO-KIND-DROP-SHIP
              MOVE PO-RECV-QTY TO WS-RECV-QTY
           ELSE
              EXEC SQL
                 SELECT VALUE(SUM(QTY), 0)
                   INTO :WS-RECV-QTY
                   FROM STOCK_MOVES
                  WHERE MOVE_TYPE = 'G'
                    AND REF_NO = :WS-PO-NO-HOST
              END-EXEC
              PERFORM TEST-SQLCODE
           END-IF
           IF SIV-QTY > WS-RECV-QTY
              MOVE 'N' TO WS-MATCH-OK
              MOVE 'FACTURE > QUANTITE RECUE' TO WS-EXC-REASON

      ***************************************
      * BON A PAYER + ECRITURES COMPTABLES  *
      * (DEBIT STOCK, OU COUT DES VENTES    *
      * POUR UNE LIVRAISON DIRECTE /        *
      * CREDIT FOURNISSEURS)                *
      ***************************************
       WRITE-VOUCHER.
           COMPUTE WS-INV-AMOUNT = SIV-QTY * SIV-UNIT-PRICE

       WRITE-GL-POSTINGS.
           MOVE SPACES       TO GLP-ENR
           MOVE 'APMATCH'    TO GLP-SOURCE
           MOVE ZERO         TO GLP-INVOICE-NO
           MOVE ZERO         TO GLP-O-NO
           MOVE WS-RUN-DATE  TO GLP-DATE
           IF PO-KIND-DROP-SHIP
              MOVE WS-GL-COGS   TO GLP-ACCOUNT
              MOVE 'COST OF GOODS SOLD' TO GLP-DESCRIPTION
           ELSE
              MOVE WS-GL-STK    TO GLP-ACCOUNT
              MOVE 'INVENTORY RECEIVED' TO GLP-DESCRIPTION
           END-IF
           MOVE 'D'          TO GLP-DC
           MOVE WS-INV-AMOUNT TO GLP-AMOUNT
           PERFORM WRITE-GL-LINE
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * CUMUL DE LA FACTURE DANS            *
      * L'HISTORIQUE DES RAPPROCHEMENTS     *
      ***************************************
       WRITE-MATCH-HISTORY.
           MOVE SPACES           TO AMH-ENR
           MOVE WS-RUN-DATE      TO AMH-DATE
           MOVE SIV-SUP-CODE     TO AMH-SUP-CODE
           MOVE SIV-INV-REF      TO AMH-INV-REF
           MOVE SIV-PO-NO        TO AMH-PO-NO
           MOVE SIV-PNO          TO AMH-PNO
           MOVE SIV-QTY          TO AMH-QTY
           MOVE SIV-UNIT-PRICE   TO AMH-INV-PRICE
           MOVE WS-HIST-PO-PRICE TO AMH-PO-PRICE
           IF WS-MATCH-OK = 'Y'
              MOVE 'M' TO AMH-RESULT
           ELSE
              MOVE 'E' TO AMH-RESULT
           END-IF
           MOVE WS-EXC-REASON    TO AMH-REASON
           WRITE AMH-ENR
           IF WS-FS-AMH NOT = '00'
              DISPLAY 'ERR WRITE FAPMHIST :' WS-FS-AMH
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
