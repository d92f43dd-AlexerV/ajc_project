      * RECEPTIONS (MOUVEMENTS 'G' DE STOCK_MOVES), *
      * LES EXPEDITIONS CLIENTS (SHIPMENTS.LOT_NO,  *
      * AVEC LES MEMES JOINTURES COMMANDE/CLIENT    *
      * QUE PACKSLIP), LES RETOURS AU FOURNISSEUR   *
      * (NOTES DE DEBIT FSUPDBN DE RTVENTRY, SORTIS *
      * DU STOCK, DU CONTROLE QUALITE OU DU REBUT)  *
      * ET LE RESTE EN STOCK (RECU MOINS EXPEDIE    *
      * MOINS RENVOYE DU STOCK OU DU CONTROLE MOINS *
      * REBUTE AU CONTROLE, MOUVEMENTS 'J').        *
      * C'EST L'ETAT QU'ON SORT LE JOUR OU UN       *
      * FOURNISSEUR RAPPELLE UN LOT.                *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SELECT RPT ASSIGN TO FLOTTRC
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
            SELECT OPTIONAL DBN ASSIGN TO FSUPDBN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DBN-KEY
            FILE STATUS IS WS-FS-DBN.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD RPT.
       01 RPT-ENR      PIC X(78).
       FD DBN.
       COPY SUPDEBIT.

       WORKING-STORAGE SECTION.
           EXEC SQL
           END-EXEC

       77 WS-FS-RPT         PIC XX.
       77 WS-FS-DBN         PIC XX.
       77 FF-DBN            PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).

      *--------------------------------------------------------------
      ***************************************
       77 WS-RECV-QTY       PIC S9(7) VALUE ZERO.
       77 WS-SHIP-QTY       PIC S9(7) VALUE ZERO.
       77 WS-RTV-STK-QTY    PIC S9(7) VALUE ZERO.
       77 WS-RTV-SCR-QTY    PIC S9(7) VALUE ZERO.
       77 WS-INSP-SCR-QTY   PIC S9(7) VALUE ZERO.
       77 WS-RTV-COUNT      PIC 9(5) VALUE ZERO.
       77 WS-ONHAND-QTY     PIC S9(7) VALUE ZERO.
       77 WS-MOVE-COUNT     PIC 9(5) VALUE ZERO.
       77 WS-SHIP-COUNT     PIC 9(5) VALUE ZERO.
       01 E-QTY             PIC ZZZZZ9-.
       01 E-SHP-NO          PIC 9(9).
       01 E-REF-NO          PIC 9(9).
       01 E-DBN-NO          PIC 9(7).
       01 E-PO-NO           PIC 9(7).
       01 E-RMA-NO          PIC 9(7).

       01 WS-ALERT-PGM PIC X(8)  VALUE 'LOTTRACE'.
       01 WS-ALERT-MSG PIC X(60)
            PERFORM WRITE-RPT-HEADER
            PERFORM LIST-STOCK-MOVES
            PERFORM LIST-SHIPMENTS
            PERFORM LIST-VENDOR-RETURNS
            PERFORM WRITE-RPT-FOOTER
            PERFORM CLOSE-FILE-RPT
            DISPLAY 'MOUVEMENTS DU LOT  : ' WS-MOVE-COUNT
            DISPLAY 'EXPEDITIONS DU LOT : ' WS-SHIP-COUNT
            DISPLAY 'RETOURS FOURNISSEUR: ' WS-RTV-COUNT
            GOBACK.

       READ-PARM.
           IF SMV-MOVE-TYPE = 'G'
              ADD SMV-QTY TO WS-RECV-QTY
           END-IF
           IF SMV-MOVE-TYPE = 'J'
              SUBTRACT SMV-QTY FROM WS-INSP-SCR-QTY
           END-IF
           MOVE SMV-QTY TO E-QTY
           MOVE SMV-REF-NO TO E-REF-NO
           MOVE SPACES TO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * RETOURS DU LOT AU FOURNISSEUR : LE  *
      * REGISTRE DES NOTES DE DEBIT EST     *
      * PARCOURU EN ENTIER (IL EST RANGE    *
      * PAR FOURNISSEUR, PAS PAR LOT)       *
      ***************************************
       LIST-VENDOR-RETURNS.
           MOVE SPACES TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'RETOURS AU FOURNISSEUR DU LOT :' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'NOTE    FOUR COMMANDE    QTE ORIGINE         STATUT'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           OPEN INPUT DBN
           IF WS-FS-DBN NOT = '00'
              MOVE 1 TO FF-DBN
           ELSE
              MOVE 0 TO FF-DBN
              MOVE LOW-VALUES TO DBN-KEY
              START DBN KEY IS NOT LESS THAN DBN-KEY
                 INVALID KEY
                    MOVE 1 TO FF-DBN
              END-START
           END-IF
           PERFORM UNTIL FF-DBN = 1
              READ DBN NEXT RECORD
                 AT END
                    MOVE 1 TO FF-DBN
                 NOT AT END
                    IF DBN-LOT-NO = WS-PARM-LOT-NO
                       PERFORM WRITE-RTV-LINE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-FS-DBN = '00' OR WS-FS-DBN = '10'
              CLOSE DBN
           END-IF.

       WRITE-RTV-LINE.
           ADD 1 TO WS-RTV-COUNT
           IF DBN-FROM-RMA
              ADD DBN-QTY TO WS-RTV-SCR-QTY
           ELSE
              ADD DBN-QTY TO WS-RTV-STK-QTY
           END-IF
           MOVE DBN-NO TO E-DBN-NO
           MOVE DBN-PO-NO TO E-PO-NO
           MOVE DBN-QTY TO E-QTY
           MOVE SPACES TO WS-LINE
           STRING
                E-DBN-NO      DELIMITED BY SIZE
                ' '           DELIMITED BY SIZE
                DBN-SUP-CODE  DELIMITED BY SIZE
                ' '           DELIMITED BY SIZE
                E-PO-NO       DELIMITED BY SIZE
                ' '           DELIMITED BY SIZE
                E-QTY         DELIMITED BY SIZE
           INTO WS-LINE
           EVALUATE TRUE
              WHEN DBN-FROM-STOCK
                 MOVE 'STOCK' TO WS-LINE(30:5)
              WHEN DBN-FROM-HOLD
                 MOVE 'CONTROLE' TO WS-LINE(30:8)
              WHEN OTHER
                 MOVE DBN-RMA-NO TO E-RMA-NO
                 STRING 'REBUT RMA ' E-RMA-NO DELIMITED BY SIZE
                   INTO WS-LINE(30:17)
           END-EVALUATE
           IF DBN-APPLIED
              MOVE 'IMPUTEE' TO WS-LINE(48:7)
           ELSE
              MOVE 'OUVERTE' TO WS-LINE(48:7)
           END-IF
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * RESTE EN STOCK DU LOT : RECU MOINS  *
      * EXPEDIE MOINS RENVOYE DU STOCK OU   *
      * DU CONTROLE MOINS REBUTE AU         *
      * CONTROLE (LES RENVOIS DEPUIS LE     *
      * REBUT AVAIENT DEJA QUITTE LE STOCK  *
      * A L'EXPEDITION)                     *
      ***************************************
       WRITE-RPT-FOOTER.
           COMPUTE WS-ONHAND-QTY = WS-RECV-QTY - WS-SHIP-QTY
                                 - WS-RTV-STK-QTY - WS-INSP-SCR-QTY
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
                  E-QTY DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-RTV-STK-QTY TO E-QTY
           MOVE SPACES TO WS-LINE
           STRING 'RENVOYE DU STOCK    : ' DELIMITED BY SIZE
                  E-QTY DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-RTV-SCR-QTY TO E-QTY
           MOVE SPACES TO WS-LINE
           STRING 'RENVOYE DU REBUT    : ' DELIMITED BY SIZE
                  E-QTY DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-INSP-SCR-QTY TO E-QTY
           MOVE SPACES TO WS-LINE
           STRING 'REBUTE AU CONTROLE  : ' DELIMITED BY SIZE
                  E-QTY DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-ONHAND-QTY TO E-QTY
           MOVE SPACES TO WS-LINE
           STRING 'RESTE EN STOCK      : ' DELIMITED BY SIZE
