      * LE KSDS PARTS1 (STOCK-NPT) ET DANS LA TABLE *
      * PARTS, AVEC UN MOUVEMENT 'G' (RECEPTION)    *
      * DANS STOCK_MOVES. LES SUR/SOUS-LIVRAISONS   *
      * SONT SIGNALEES AU RAPPORT FPORECV. UNE      *
      * PIECE SOUMISE AU CONTROLE QUALITE           *
      * (INSPREQ-NPT = 'Y') EST RECUE EN QUANTITE   *
      * EN CONTROLE (HOLD-NPT, PARTS.HOLD_STOCK) ET *
      * NON EN STOCK DISPONIBLE : INSPDISP LA       *
      * LIBERE OU LA REBUTE, RTVENTRY LA RENVOIE.   *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WS-RECV-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-CLOSED-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-REJECT-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-HOLD-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-RECV-TO-HOLD   PIC X VALUE 'N'.
          88 RECV-TO-HOLD             VALUE 'Y'.
       77 WS-REMAIN-QTY     PIC S9(5) USAGE COMP-3 VALUE ZERO.

       01 WS-LINE           PIC X(78).
            DISPLAY 'RECEPTIONS ENREGISTREES : ' WS-RECV-COUNT
            DISPLAY 'COMMANDES SOLDEES       : ' WS-CLOSED-COUNT
            DISPLAY 'CARTES REJETEES         : ' WS-REJECT-COUNT
            DISPLAY 'RECUES EN CONTROLE      : ' WS-HOLD-COUNT
            GOBACK.

       READ-SYSIN-CARD.
                 INTO WS-LINE
                 MOVE WS-LINE TO RPT-ENR
                 PERFORM WRITE-LINE-TO-RPT
      *       LIVRAISON DIRECTE : LES MARCHANDISES SONT CHEZ LE
      *       CLIENT, RIEN A RENTRER EN STOCK - LA CONFIRMATION
      *       D'EXPEDITION DU FOURNISSEUR PASSE PAR SHIPORD
              WHEN PO-KIND-DROP-SHIP
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE SPACES TO WS-LINE
                 STRING
                      RECV-PNO DELIMITED BY SIZE
                      '  LIVRAISON DIRECTE, A CONFIRMER PAR SHIPORD'
                        DELIMITED BY SIZE
                 INTO WS-LINE
                 MOVE WS-LINE TO RPT-ENR
                 PERFORM WRITE-LINE-TO-RPT
              WHEN PO-CLOSED
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE SPACES TO WS-LINE
      ***************************************
      * COMPTABILISATION DE LA LIVRAISON :  *
      * CUMUL SUR LA COMMANDE, STOCK KSDS   *
      * ET TABLE PARTS (OU QUANTITE EN      *
      * CONTROLE), MOUVEMENT 'G' DANS       *
      * STOCK_MOVES, PUIS SIGNALEMENT DES   *
      * SUR/SOUS-LIVRAISONS                 *
      ***************************************
           PERFORM WRITE-RECEIPT-LINE.

       UPDATE-STOCK-NPT.
           MOVE 'N' TO WS-RECV-TO-HOLD
           MOVE RECV-PNO TO PNO-NPT
           READ NPT KEY IS PNO-NPT
              INVALID KEY
                 DISPLAY 'PIECE ' RECV-PNO ' ABSENTE DE PARTS1'
              NOT INVALID KEY
                 IF HOLD-NPT IS NOT NUMERIC
                    MOVE ZERO TO HOLD-NPT
                 END-IF
                 IF NPT-INSP-REQUIRED
                    MOVE 'Y' TO WS-RECV-TO-HOLD
                    ADD 1 TO WS-HOLD-COUNT
                    ADD RECV-QTY TO HOLD-NPT
                 ELSE
                    ADD RECV-QTY TO STOCK-NPT
                 END-IF
                 REWRITE ENR-NPT
                 IF WS-FS-NPT NOT = '00'
                    DISPLAY 'ERREUR REWRITE FNPT : ' WS-FS-NPT

       UPDATE-PARTS-STOCK.
           MOVE RECV-PNO TO PAR-PNO
           IF RECV-TO-HOLD
              EXEC SQL
                 UPDATE PARTS
                    SET HOLD_STOCK = HOLD_STOCK + :RECV-QTY
                  WHERE PNO = :PAR-PNO
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE PARTS
                    SET STOCK = STOCK + :RECV-QTY
                  WHERE PNO = :PAR-PNO
              END-EXEC
           END-IF
           PERFORM TEST-SQLCODE.

       WRITE-STOCK-MOVE.
                 MOVE ' SOLDEE' TO WS-LINE(40:7)
              END-IF
           END-IF
           IF RECV-TO-HOLD
              MOVE ' EN CONTROLE' TO WS-LINE(50:12)
           END-IF
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

