       77 WS-STAGE-ST-VALUE   PIC S9(9)V99 USAGE COMP-3 VALUE 0.
       77 WS-STAGE-TOTAL      PIC S9(9)V99 USAGE COMP-3 VALUE 0.
       77 WS-LINE-PRICE       PIC S9(9)V99 USAGE COMP-3 VALUE 0.
       77 WS-CUR-ORDER-TYPE   PIC X VALUE SPACE.

      *--------------------------------------------------------------
      *  PARAMETRE SYSIN
              END-IF
              PERFORM READ-FILE-EXT
              PERFORM UNTIL FF-EXT = 1
      *          LES LIGNES D'UN ENVOI GRATUIT NE SONT PAS FACTUREES
                 IF TYPE-ENR = 'ORD'
                    MOVE EORD-ORDER-TYPE TO WS-CUR-ORDER-TYPE
                 END-IF
                 IF TYPE-ENR = 'PRO' AND WS-CUR-ORDER-TYPE NOT = 'N'
                    COMPUTE WS-LINE-PRICE = EPRO-PRICE
                       * EITE-QUANTITY
                    ADD WS-LINE-PRICE TO WS-STAGE-SUB-TOTAL
