      * LA LIBERERA PLUS - LE PROCHAIN ARRIVAGE NE  *
      * FACTURE PLUS DES MARCHANDISES QUE PERSONNE  *
      * N'ATTEND. MEME ESPRIT QUE CREDREL : UN      *
      * GESTE EXPLICITE ET TRACE. LE STOCK ENCORE   *
      * ALLOUE A LA LIGNE EST LIBERE (STKALLOC).    *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY BACKORD.

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

       77 WS-FS-BKO        PIC XX.
       77 FF-SYSIN         PIC 9 VALUE ZERO.

       77 WS-CANCEL-COUNT   PIC 9(5) VALUE ZERO.
       77 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.

      *--------------------------------------------------------------
      *  LIBERATION DE L'ALLOCATION DE LA LIGNE (STKALLP.CPY)
      *--------------------------------------------------------------
       COPY STKALLP.
       77 WS-RELEASED-QTY   PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
            ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
            MOVE SPACES TO WS-RUN-DATE
               PERFORM READ-SYSIN-CARD
            END-PERFORM
            PERFORM CLOSE-FILE-BKO
            EXEC SQL
                 COMMIT
            END-EXEC
            DISPLAY 'RELIQUATS ANNULES : ' WS-CANCEL-COUNT
            DISPLAY 'CARTES REJETEES   : ' WS-REJECT-COUNT
            DISPLAY 'QTE LIBEREE       : ' WS-RELEASED-QTY
            GOBACK.

       OPEN-FILE-BKO.
                            ' PRODUIT ' WS-CARD-P-NO
                 ELSE
                    SET BKO-CANCELLED TO TRUE
                    SET BKO-CANCEL-CUSTOMER TO TRUE
                    MOVE WS-RUN-DATE TO BKO-RELEASE-DATE
                    REWRITE BKO-ENR
                    IF WS-FS-BKO NOT = '00'
                    DISPLAY 'RELIQUAT ANNULE PAR ' WS-CARD-USERID
                            ' : CMDE ' WS-CARD-O-NO
                            ' PRODUIT ' WS-CARD-P-NO
                    PERFORM RELEASE-LINE-ALLOCATION
                 END-IF
           END-READ.

      ***************************************
      * LA LIGNE ANNULEE NE PARTIRA PLUS :  *
      * CE QU'ELLE DETIENT ENCORE D'ALLOUE  *
      * REDEVIENT DISPONIBLE A PROMETTRE    *
      ***************************************
       RELEASE-LINE-ALLOCATION.
           MOVE 'R'          TO SA-FUNC
           MOVE WS-CARD-O-NO TO SA-O-NO
           MOVE WS-CARD-P-NO TO SA-P-NO
           MOVE ZERO         TO SA-QTY
           CALL 'STKALLOC' USING SA-PARM
           IF SA-RC = 12
              DISPLAY 'ERREUR SQL LIBERATION ALLOCATION : '
                      SA-SQLCODE
              EXEC SQL
                   ROLLBACK
              END-EXEC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF SA-ALLOC-QTY > ZERO
              ADD SA-ALLOC-QTY TO WS-RELEASED-QTY
              DISPLAY '   ALLOCATION LIBEREE : ' SA-ALLOC-QTY
           END-IF.
