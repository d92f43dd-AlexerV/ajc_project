      ***************************************
       77 WS-ORDER-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-SUM-COM-VALUE  PIC S9(9)V99 VALUE ZERO.
       77 WS-NC-SKIP-COUNT  PIC 9(7) VALUE ZERO.

      ***************************************
      * REPRISES DE COMMISSION (AVOIRS) :   *
            PERFORM OPEN-FILE-RPT
            PERFORM READ-FILE-EXT
            PERFORM UNTIL FF-EXT = 1
      *        LES ENVOIS GRATUITS NE PORTENT PAS DE COMMISSION
               IF TYPE-ENR = 'ORD' AND EORD-NO-CHARGE
                  PERFORM SKIP-NO-CHARGE-ORDER
               ELSE
                  PERFORM PROCESS-ORDER
               END-IF
            END-PERFORM
            PERFORM VERIFY-EXTRACT-CONTROL
            PERFORM CLOSE-FILE-EXT
            DISPLAY 'COMMANDES TRAITEES  : ' WS-ORDER-COUNT
            DISPLAY 'VENDEURS             : ' WS-EMP-COUNT
            DISPLAY 'SOMME COMMISSIONS   : ' WS-SUM-COM-VALUE
            DISPLAY 'ENVOIS GRATUITS IGNORES : ' WS-NC-SKIP-COUNT
            PERFORM WRITE-RUN-JOURNAL
            PERFORM RUNCTL-END
            GOBACK.
           ADD 1            TO WS-ORDER-COUNT
           ADD WS-COM-VALUE TO WS-SUM-COM-VALUE.

      ***************************************
      * ENVOI GRATUIT (ECHANTILLON,         *
      * GARANTIE, GESTE COMMERCIAL) : ON    *
      * SAUTE LA COMMANDE ET SES LIGNES     *
      ***************************************
       SKIP-NO-CHARGE-ORDER.
           ADD 1 TO WS-NC-SKIP-COUNT
           PERFORM READ-FILE-EXT
           PERFORM UNTIL FF-EXT = 1 OR TYPE-ENR NOT = 'PRO'
              PERFORM READ-FILE-EXT
           END-PERFORM.

      ***************************************
      * RECHERCHE DU VENDEUR DANS LA TABLE, *
      * CREATION D'UNE NOUVELLE ENTREE SI   *
