      * AVEC SON NOM/ADRESSE/EMAIL DE CUSTOMERS,    *
      * PLUS UNE EXTRACTION ELECTRONIQUE (FDUNNOTE) *
      * SUR LE MODELE DU FICHIER EINVOICE POUR QUE  *
      * LES RELANCES PARTENT AUSSI PAR MAIL. UN     *
      * CLIENT DONT LA PROMESSE DE PAIEMENT EST EN  *
      * COURS ET NON ECHUE (COLLECTIONS, SAISIE PAR *
      * PGM1COL) NE RECOIT PAS DE LETTRE.           *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               INCLUDE CUS
           END-EXEC

           EXEC SQL
               INCLUDE COL
           END-EXEC

       77 WS-FS-STL         PIC XX.
       77 WS-FS-LET         PIC XX.
       77 WS-FS-DUN         PIC XX.
       77 WS-CURR-C-NO      PIC 9(5) VALUE ZERO.
       77 WS-CURR-LEVEL     PIC 9 VALUE ZERO.
       77 WS-CURR-TOTAL     PIC S9(9)V99 VALUE ZERO.
       01 WS-PROMISE-FLAG   PIC X VALUE 'N'.
          88 PROMISE-IN-DATE VALUE 'Y'.
       01 WS-LEVEL-TEXT     PIC X(16).

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-LETTER-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-PROMISE-SKIP   PIC 9(7) VALUE ZERO.
       77 WS-PIECE-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-SUM-DUE        PIC S9(9)V99 VALUE ZERO.

                    UNTIL WS-IDX > WS-DUN-COUNT
               IF WDT-DONE (WS-IDX) = 'N'
                  MOVE WDT-C-NO (WS-IDX) TO WS-CURR-C-NO
                  PERFORM CHECK-PROMISE
                  IF PROMISE-IN-DATE
                     PERFORM SKIP-CUSTOMER-LETTER
                  ELSE
                     PERFORM WRITE-CUSTOMER-LETTER
                  END-IF
               END-IF
            END-PERFORM
            PERFORM CLOSE-FILE-LET
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * PROMESSE DE PAIEMENT DU CLIENT : LA *
      * LETTRE ATTEND TANT QU'UNE PROMESSE  *
      * EN COURS N'A PAS DEPASSE SA DATE    *
      * (COLLWORK LA DECLARE NON TENUE LE   *
      * LENDEMAIN SINON)                    *
      ***************************************
       CHECK-PROMISE.
           MOVE 'N' TO WS-PROMISE-FLAG
           MOVE WS-CURR-C-NO TO COL-C-NO
           EXEC SQL
              SELECT PROMISE_STATUS, PROMISE_DATE
                INTO :COL-PROMISE-STATUS, :COL-PROMISE-DATE
                FROM COLLECTIONS
               WHERE C_NO = :COL-C-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 IF COL-PROMISE-STATUS = 'P'
                    AND COL-PROMISE-DATE >= WS-RUN-DATE-ISO
                    MOVE 'Y' TO WS-PROMISE-FLAG
                 END-IF
              WHEN SQLCODE = +100
                 CONTINUE
              WHEN OTHER
                 PERFORM TEST-SQLCODE
           END-EVALUATE.

       SKIP-CUSTOMER-LETTER.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-DUN-COUNT
              IF WDT-C-NO (WS-IDX2) = WS-CURR-C-NO
                 MOVE 'Y' TO WDT-DONE (WS-IDX2)
              END-IF
           END-PERFORM
           ADD 1 TO WS-PROMISE-SKIP.

      ***************************************
      * LETTRE DE RELANCE D'UN CLIENT :     *
      * NIVEAU = PIRE NIVEAU DE SES PIECES, *
           DISPLAY '  RESUME DES RELANCES CLIENTS'
           DISPLAY '  PIECES ECHUES      : ' WS-PIECE-COUNT
           DISPLAY '  LETTRES PRODUITES  : ' WS-LETTER-COUNT
           DISPLAY '  LETTRES SUSPENDUES (PROMESSE) : ' WS-PROMISE-SKIP
           DISPLAY '  MONTANT ECHU TOTAL : ' WS-SUM-DUE
           DISPLAY '==============================================='.

