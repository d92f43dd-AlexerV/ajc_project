      * CONTRE L'ENCOURS OUVERT FSETTLE, IMPRIME LA *
      * FEUILLE DE CLOTURE ET ECRIT LA FICHE DE     *
      * PERIODE CLOTUREE (FARCLOSE) DERRIERE        *
      * LAQUELLE CASHAPP, CREAVOIR, INVREV,         *
      * WRITEOFF ET ARREFUND NE POSTENT PLUS (VIA   *
      * ARPERIOD, LA DATE EST FORCEE DANS LA        *
      * PERIODE OUVERTE).                           *
      * RC 04 SI UNE PREUVE NE TOMBE PAS JUSTE - LA *
      * PERIODE EST QUAND MEME CLOTUREE, L'ECART    *
      * EST SUR LA FEUILLE.                         *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WS-SUM-C          PIC S9(11)V99 VALUE ZERO.
       77 WS-SUM-P          PIC S9(11)V99 VALUE ZERO.
       77 WS-SUM-A          PIC S9(11)V99 VALUE ZERO.
       77 WS-SUM-W          PIC S9(11)V99 VALUE ZERO.
       77 WS-SUM-R          PIC S9(11)V99 VALUE ZERO.
       77 WS-SUM-MONTH      PIC S9(11)V99 VALUE ZERO.
       77 WS-TYPE-SUM       PIC S9(11)V99 VALUE ZERO.
       01 WS-DOC-TYPE       PIC X.
                    MOVE WS-TYPE-SUM TO WS-SUM-P
                 WHEN 'A'
                    MOVE WS-TYPE-SUM TO WS-SUM-A
                 WHEN 'W'
                    MOVE WS-TYPE-SUM TO WS-SUM-W
                 WHEN 'R'
                    MOVE WS-TYPE-SUM TO WS-SUM-R
                 WHEN OTHER
                    DISPLAY 'TYPE DE PIECE INATTENDU : ' WS-DOC-TYPE
              END-EVALUATE
           END-EXEC
           PERFORM TEST-SQLCODE
           COMPUTE WS-SUM-MONTH =
                   WS-SUM-I + WS-SUM-C + WS-SUM-P + WS-SUM-A
                 + WS-SUM-W + WS-SUM-R.

       FETCH-CMONTH.
           EXEC SQL
           STRING 'AJUSTEMENTS (A)     : ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-SUM-W TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'PASSAGES EN PERTE (W): ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-SUM-R TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'REMBOURSEMENTS (R)  : ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-SUM-MONTH TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'MOUVEMENT DU MOIS   : ' DELIMITED BY SIZE
           MOVE WS-SUM-C       TO ACL-SUM-C
           MOVE WS-SUM-P       TO ACL-SUM-P
           MOVE WS-SUM-A       TO ACL-SUM-A
           MOVE WS-SUM-W       TO ACL-SUM-W
           MOVE WS-SUM-R       TO ACL-SUM-R
           MOVE WS-BALANCE-NOW TO ACL-BALANCE-SNAP
           MOVE WS-OPEN-STL    TO ACL-OPEN-STL
           MOVE WS-RUN-DATE    TO ACL-CLOSE-DATE
