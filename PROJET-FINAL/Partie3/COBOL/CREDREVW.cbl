      * MET LIMITE ACTUELLE ET LIMITE PROPOSEE EN   *
      * REGARD AVEC LES CHIFFRES A L'APPUI - LE     *
      * RESPONSABLE CREDIT DECIDE SUR FEUILLE, PAS  *
      * AU FLAIR. LA COLONNE AV SIGNALE LES CLIENTS *
      * DEJA EN PAIEMENT D'AVANCE (O) ET PROPOSE    *
      * D'Y METTRE (P) CEUX QUI CUMULENT DEUX NSF,  *
      * OU UN NSF ET UNE MISE EN DEMEURE.           *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WS-AVG-DAYS        PIC S9(5) VALUE ZERO.
       77 WS-PROPOSED-LIMIT  PIC S9(8)V99 VALUE ZERO.
       77 WS-EXPOSURE-LIMIT  PIC S9(8)V99 VALUE ZERO.
       77 WS-ADVANCE-FLAG    PIC X VALUE SPACE.

      ***************************************
      * VARIABLES AFFICHAGE                 *
             'CLIENT  FACTURE 12M  JOURS NIV NSF'.
          05 FILLER PIC X(26) VALUE
             '  LIMITE ACT. LIMITE PROP.'.
          05 FILLER PIC X(3) VALUE ' AV'.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'CREDREVW'.
       01 WS-ALERT-MSG PIC X(60)
              AND WS-PROPOSED-LIMIT > CUS-CREDIT-LIMIT
              MOVE CUS-CREDIT-LIMIT TO WS-PROPOSED-LIMIT
           END-IF
      *    PAIEMENT D'AVANCE : DEJA EN PLACE (O), OU PROPOSE (P)
      *    QUAND LA REDUCTION DE LIMITE NE SUFFIT PLUS
           MOVE SPACE TO WS-ADVANCE-FLAG
           IF CUS-CASH-IN-ADVANCE
              MOVE 'O' TO WS-ADVANCE-FLAG
           ELSE
              IF WCR-NSF-COUNT (WS-IDX) >= 2
                 OR (WCR-NSF-COUNT (WS-IDX) > ZERO
                     AND WCR-WORST-LEVEL (WS-IDX) >= 3)
                 MOVE 'P' TO WS-ADVANCE-FLAG
              END-IF
           END-IF
           PERFORM WRITE-REVIEW-LINE.

       GET-CURRENT-LIMIT.
           MOVE WCR-C-NO (WS-IDX) TO CUS-C-NO
           MOVE ZERO TO CUS-CREDIT-LIMIT
           MOVE 'N' TO CUS-CASH-ADVANCE
           EXEC SQL
              SELECT CREDIT_LIMIT, CASH_ADVANCE
                INTO :CUS-CREDIT-LIMIT, :CUS-CASH-ADVANCE
                FROM CUSTOMERS
               WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE = +100
              MOVE ZERO TO CUS-CREDIT-LIMIT
              MOVE 'N' TO CUS-CASH-ADVANCE
           ELSE
              PERFORM TEST-SQLCODE
           END-IF.
                E-CUR-LIMIT DELIMITED BY SIZE
                ' '         DELIMITED BY SIZE
                E-NEW-LIMIT DELIMITED BY SIZE
                '  '        DELIMITED BY SIZE
                WS-ADVANCE-FLAG DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.
