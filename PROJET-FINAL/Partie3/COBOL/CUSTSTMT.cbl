      * RELEVE DE COMPTE CLIENT : REGROUPE TOUTES   *
      * LES FACTURES (INVOICES) D'UN CLIENT SUR LA  *
      * PERIODE DEMANDEE, AVEC LE SOLDE COURANT.    *
      * POUR UNE TETE DE GROUPE (COMPTES NATIONAUX) *
      * UNE VUE CONSOLIDEE DU GROUPE SUIT : UNE     *
      * LIGNE PAR SUCCURSALE ET LE TOTAL DU GROUPE. *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                ORDER BY DOC_DATE, DOC_NO
           END-EXEC

      *--------------------------------------------------------------
      *  MEMBRES DU GROUPE DONT LE CLIENT EST LA TETE : LUI-MEME ET
      *  TOUTES LES SUCCURSALES QUI LE DESIGNENT COMME PARENT
      *--------------------------------------------------------------
           EXEC SQL
                DECLARE CGRP CURSOR
                FOR
                SELECT C_NO, COMPANY, VALUE(BALANCE, 0)
                FROM CUSTOMERS
                WHERE C_NO = :WS-GRP-ROOT
                OR PARENT_C_NO = :WS-GRP-ROOT
                ORDER BY C_NO
           END-EXEC

      ***************************************
      * VUE CONSOLIDEE DU GROUPE            *
      ***************************************
       77 WS-GRP-ROOT       PIC S9(5)V USAGE COMP-3 VALUE 0.
       77 WS-GRP-CHILDREN   PIC S9(9) USAGE COMP VALUE 0.
       77 WS-GRP-INV-COUNT  PIC S9(9) USAGE COMP VALUE 0.
       77 WS-GRP-INV-TOTAL  PIC S9(9)V99 USAGE COMP-3 VALUE 0.
       77 WS-GRP-SUM-COUNT  PIC 9(5) VALUE ZERO.
       77 WS-GRP-SUM-TOTAL  PIC S9(9)V99 VALUE ZERO.
       77 WS-GRP-SUM-BAL    PIC S9(9)V99 VALUE ZERO.
       01 WS-MBR-C-NO       PIC X(5).
       01 WS-MBR-C-NO-N REDEFINES WS-MBR-C-NO PIC 9(5).
       01 E-GRP-C-NO        PIC 9(5).
       01 E-GRP-COUNT       PIC ZZZZ9.
       01 E-GRP-BALANCE     PIC Z(6)9,99-.

       77 WS-FS             PIC XX.
       77 WS-INVOICE-COUNT  PIC 9(5) VALUE ZERO.
       77 WS-SUM-TOTAL      PIC S9(9)V99 VALUE ZERO.
            PERFORM CLOSE-INVOICES
            PERFORM WRITE-LEDGER-SECTION
            PERFORM WRITE-STMT-FOOTER
            PERFORM WRITE-GROUP-SECTION
            PERFORM CLOSE-FILE-STMT
            GOBACK.

           MOVE WS-PARM-C-NO TO CUS-C-NO
           EXEC SQL
              SELECT LANG, COMPANY, ADDRESS, CITY, STATE, ZIP,
                     PHONE, BALANCE, PARENT_C_NO
                INTO :CUS-LANG, :CUS-COMPANY, :CUS-ADDRESS,
                     :CUS-CITY, :CUS-STATE, :CUS-ZIP, :CUS-PHONE,
                     :CUS-BALANCE, :CUS-PARENT-C-NO
                FROM CUSTOMERS
               WHERE C_NO = :CUS-C-NO
           END-EXEC
                    MOVE 'ENCAISSEMENT' TO WS-DOC-LABEL
                 WHEN 'A'
                    MOVE 'AJUSTEMENT  ' TO WS-DOC-LABEL
                 WHEN 'W'
                    MOVE 'PERTE       ' TO WS-DOC-LABEL
                 WHEN 'R'
                    MOVE 'REMBOURSEMT ' TO WS-DOC-LABEL
                 WHEN OTHER
                    MOVE 'MOUVEMENT   ' TO WS-DOC-LABEL
              END-EVALUATE
                    MOVE 'PAYMENT     ' TO WS-DOC-LABEL
                 WHEN 'A'
                    MOVE 'ADJUSTMENT  ' TO WS-DOC-LABEL
                 WHEN 'W'
                    MOVE 'WRITE-OFF   ' TO WS-DOC-LABEL
                 WHEN 'R'
                    MOVE 'REFUND      ' TO WS-DOC-LABEL
                 WHEN OTHER
                    MOVE 'MOVEMENT    ' TO WS-DOC-LABEL
              END-EVALUATE
           MOVE WS-LINE TO STMT-ENR
           PERFORM WRITE-STMT-LINE-TO-FILE.

      *--------------------------------------------------------------
      *  VUE CONSOLIDEE DU GROUPE : UNE SUCCURSALE RENVOIE A SA TETE,
      *  UNE TETE DE GROUPE RECOIT UNE LIGNE PAR MEMBRE (FACTURES
      *  ACTIVES DE LA PERIODE ET SOLDE) ET LE TOTAL DU GROUPE
      *--------------------------------------------------------------
       WRITE-GROUP-SECTION.
           IF CUS-PARENT-C-NO NOT = ZERO
              MOVE CUS-PARENT-C-NO TO E-GRP-C-NO
              MOVE SPACES TO STMT-ENR
              PERFORM WRITE-STMT-LINE-TO-FILE
              MOVE SPACES TO WS-LINE
              IF CUS-LANG-FRENCH
                 STRING
                      'COMPTE RATTACHE AU GROUPE : ' DELIMITED BY SIZE
                      E-GRP-C-NO                     DELIMITED BY SIZE
                 INTO WS-LINE
              ELSE
                 STRING
                      'ACCOUNT OF GROUP : ' DELIMITED BY SIZE
                      E-GRP-C-NO            DELIMITED BY SIZE
                 INTO WS-LINE
              END-IF
              MOVE WS-LINE TO STMT-ENR
              PERFORM WRITE-STMT-LINE-TO-FILE
           ELSE
              MOVE WS-PARM-C-NO  TO WS-MBR-C-NO
              MOVE WS-MBR-C-NO-N TO WS-GRP-ROOT
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-GRP-CHILDREN
                   FROM CUSTOMERS
                  WHERE PARENT_C_NO = :WS-GRP-ROOT
              END-EXEC
              PERFORM TEST-SQLCODE
              IF WS-GRP-CHILDREN > ZERO
                 PERFORM WRITE-GROUP-DETAIL
              END-IF
           END-IF.

       WRITE-GROUP-DETAIL.
           MOVE SPACES TO STMT-ENR
           PERFORM WRITE-STMT-LINE-TO-FILE
           IF CUS-LANG-FRENCH
              MOVE 'VUE CONSOLIDEE DU GROUPE' TO STMT-ENR
           ELSE
              MOVE 'CONSOLIDATED GROUP VIEW' TO STMT-ENR
           END-IF
           PERFORM WRITE-STMT-LINE-TO-FILE
           MOVE SPACES TO WS-LINE
           IF CUS-LANG-FRENCH
              MOVE 'CLIENT RAISON SOCIALE' TO WS-LINE
              MOVE 'FACT.     MONTANT      SOLDE' TO WS-LINE (35:)
           ELSE
              MOVE 'CUST.  COMPANY' TO WS-LINE
              MOVE 'INV.      AMOUNT    BALANCE' TO WS-LINE (35:)
           END-IF
           MOVE WS-LINE TO STMT-ENR
           PERFORM WRITE-STMT-LINE-TO-FILE
           EXEC SQL
              OPEN CGRP
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-GROUP-MEMBER
           PERFORM UNTIL SQLCODE = +100
               PERFORM WRITE-GROUP-MEMBER
               PERFORM FETCH-GROUP-MEMBER
           END-PERFORM
           EXEC SQL
              CLOSE CGRP
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE WS-GRP-SUM-COUNT TO E-GRP-COUNT
           MOVE WS-GRP-SUM-TOTAL TO E-TOTAL
           MOVE WS-GRP-SUM-BAL   TO E-GRP-BALANCE
           MOVE SPACES TO WS-LINE
           STRING
                'TOTAL GROUPE                    ' DELIMITED BY SIZE
                E-GRP-COUNT                        DELIMITED BY SIZE
                '  '                               DELIMITED BY SIZE
                E-TOTAL                            DELIMITED BY SIZE
                '  '                               DELIMITED BY SIZE
                E-GRP-BALANCE                      DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO STMT-ENR
           PERFORM WRITE-STMT-LINE-TO-FILE.

       FETCH-GROUP-MEMBER.
           MOVE SPACES TO CUS-COMPANY-TEXT
           EXEC SQL
              FETCH CGRP
              INTO :CUS-C-NO, :CUS-COMPANY, :CUS-BALANCE
           END-EXEC
           PERFORM TEST-SQLCODE.

       WRITE-GROUP-MEMBER.
           MOVE CUS-C-NO TO WS-MBR-C-NO-N
           EXEC SQL
              SELECT COUNT(*), VALUE(SUM(TOTAL), 0)
                INTO :WS-GRP-INV-COUNT, :WS-GRP-INV-TOTAL
                FROM INVOICES
               WHERE C_NO = :WS-MBR-C-NO
                 AND STATUS = 'A'
                 AND (:WS-SEL-DATE-FROM = SPACES
                      OR INV_DATE >= :WS-SEL-DATE-FROM)
                 AND (:WS-SEL-DATE-TO = SPACES
                      OR INV_DATE <= :WS-SEL-DATE-TO)
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD WS-GRP-INV-COUNT TO WS-GRP-SUM-COUNT
           ADD WS-GRP-INV-TOTAL TO WS-GRP-SUM-TOTAL
           ADD CUS-BALANCE      TO WS-GRP-SUM-BAL
           MOVE CUS-C-NO         TO E-GRP-C-NO
           MOVE WS-GRP-INV-COUNT TO E-GRP-COUNT
           MOVE WS-GRP-INV-TOTAL TO E-TOTAL
           MOVE CUS-BALANCE      TO E-GRP-BALANCE
           MOVE SPACES TO WS-LINE
           STRING
                E-GRP-C-NO              DELIMITED BY SIZE
                '  '                    DELIMITED BY SIZE
                CUS-COMPANY-TEXT (1:25) DELIMITED BY SIZE
                ' '                     DELIMITED BY SIZE
                E-GRP-COUNT             DELIMITED BY SIZE
                '  '                    DELIMITED BY SIZE
                E-TOTAL                 DELIMITED BY SIZE
                '  '                    DELIMITED BY SIZE
                E-GRP-BALANCE           DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO STMT-ENR
           PERFORM WRITE-STMT-LINE-TO-FILE.

       TEST-SQLCODE.
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
