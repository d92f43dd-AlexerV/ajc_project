       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OVRRPT.
      **********************************************
      * REVUE HEBDOMADAIRE DES PRIX FORCES : TOUTES *
      * LES LIGNES PRICE_OVERRIDES SAISIES DANS LES *
      * 7 JOURS QUI FINISSENT A LA DATE DE LA CARTE *
      * SYSIN (AUJOURD'HUI PAR DEFAUT), QUEL QUE    *
      * SOIT LEUR STATUT, PAR VENDEUR PUIS PAR      *
      * CLIENT : PRIX DE REFERENCE, PRIX FORCE,     *
      * COUT, MANQUE A GAGNER ((FORCE - REFERENCE)  *
      * X QUANTITE) ET MARGE DE LA LIGNE ((FORCE -  *
      * COUT) X QUANTITE), AVEC SOUS-TOTAUX CLIENT  *
      * ET VENDEUR ET TOTAL GENERAL. ETAT SUR       *
      * FOVRRPT.                                    *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RPT ASSIGN TO FOVRRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD RPT.
       01 RPT-ENR      PIC X(78).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE POV
           END-EXEC

           EXEC SQL
               INCLUDE ORD
           END-EXEC

           EXEC SQL
               INCLUDE ITE
           END-EXEC

           EXEC SQL
               INCLUDE CUS
           END-EXEC

       77 WS-FS-RPT         PIC XX.
       01 WS-LINE           PIC X(78).

      ***************************************
      * PARAMETRE SYSIN                     *
      * COL 1-8 : DERNIER JOUR DE LA        *
      *           SEMAINE REVUE AAAAMMJJ    *
      *           (BLANC/ZERO = AUJOURD'HUI)*
      ***************************************
       01 WS-SYSIN.
          05 WS-WEEK-END-CARD PIC X(8).

      ***************************************
      * DATES : FIN DE SEMAINE (CARTE OU    *
      * JOUR) ET DEBUT = FIN - 6 JOURS      *
      ***************************************
       01 WS-END-NUM.
          05 WS-END-YYYY    PIC 9(4).
          05 WS-END-MM      PIC 9(2).
          05 WS-END-DD      PIC 9(2).
       01 WS-END-INT REDEFINES WS-END-NUM PIC 9(8).
       01 WS-START-INT      PIC 9(8).
       01 WS-START-NUM REDEFINES WS-START-INT.
          05 WS-START-YYYY  PIC 9(4).
          05 WS-START-MM    PIC 9(2).
          05 WS-START-DD    PIC 9(2).
       77 WS-END-JULIAN     PIC 9(8) VALUE ZERO.
       77 WS-WEEK-START     PIC X(10) VALUE SPACES.
       77 WS-WEEK-END       PIC X(10) VALUE SPACES.

      ***************************************
      * LIGNE EN COURS ET RUPTURES          *
      ***************************************
       77 WS-IMPACT         PIC S9(7)V99 VALUE ZERO.
       77 WS-MARGIN         PIC S9(7)V99 VALUE ZERO.
       77 WS-PREV-S-NO      PIC S9(2)V USAGE COMP-3 VALUE ZERO.
       77 WS-PREV-C-NO      PIC S9(5)V USAGE COMP-3 VALUE ZERO.
       77 WS-FIRST-ROW      PIC X VALUE 'Y'.
          88 FIRST-ROW                   VALUE 'Y'.

      ***************************************
      * CUMULS CLIENT, VENDEUR ET GENERAL   *
      ***************************************
       77 WS-CUS-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-CUS-IMPACT     PIC S9(9)V99 VALUE ZERO.
       77 WS-CUS-MARGIN     PIC S9(9)V99 VALUE ZERO.
       77 WS-REP-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-REP-IMPACT     PIC S9(9)V99 VALUE ZERO.
       77 WS-REP-MARGIN     PIC S9(9)V99 VALUE ZERO.
       77 WS-TOT-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-TOT-IMPACT     PIC S9(9)V99 VALUE ZERO.
       77 WS-TOT-MARGIN     PIC S9(9)V99 VALUE ZERO.
       77 WS-CNT-ACCEPTED   PIC 9(7) VALUE ZERO.
       77 WS-CNT-PENDING    PIC 9(7) VALUE ZERO.
       77 WS-CNT-APPROVED   PIC 9(7) VALUE ZERO.
       77 WS-CNT-REJECTED   PIC 9(7) VALUE ZERO.

      *** PRIX FORCES SAISIS DANS LA SEMAINE, PAR VENDEUR/CLIENT ***
           EXEC SQL
                DECLARE COVRWK CURSOR
                FOR
                SELECT V.O_NO, V.P_NO, V.REF_PRICE, V.OVR_PRICE,
                       V.UNIT_COST, V.REASON, V.STATUS, O.S_NO,
                       O.C_NO, C.COMPANY, I.QUANTITY
                FROM PRICE_OVERRIDES V
                INNER JOIN ORDERS O
                ON O.O_NO = V.O_NO
                INNER JOIN ITEMS I
                ON I.O_NO = V.O_NO AND I.P_NO = V.P_NO
                INNER JOIN CUSTOMERS C
                ON C.C_NO = O.C_NO
                WHERE V.ENTRY_DATE BETWEEN :WS-WEEK-START
                                       AND :WS-WEEK-END
                ORDER BY O.S_NO, O.C_NO, V.O_NO, V.P_NO
           END-EXEC

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-O-NO            PIC 9(4).
       01 E-C-NO            PIC 9(5).
       01 E-S-NO            PIC 99.
       01 E-QTY             PIC ZZ9.
       01 E-PRICE           PIC ZZZ9,99.
       01 E-VALUE           PIC Z(5)9,99-.
       01 E-COUNT           PIC Z(6)9.
       01 E-AMOUNT          PIC Z(8)9,99-.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'OVRRPT'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - REVUE DES PRIX FORCES'.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            PERFORM READ-PARM
            PERFORM OPEN-FILES
            PERFORM WRITE-REPORT-HEADER
            EXEC SQL
               OPEN COVRWK
            END-EXEC
            PERFORM TEST-SQLCODE
            PERFORM FETCH-COVRWK
            PERFORM UNTIL SQLCODE = +100
               PERFORM PROCESS-OVERRIDE
               PERFORM FETCH-COVRWK
            END-PERFORM
            EXEC SQL
               CLOSE COVRWK
            END-EXEC
            PERFORM TEST-SQLCODE
            IF NOT FIRST-ROW
               PERFORM WRITE-CUSTOMER-TOTAL
               PERFORM WRITE-REP-TOTAL
            END-IF
            PERFORM WRITE-REPORT-TOTALS
            PERFORM CLOSE-FILES
            PERFORM WRITE-BATCH-SUMMARY
            GOBACK.

      ***************************************
      * SEMAINE REVUE : CARTE SYSIN OU JOUR *
      * DU PASSAGE, ET LES 6 JOURS QUI      *
      * PRECEDENT                           *
      ***************************************
       READ-PARM.
           MOVE SPACES TO WS-SYSIN
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-WEEK-END-CARD NOT = SPACES
              AND WS-WEEK-END-CARD NOT = '00000000'
              MOVE WS-WEEK-END-CARD TO WS-END-NUM
           ELSE
              ACCEPT WS-END-NUM FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-END-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-END-INT)
           COMPUTE WS-START-INT =
                   FUNCTION DATE-OF-INTEGER(WS-END-JULIAN - 6)
           STRING
                WS-END-YYYY   DELIMITED BY SIZE
                '-'           DELIMITED BY SIZE
                WS-END-MM     DELIMITED BY SIZE
                '-'           DELIMITED BY SIZE
                WS-END-DD     DELIMITED BY SIZE
           INTO WS-WEEK-END
           STRING
                WS-START-YYYY DELIMITED BY SIZE
                '-'           DELIMITED BY SIZE
                WS-START-MM   DELIMITED BY SIZE
                '-'           DELIMITED BY SIZE
                WS-START-DD   DELIMITED BY SIZE
           INTO WS-WEEK-START.

      ***************************************
      * OUVERTURE / FERMETURE DES FICHIERS  *
      ***************************************
       OPEN-FILES.
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FOVRRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE RPT.

       FETCH-COVRWK.
           MOVE SPACES TO CUS-COMPANY-TEXT
           EXEC SQL
              FETCH COVRWK
              INTO :POV-O-NO, :POV-P-NO, :POV-REF-PRICE,
                   :POV-OVR-PRICE, :POV-UNIT-COST, :POV-REASON,
                   :POV-STATUS, :ORD-S-NO, :ORD-C-NO, :CUS-COMPANY,
                   :ITE-QUANTITY
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * UN PRIX FORCE : RUPTURES VENDEUR ET *
      * CLIENT, MANQUE A GAGNER ET MARGE DE *
      * LA LIGNE, CUMULS                    *
      ***************************************
       PROCESS-OVERRIDE.
           IF FIRST-ROW
              MOVE 'N' TO WS-FIRST-ROW
              PERFORM START-REP
              PERFORM START-CUSTOMER
           ELSE
              IF ORD-S-NO NOT = WS-PREV-S-NO
                 PERFORM WRITE-CUSTOMER-TOTAL
                 PERFORM WRITE-REP-TOTAL
                 PERFORM START-REP
                 PERFORM START-CUSTOMER
              ELSE
                 IF ORD-C-NO NOT = WS-PREV-C-NO
                    PERFORM WRITE-CUSTOMER-TOTAL
                    PERFORM START-CUSTOMER
                 END-IF
              END-IF
           END-IF
           COMPUTE WS-IMPACT =
                   (POV-OVR-PRICE - POV-REF-PRICE) * ITE-QUANTITY
           COMPUTE WS-MARGIN =
                   (POV-OVR-PRICE - POV-UNIT-COST) * ITE-QUANTITY
           ADD 1         TO WS-CUS-COUNT WS-REP-COUNT WS-TOT-COUNT
           ADD WS-IMPACT TO WS-CUS-IMPACT WS-REP-IMPACT
                            WS-TOT-IMPACT
           ADD WS-MARGIN TO WS-CUS-MARGIN WS-REP-MARGIN
                            WS-TOT-MARGIN
           EVALUATE TRUE
              WHEN POV-ACCEPTED
                 ADD 1 TO WS-CNT-ACCEPTED
              WHEN POV-PENDING
                 ADD 1 TO WS-CNT-PENDING
              WHEN POV-APPROVED
                 ADD 1 TO WS-CNT-APPROVED
              WHEN POV-REJECTED
                 ADD 1 TO WS-CNT-REJECTED
           END-EVALUATE
           PERFORM WRITE-OVERRIDE-LINE.

       START-REP.
           MOVE ORD-S-NO TO WS-PREV-S-NO
           MOVE ZERO TO WS-REP-COUNT WS-REP-IMPACT WS-REP-MARGIN
           PERFORM WRITE-SEPARATOR
           MOVE ORD-S-NO TO E-S-NO
           MOVE SPACES TO WS-LINE
           STRING 'VENDEUR ' DELIMITED BY SIZE
                  E-S-NO     DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE.

       START-CUSTOMER.
           MOVE ORD-C-NO TO WS-PREV-C-NO
           MOVE ZERO TO WS-CUS-COUNT WS-CUS-IMPACT WS-CUS-MARGIN
           MOVE ORD-C-NO TO E-C-NO
           MOVE SPACES TO WS-LINE
           STRING '  CLIENT '       DELIMITED BY SIZE
                  E-C-NO            DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  CUS-COMPANY-TEXT  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE.

      ***************************************
      * ETAT DE REVUE DES PRIX FORCES       *
      ***************************************
       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FOVRRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-AMOUNT-LINE.
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-SEPARATOR.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-REPORT-HEADER.
           PERFORM WRITE-SEPARATOR
           MOVE SPACES TO WS-LINE
           STRING
                'PRIX FORCES SAISIS DU ' DELIMITED BY SIZE
                WS-WEEK-START            DELIMITED BY SIZE
                ' AU '                   DELIMITED BY SIZE
                WS-WEEK-END              DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           PERFORM WRITE-SEPARATOR
           MOVE 'CDE  PROD QTE    REF.  FORCE    COUT' TO RPT-ENR
           MOVE 'MANQUE GAGN      MARGE S MOT' TO RPT-ENR(39:28)
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-OVERRIDE-LINE.
           MOVE POV-O-NO         TO E-O-NO
           MOVE ITE-QUANTITY     TO E-QTY
           MOVE SPACES TO WS-LINE
           MOVE E-O-NO           TO WS-LINE(1:4)
           MOVE POV-P-NO         TO WS-LINE(6:4)
           MOVE E-QTY            TO WS-LINE(11:3)
           MOVE POV-REF-PRICE    TO E-PRICE
           MOVE E-PRICE          TO WS-LINE(15:7)
           MOVE POV-OVR-PRICE    TO E-PRICE
           MOVE E-PRICE          TO WS-LINE(23:7)
           MOVE POV-UNIT-COST    TO E-PRICE
           MOVE E-PRICE          TO WS-LINE(31:7)
           MOVE WS-IMPACT        TO E-VALUE
           MOVE E-VALUE          TO WS-LINE(39:10)
           MOVE WS-MARGIN        TO E-VALUE
           MOVE E-VALUE          TO WS-LINE(50:10)
           MOVE POV-STATUS       TO WS-LINE(65:1)
           MOVE POV-REASON       TO WS-LINE(67:3)
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-CUSTOMER-TOTAL.
           MOVE WS-PREV-C-NO  TO E-C-NO
           MOVE WS-CUS-COUNT  TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING '  TOTAL CLIENT ' DELIMITED BY SIZE
                  E-C-NO            DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  E-COUNT           DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-CUS-IMPACT TO E-VALUE
           MOVE E-VALUE       TO WS-LINE(39:10)
           MOVE WS-CUS-MARGIN TO E-VALUE
           MOVE E-VALUE       TO WS-LINE(50:10)
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-REP-TOTAL.
           MOVE WS-PREV-S-NO  TO E-S-NO
           MOVE WS-REP-COUNT  TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL VENDEUR '  DELIMITED BY SIZE
                  E-S-NO            DELIMITED BY SIZE
                  '    '            DELIMITED BY SIZE
                  E-COUNT           DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-REP-IMPACT TO E-VALUE
           MOVE E-VALUE       TO WS-LINE(39:10)
           MOVE WS-REP-MARGIN TO E-VALUE
           MOVE E-VALUE       TO WS-LINE(50:10)
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-REPORT-TOTALS.
           PERFORM WRITE-SEPARATOR
           MOVE WS-TOT-COUNT TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'PRIX FORCES DE LA SEMAINE  : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-CNT-ACCEPTED TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING '  DANS LA TOLERANCE (A)    : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-CNT-PENDING TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING '  EN ATTENTE (P)           : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-CNT-APPROVED TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING '  VALIDES (V)              : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-CNT-REJECTED TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING '  REFUSES (R)              : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-TOT-IMPACT TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'MANQUE A GAGNER TOTAL      : ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-TOT-MARGIN TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'MARGE TOTALE DES LIGNES    : ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           PERFORM WRITE-SEPARATOR.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           DISPLAY '  REVUE HEBDOMADAIRE DES PRIX FORCES'
           DISPLAY '  SEMAINE DU           : ' WS-WEEK-START
           DISPLAY '  AU                   : ' WS-WEEK-END
           DISPLAY '  PRIX FORCES          : ' WS-TOT-COUNT
           DISPLAY '  DONT EN ATTENTE      : ' WS-CNT-PENDING
           DISPLAY '  MANQUE A GAGNER      : ' WS-TOT-IMPACT
           DISPLAY '==============================================='.

      ***************************************
      * CONTROLE DU CODE RETOUR SQL         *
      ***************************************
       TEST-SQLCODE.
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 CONTINUE
              WHEN SQLCODE > 0
                 IF SQLCODE NOT = +100
                    DISPLAY 'WARNING : ', SQLCODE
                 END-IF
              WHEN SQLCODE < ZERO
                 PERFORM ABEND-PROG
           END-EVALUATE.

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
        ABEND-PROG.
           DISPLAY 'ABEND PROG !'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
