       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROFPRNT.
      **********************************************
      * FACTURES PRO-FORMA DES CLIENTS EN PAIEMENT  *
      * D'AVANCE : PASSAGE DE NUIT SUR LE KSDS      *
      * FPROFORM, APRES EXTRACTP QUI Y OUVRE UNE    *
      * FICHE PAR COMMANDE RETENUE. CHAQUE FICHE A  *
      * (RE)IMPRIMER DONNE UNE PRO-FORMA DANS LE    *
      * GABARIT BOXE DE TEMPLFAC (FPROFPRT), DANS   *
      * LA LANGUE DU CLIENT : LIGNES AU PRIX DE LA  *
      * COMMANDE, TAXE DE L'ETAT DE LIVRAISON       *
      * (FICHE TAXRATEee DE FPARAMS, SAUF           *
      * CERTIFICAT D'EXONERATION VALIDE), ACOMPTE   *
      * DEJA RECU ET RESTE A PAYER, AVEC LA         *
      * REFERENCE QUE LE CLIENT DOIT PORTER SUR SON *
      * REGLEMENT POUR QUE CASHAPP LE RECONNAISSE.  *
      * LE PORT N'Y EST PAS : IL EST FACTURE A      *
      * L'EXPEDITION. LE MONTANT TAXE COMPRIS EST   *
      * REPORTE SUR LA FICHE, QUI REPASSE EN        *
      * ATTENTE SI L'ACOMPTE NE LE COUVRE PLUS.     *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PFA ASSIGN TO FPROFORM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PFA-REF
            FILE STATUS IS WS-FS-PFA.
            SELECT PRN ASSIGN TO FPROFPRT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-PRN.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD PFA.
       COPY PROFORMA.
       FD PRN.
       01 PRN-ENR      PIC X(78).
       FD PARAMS.
       COPY PARAMREC.

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE CUS
           END-EXEC

           EXEC SQL
               INCLUDE ORD
           END-EXEC

           EXEC SQL
               INCLUDE ITE
           END-EXEC

           EXEC SQL
               INCLUDE PRO
           END-EXEC

           EXEC SQL
               INCLUDE SHT
           END-EXEC

       77 WS-FS-PFA         PIC XX.
       77 WS-FS-PRN         PIC XX.
       77 WS-FS-PRM         PIC XX.
       77 WS-PRM-PRESENT    PIC X VALUE 'N'.
       77 WS-PRM-FOUND      PIC X VALUE 'N'.
       77 FF-PFA            PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).
       01 WS-DATE           PIC X(30).

       01 WS-RUN-DATE-NUM   PIC 9(8).
       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.

      ***************************************
      * TAXE DE LA PRO-FORMA : ETAT DE      *
      * LIVRAISON (SUCCURSALE) SINON ETAT   *
      * DE FACTURATION, COMME CREAFACT      *
      ***************************************
       77 WS-TAX-STATE      PIC XX VALUE SPACES.
       77 WS-TAX-EXEMPT     PIC X VALUE 'N'.
       01 WS-PRM-RATE-TXT   PIC X(4).
       01 WS-PRM-RATE       REDEFINES WS-PRM-RATE-TXT PIC 9V999.
       77 WS-ST-RATE        PIC 9V999 VALUE ZERO.
       77 WS-SHIPTO-FOUND   PIC X VALUE 'N'.

      ***************************************
      * LIGNES DE LA COMMANDE EN COURS      *
      ***************************************
       01 WS-PFL-TABLE.
          05 WS-PFL-ENTRY OCCURS 50 TIMES.
             10 WPL-P-NO          PIC X(4).
             10 WPL-DESCRIPTION   PIC X(30).
             10 WPL-QUANTITY      PIC 9(3).
             10 WPL-PRICE         PIC S9(3)V99.
             10 WPL-LINE-TOTAL    PIC S9(9)V99.
       77 WS-PFL-COUNT      PIC 99 VALUE ZERO.
       01 WS-IDX            PIC 99 VALUE ZERO.
       01 WS-LINE-PRICE     PIC S9(9)V99 VALUE ZERO.
       01 WS-GOODS-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01 WS-TAX-AMOUNT     PIC S9(9)V99 VALUE ZERO.
       01 WS-PFA-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01 WS-BALANCE-DUE    PIC S9(9)V99 VALUE ZERO.

      ***************************************
      * TEXTES DE LA PRO-FORMA DANS LA      *
      * LANGUE DU CLIENT                    *
      ***************************************
       01 WS-T-TITLE        PIC X(30).
       01 WS-T-REF          PIC X(30).
       01 WS-T-ORDER        PIC X(14).
       01 WS-T-OF           PIC X(5).
       01 WS-T-SHIP-TO      PIC X(12).
       01 WS-T-SAME-ADDR    PIC X(30).
       01 WS-T-GOODS        PIC X(24).
       01 WS-T-TAX          PIC X(24).
       01 WS-T-EXEMPT       PIC X(40).
       01 WS-T-TOTAL        PIC X(24).
       01 WS-T-DEPOSIT      PIC X(24).
       01 WS-T-DUE          PIC X(24).
       01 WS-T-FREIGHT      PIC X(60).
       01 WS-T-QUOTE        PIC X(60).
       01 E-O-NO            PIC 9(4).
       01 E-REF             PIC 9(9).
       01 E-AMOUNT          PIC Z(7)9,99-.
       01 E-RATE            PIC Z9,99.

      ***************************************
      * COMPTEURS DE CONTROLE               *
      ***************************************
       77 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-PRINT-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-EMPTY-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-PAID-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-REOPEN-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-SUM-AMOUNT     PIC S9(11)V99 VALUE ZERO.
       01 E-SUM-AMOUNT      PIC Z(10)9,99-.

      *** LIGNES DE LA COMMANDE DE LA PRO-FORMA ***
           EXEC SQL
                DECLARE CPFAITE CURSOR
                FOR
                SELECT I.P_NO, I.QUANTITY, I.PRICE, P.DESCRIPTION
                FROM ITEMS I
                INNER JOIN PRODUCTS P
                ON P.P_NO = I.P_NO
                WHERE I.O_NO = :ORD-O-NO
                ORDER BY I.P_NO
           END-EXEC

       01 WS-ALERT-PGM PIC X(8)  VALUE 'PROFPRNT'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - EDITION DES FACTURES PRO-FORMA'.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

       COPY TEMPLFAC.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM INIT-RUN-DATE
            PERFORM OPEN-FILES
            IF WS-FS-PFA = '00'
               PERFORM READ-FILE-PFA
               PERFORM UNTIL FF-PFA = 1
                  ADD 1 TO WS-READ-COUNT
                  IF PFA-TO-PRINT AND NOT PFA-CONSUMED
                     PERFORM PRINT-ONE-PRO-FORMA
                  END-IF
                  PERFORM READ-FILE-PFA
               END-PERFORM
            END-IF
            PERFORM CLOSE-FILES
            PERFORM WRITE-BATCH-SUMMARY
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.

       INIT-RUN-DATE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE
           STRING
                WS-RUN-DATE-NUM(1:4) DELIMITED BY SIZE
                '-'                  DELIMITED BY SIZE
                WS-RUN-DATE-NUM(5:2) DELIMITED BY SIZE
                '-'                  DELIMITED BY SIZE
                WS-RUN-DATE-NUM(7:2) DELIMITED BY SIZE
           INTO WS-RUN-DATE.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'PROFPRNT' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-READ-COUNT TO RJ-IN-COUNT
           MOVE WS-PRINT-COUNT TO RJ-OUT-COUNT
           MOVE WS-EMPTY-COUNT TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * FPROFORM ABSENT = AUCUN CLIENT N'A  *
      * ENCORE ETE MIS EN PAIEMENT D'AVANCE *
      ***************************************
       OPEN-FILES.
           OPEN I-O PFA
           IF WS-FS-PFA = '35'
              DISPLAY 'FPROFORM ABSENT - AUCUNE PRO-FORMA A EDITER'
           ELSE
              IF WS-FS-PFA NOT = '00'
                 DISPLAY 'ERR OPEN FPROFORM, FS=' WS-FS-PFA
                 PERFORM ABEND-PROG
              END-IF
           END-IF
           OPEN OUTPUT PRN
           IF WS-FS-PRN NOT = '00'
              DISPLAY 'ERR OPEN FPROFPRT, FS=' WS-FS-PRN
              PERFORM ABEND-PROG
           END-IF
           MOVE 'N' TO WS-PRM-PRESENT
           OPEN INPUT PARAMS
           IF WS-FS-PRM = '00'
              MOVE 'Y' TO WS-PRM-PRESENT
           ELSE
              DISPLAY 'FPARAMS ABSENT - PRO-FORMA SANS TAXE'
           END-IF.

       CLOSE-FILES.
           IF WS-FS-PFA NOT = '35'
              CLOSE PFA
           END-IF
           CLOSE PRN
           IF WS-PRM-PRESENT = 'Y'
              CLOSE PARAMS
           END-IF.

       READ-FILE-PFA.
           READ PFA NEXT
              AT END
                 MOVE 1 TO FF-PFA
           END-READ
           IF WS-FS-PFA NOT = '00' AND WS-FS-PFA NOT = '10'
              DISPLAY 'ERR READ FPROFORM, FS=' WS-FS-PFA
              PERFORM ABEND-PROG
           END-IF.

       WRITE-FILE-PRN.
           WRITE PRN-ENR
           IF WS-FS-PRN NOT = '00'
              DISPLAY 'ERR WRITE FPROFPRT, FS=' WS-FS-PRN
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * UNE PRO-FORMA : CLIENT, LIGNES DE   *
      * LA COMMANDE, TAXE, IMPRESSION PUIS  *
      * MISE A JOUR DE LA FICHE. UNE        *
      * COMMANDE SANS LIGNE (SUPPRIMEE      *
      * ENTRE-TEMPS) N'EST PAS IMPRIMEE     *
      ***************************************
       PRINT-ONE-PRO-FORMA.
           PERFORM GET-PRO-FORMA-CUSTOMER
           PERFORM LOOKUP-SHIPTO-ADDRESS
           MOVE ZERO TO WS-PFL-COUNT
           MOVE ZERO TO WS-GOODS-TOTAL
           EXEC SQL
              OPEN CPFAITE
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CPFAITE
           PERFORM UNTIL SQLCODE = +100
              PERFORM LOAD-ONE-LINE
              PERFORM FETCH-CPFAITE
           END-PERFORM
           EXEC SQL
              CLOSE CPFAITE
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-PFL-COUNT = ZERO
              MOVE PFA-O-NO TO E-O-NO
              DISPLAY 'COMMANDE SANS LIGNE, PAS DE PRO-FORMA : '
                      E-O-NO
              ADD 1 TO WS-EMPTY-COUNT
           ELSE
              PERFORM COMPUTE-PRO-FORMA-TAX
              PERFORM SET-PFA-LANGUAGE
              PERFORM PRINT-PRO-FORMA
              ADD 1 TO WS-PRINT-COUNT
              ADD WS-PFA-TOTAL TO WS-SUM-AMOUNT
              MOVE WS-GOODS-TOTAL TO PFA-GOODS-AMT
              MOVE WS-PFA-TOTAL   TO PFA-AMOUNT
           END-IF
           PERFORM UPDATE-PRO-FORMA.

      *    L'ACOMPTE DEJA RECU PEUT COUVRIR LA PRO-FORMA REEMISE
      *    (COMMANDE REDUITE), OU NE PLUS LA COUVRIR (COMMANDE
      *    AUGMENTEE) : LE STATUT SUIT, EXTRACTP S'Y FIE
       UPDATE-PRO-FORMA.
           MOVE 'N' TO PFA-PRINT-FLAG
           IF PFA-DEPOSIT-AMT >= PFA-AMOUNT
              AND PFA-DEPOSIT-AMT > ZERO
              IF PFA-AWAITING
                 SET PFA-PAID TO TRUE
                 ADD 1 TO WS-PAID-COUNT
              END-IF
           ELSE
              IF PFA-PAID
                 SET PFA-AWAITING TO TRUE
                 ADD 1 TO WS-REOPEN-COUNT
              END-IF
           END-IF
           REWRITE PFA-ENR
           IF WS-FS-PFA NOT = '00'
              DISPLAY 'ERR REWRITE FPROFORM, FS=' WS-FS-PFA
              PERFORM ABEND-PROG
           END-IF.

       GET-PRO-FORMA-CUSTOMER.
           MOVE SPACES TO CUS-COMPANY-TEXT CUS-ADDRESS-TEXT
                          CUS-CITY-TEXT
           MOVE PFA-C-NO TO CUS-C-NO
           EXEC SQL
              SELECT COMPANY, ADDRESS, CITY, STATE, ZIP, LANG,
                     TAX_EXEMPT_CERT, TAX_EXEMPT_STATE,
                     TAX_EXEMPT_EXPIRY
                INTO :CUS-COMPANY, :CUS-ADDRESS, :CUS-CITY,
                     :CUS-STATE, :CUS-ZIP, :CUS-LANG,
                     :CUS-TAX-EXEMPT-CERT, :CUS-TAX-EXEMPT-STATE,
                     :CUS-TAX-EXEMPT-EXPIRY
                FROM CUSTOMERS
               WHERE C_NO = :CUS-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE PFA-O-NO TO ORD-O-NO
           MOVE ZERO     TO ORD-SHIPTO-ID
           MOVE SPACES   TO ORD-O-DATE
           EXEC SQL
              SELECT O_DATE, SHIPTO_ID
                INTO :ORD-O-DATE, :ORD-SHIPTO-ID
                FROM ORDERS
               WHERE O_NO = :ORD-O-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE PFA-C-NO TO ORD-C-NO.

      ***************************************
      * ADRESSE DE LIVRAISON : LA           *
      * SUCCURSALE (SHIPTO) QUAND LA        *
      * COMMANDE EN PORTE UNE               *
      ***************************************
       LOOKUP-SHIPTO-ADDRESS.
           MOVE 'N' TO WS-SHIPTO-FOUND
           IF ORD-SHIPTO-ID NOT = ZERO
              MOVE SPACES        TO SHT-ADDRESS-TEXT SHT-CITY-TEXT
              MOVE ORD-C-NO      TO SHT-C-NO
              MOVE ORD-SHIPTO-ID TO SHT-SHIPTO-ID
              EXEC SQL
                   SELECT ADDRESS, CITY, STATE, ZIP
                   INTO :SHT-ADDRESS, :SHT-CITY, :SHT-STATE,
                        :SHT-ZIP
                   FROM SHIPTO
                   WHERE C_NO = :SHT-C-NO
                   AND SHIPTO_ID = :SHT-SHIPTO-ID
              END-EXEC
              IF SQLCODE = ZERO
                 MOVE 'Y' TO WS-SHIPTO-FOUND
              ELSE
                 PERFORM TEST-SQLCODE
              END-IF
           END-IF.

       FETCH-CPFAITE.
           MOVE SPACES TO PRO-DESCRIPTION-TEXT
           EXEC SQL
              FETCH CPFAITE
              INTO :ITE-P-NO, :ITE-QUANTITY, :ITE-PRICE,
                   :PRO-DESCRIPTION
           END-EXEC
           PERFORM TEST-SQLCODE.

       LOAD-ONE-LINE.
           IF WS-PFL-COUNT >= 50
              DISPLAY 'TABLE DES LIGNES PLEINE (50), COMMANDE '
                      ORD-O-NO
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-PFL-COUNT
           COMPUTE WS-LINE-PRICE = ITE-PRICE * ITE-QUANTITY
           ADD WS-LINE-PRICE TO WS-GOODS-TOTAL
           MOVE ITE-P-NO             TO WPL-P-NO (WS-PFL-COUNT)
           MOVE PRO-DESCRIPTION-TEXT TO WPL-DESCRIPTION (WS-PFL-COUNT)
           MOVE ITE-QUANTITY         TO WPL-QUANTITY (WS-PFL-COUNT)
           MOVE ITE-PRICE            TO WPL-PRICE (WS-PFL-COUNT)
           MOVE WS-LINE-PRICE        TO WPL-LINE-TOTAL (WS-PFL-COUNT).

      ***************************************
      * TAXE : TAUX DE LA FICHE TAXRATEee   *
      * DE L'ETAT TAXABLE (0085 = 8,5%),    *
      * NULLE SUR CERTIFICAT D'EXONERATION  *
      * DU CLIENT POUR CET ETAT ET NON      *
      * EXPIRE                              *
      ***************************************
       COMPUTE-PRO-FORMA-TAX.
           IF WS-SHIPTO-FOUND = 'Y'
              MOVE SHT-STATE TO WS-TAX-STATE
           ELSE
              MOVE CUS-STATE TO WS-TAX-STATE
           END-IF
           MOVE ZERO TO WS-ST-RATE
           IF WS-PRM-PRESENT = 'Y'
              MOVE SPACES TO OPR-KEY
              STRING
                   'TAXRATE'    DELIMITED BY SIZE
                   WS-TAX-STATE DELIMITED BY SIZE
              INTO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:4) TO WS-PRM-RATE-TXT
                 MOVE WS-PRM-RATE TO WS-ST-RATE
              ELSE
                 DISPLAY 'PAS DE TAUX TAXRATE POUR L''ETAT '
                         WS-TAX-STATE ', PRO-FORMA ' PFA-REF
              END-IF
           END-IF
           MOVE 'N' TO WS-TAX-EXEMPT
           IF CUS-TAX-EXEMPT-CERT NOT = SPACES
              AND CUS-TAX-EXEMPT-STATE = WS-TAX-STATE
              AND (CUS-TAX-EXEMPT-EXPIRY = SPACES
                   OR CUS-TAX-EXEMPT-EXPIRY >= WS-RUN-DATE)
              MOVE 'Y' TO WS-TAX-EXEMPT
              MOVE ZERO TO WS-ST-RATE
           END-IF
           COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-GOODS-TOTAL * WS-ST-RATE
           COMPUTE WS-PFA-TOTAL = WS-GOODS-TOTAL + WS-TAX-AMOUNT
           COMPUTE WS-BALANCE-DUE = WS-PFA-TOTAL - PFA-DEPOSIT-AMT
           IF WS-BALANCE-DUE < ZERO
              MOVE ZERO TO WS-BALANCE-DUE
           END-IF.

       READ-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND
           READ PARAMS KEY IS OPR-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PRM-FOUND
           END-READ.

      ***************************************
      * TEXTES DE LA PRO-FORMA : LES        *
      * COMPTES DU QUEBEC LA RECOIVENT EN   *
      * FRANCAIS, LES AUTRES EN ANGLAIS     *
      * (COMME LES FACTURES)                *
      ***************************************
       SET-PFA-LANGUAGE.
           IF CUS-LANG-FRENCH
              MOVE 'FACTURE PRO-FORMA - '     TO WS-T-TITLE
              MOVE 'Reference a rappeler : '  TO WS-T-REF
              MOVE 'Commande N° '             TO WS-T-ORDER
              MOVE ' du '                     TO WS-T-OF
              MOVE 'Livrer a : '              TO WS-T-SHIP-TO
              MOVE 'adresse ci-dessus'        TO WS-T-SAME-ADDR
              MOVE 'Marchandises : '          TO WS-T-GOODS
              MOVE 'Taxe '                    TO WS-T-TAX
              MOVE 'Exoneration de taxe, certificat '
                                              TO WS-T-EXEMPT
              MOVE 'Total a regler : '        TO WS-T-TOTAL
              MOVE 'Acompte recu : '          TO WS-T-DEPOSIT
              MOVE 'Reste a payer : '         TO WS-T-DUE
              MOVE 'Le port sera facture a l''expedition.'
                                              TO WS-T-FREIGHT
              MOVE 'Commande expediee des reception du reglement,'
                                              TO WS-T-QUOTE
           ELSE
              MOVE 'PRO-FORMA INVOICE - '     TO WS-T-TITLE
              MOVE 'Quote on payment : '      TO WS-T-REF
              MOVE 'Order N° '                TO WS-T-ORDER
              MOVE ' of '                     TO WS-T-OF
              MOVE 'Ship to : '               TO WS-T-SHIP-TO
              MOVE 'address above'            TO WS-T-SAME-ADDR
              MOVE 'Goods : '                 TO WS-T-GOODS
              MOVE 'Tax '                     TO WS-T-TAX
              MOVE 'Tax exempt, certificate ' TO WS-T-EXEMPT
              MOVE 'Amount payable : '        TO WS-T-TOTAL
              MOVE 'Deposit received : '      TO WS-T-DEPOSIT
              MOVE 'Balance to pay : '        TO WS-T-DUE
              MOVE 'Freight will be invoiced on shipment.'
                                              TO WS-T-FREIGHT
              MOVE 'Order ships on receipt of payment,'
                                              TO WS-T-QUOTE
           END-IF.

      ***************************************
      * PRO-FORMA IMPRIMEE DANS LE GABARIT  *
      * BOXE DES FACTURES                   *
      ***************************************
       PRINT-PRO-FORMA.
           MOVE CUS-COMPANY-TEXT TO P-COMPANY
           MOVE CUS-ADDRESS-TEXT TO P-ADDRESS
           MOVE CUS-STATE        TO P-STATE
           MOVE SPACE            TO P-CITY-ZIP
           STRING
                CUS-CITY-TEXT DELIMITED BY '  '
                ', '          DELIMITED BY SIZE
                CUS-ZIP       DELIMITED BY SPACES
           INTO P-CITY-ZIP
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
              MOVE PH-LINES(WS-IDX) TO PRN-ENR
              PERFORM WRITE-FILE-PRN
           END-PERFORM

           CALL 'DATETEXT' USING WS-DATE
           MOVE SPACE        TO P-DATE
           STRING
                WS-T-TITLE   DELIMITED BY '  '
                ' New York, ' DELIMITED BY SIZE
                WS-DATE      DELIMITED BY SIZE
           INTO P-DATE
           MOVE PFA-REF      TO E-REF
           MOVE SPACE        TO P-O-NO
           STRING
                WS-T-REF     DELIMITED BY '  '
                ' '          DELIMITED BY SIZE
                E-REF        DELIMITED BY SIZE
           INTO P-O-NO
           MOVE ORD-O-NO     TO E-O-NO
           MOVE SPACE        TO P-O-DATE
           STRING
                WS-T-ORDER   DELIMITED BY '  '
                ' '          DELIMITED BY SIZE
                E-O-NO       DELIMITED BY SIZE
                WS-T-OF      DELIMITED BY SIZE
                ORD-O-DATE   DELIMITED BY SIZE
           INTO P-O-DATE
           MOVE SPACE        TO P-CONTACT
           IF WS-SHIPTO-FOUND = 'Y'
              STRING
                   WS-T-SHIP-TO     DELIMITED BY '  '
                   ' '              DELIMITED BY SIZE
                   SHT-ADDRESS-TEXT DELIMITED BY '  '
                   ', '             DELIMITED BY SIZE
                   SHT-CITY-TEXT    DELIMITED BY '  '
                   ' '              DELIMITED BY SIZE
                   SHT-STATE        DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   SHT-ZIP          DELIMITED BY SPACES
              INTO P-CONTACT
           ELSE
              STRING
                   WS-T-SHIP-TO     DELIMITED BY '  '
                   ' '              DELIMITED BY SIZE
                   WS-T-SAME-ADDR   DELIMITED BY '  '
              INTO P-CONTACT
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
              MOVE PO-LINES(WS-IDX) TO PRN-ENR
              PERFORM WRITE-FILE-PRN
           END-PERFORM

           MOVE PP-LINE-HEADER TO PRN-ENR
           PERFORM WRITE-FILE-PRN
           MOVE PP-LINE-LIB TO PRN-ENR
           PERFORM WRITE-FILE-PRN
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PFL-COUNT
              PERFORM PRINT-PRO-FORMA-LINE
           END-PERFORM
           MOVE PP-LINE-FOOTER TO PRN-ENR
           PERFORM WRITE-FILE-PRN

           MOVE WS-GOODS-TOTAL TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING
                '| '         DELIMITED BY SIZE
                WS-T-GOODS   DELIMITED BY '  '
                ' '          DELIMITED BY SIZE
                E-AMOUNT     DELIMITED BY SIZE
                '$'          DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-BOXED-LINE
           IF WS-TAX-EXEMPT = 'Y'
              MOVE SPACES TO WS-LINE
              STRING
                   '| '                DELIMITED BY SIZE
                   WS-T-EXEMPT         DELIMITED BY '  '
                   ' '                 DELIMITED BY SIZE
                   CUS-TAX-EXEMPT-CERT DELIMITED BY '  '
                   ' ('                DELIMITED BY SIZE
                   WS-TAX-STATE        DELIMITED BY SIZE
                   ')'                 DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-BOXED-LINE
           ELSE
              COMPUTE E-RATE = WS-ST-RATE * 100
              MOVE WS-TAX-AMOUNT TO E-AMOUNT
              MOVE SPACES TO WS-LINE
              STRING
                   '| '         DELIMITED BY SIZE
                   WS-T-TAX     DELIMITED BY '  '
                   ' '          DELIMITED BY SIZE
                   WS-TAX-STATE DELIMITED BY SIZE
                   ' '          DELIMITED BY SIZE
                   E-RATE       DELIMITED BY SIZE
                   '% : '       DELIMITED BY SIZE
                   E-AMOUNT     DELIMITED BY SIZE
                   '$'          DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-BOXED-LINE
           END-IF
           MOVE WS-PFA-TOTAL TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING
                '| '         DELIMITED BY SIZE
                WS-T-TOTAL   DELIMITED BY '  '
                ' '          DELIMITED BY SIZE
                E-AMOUNT     DELIMITED BY SIZE
                '$'          DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-BOXED-LINE
           IF PFA-DEPOSIT-AMT > ZERO
              MOVE PFA-DEPOSIT-AMT TO E-AMOUNT
              MOVE SPACES TO WS-LINE
              STRING
                   '| '         DELIMITED BY SIZE
                   WS-T-DEPOSIT DELIMITED BY '  '
                   ' '          DELIMITED BY SIZE
                   E-AMOUNT     DELIMITED BY SIZE
                   '$'          DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-BOXED-LINE
              MOVE WS-BALANCE-DUE TO E-AMOUNT
              MOVE SPACES TO WS-LINE
              STRING
                   '| '         DELIMITED BY SIZE
                   WS-T-DUE     DELIMITED BY '  '
                   ' '          DELIMITED BY SIZE
                   E-AMOUNT     DELIMITED BY SIZE
                   '$'          DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-BOXED-LINE
           END-IF
           MOVE SPACES TO WS-LINE
           STRING
                '| '         DELIMITED BY SIZE
                WS-T-FREIGHT DELIMITED BY '  '
           INTO WS-LINE
           PERFORM WRITE-BOXED-LINE
           MOVE SPACES TO WS-LINE
           STRING
                '| '         DELIMITED BY SIZE
                WS-T-QUOTE   DELIMITED BY '  '
                ' '          DELIMITED BY SIZE
                WS-T-REF     DELIMITED BY '  '
                ' '          DELIMITED BY SIZE
                E-REF        DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-BOXED-LINE
           MOVE PT-LINES(12) TO PRN-ENR
           PERFORM WRITE-FILE-PRN
           MOVE SPACE TO PRN-ENR
           WRITE PRN-ENR AFTER ADVANCING PAGE
           IF WS-FS-PRN NOT = '00'
              DISPLAY 'ERR WRITE FPROFPRT, FS=' WS-FS-PRN
              PERFORM ABEND-PROG
           END-IF.

       PRINT-PRO-FORMA-LINE.
           MOVE WPL-P-NO (WS-IDX)        TO P-P-NO
           MOVE WPL-DESCRIPTION (WS-IDX) TO P-DESCRIPTION
           MOVE SPACES                   TO P-ORIG-CUR
           MOVE ZERO                     TO P-ORIG-RATE
           MOVE WPL-QUANTITY (WS-IDX)    TO P-QUANTITY
           MOVE WPL-PRICE (WS-IDX)       TO P-PRICE
           MOVE WPL-LINE-TOTAL (WS-IDX)  TO P-LINE-TOTAL
           MOVE PP-PRODUCT TO PRN-ENR
           PERFORM WRITE-FILE-PRN.

       WRITE-BOXED-LINE.
           MOVE '|' TO WS-LINE(78:1)
           MOVE WS-LINE TO PRN-ENR
           PERFORM WRITE-FILE-PRN.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           MOVE WS-SUM-AMOUNT TO E-SUM-AMOUNT
           DISPLAY '==============================================='
           DISPLAY '  RESUME DES FACTURES PRO-FORMA DU ' WS-RUN-DATE
           DISPLAY '  FICHES LUES          : ' WS-READ-COUNT
           DISPLAY '  PRO-FORMA IMPRIMEES  : ' WS-PRINT-COUNT
           DISPLAY '  MONTANT DEMANDE      : ' E-SUM-AMOUNT
           DISPLAY '  COMMANDES SANS LIGNE : ' WS-EMPTY-COUNT
           DISPLAY '  DEJA COUVERTES       : ' WS-PAID-COUNT
           DISPLAY '  REPASSEES EN ATTENTE : ' WS-REOPEN-COUNT
           DISPLAY '==============================================='.

      ***************************************
      * CONTROLE DU CODE RETOUR SQL         *
      ***************************************
       TEST-SQLCODE.
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 CONTINUE
              WHEN SQLCODE > 0
                 IF SQLCODE = +100
                    CONTINUE
                 ELSE
                    DISPLAY 'WARNING : ', SQLCODE
                 END-IF
              WHEN SQLCODE < ZERO
                 PERFORM ABEND-PROG
           END-EVALUATE.

      ***************************************
      * ABEND-PROG                          *
      ***************************************
       ABEND-PROG.
           DISPLAY 'ANOMALIE GRAVE'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
