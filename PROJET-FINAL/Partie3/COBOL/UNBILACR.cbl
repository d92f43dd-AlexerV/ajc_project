       IDENTIFICATION DIVISION.
       PROGRAM-ID.    UNBILACR.
      **********************************************
      * EXPEDITIONS NON FACTUREES EN FIN DE MOIS :  *
      * TOUTE LIGNE SHIPMENTS EXPEDIEE AU PLUS TARD *
      * LE DERNIER JOUR DU MOIS SANS LIGNE          *
      * INVOICE_LINES CORRESPONDANTE (FACTURE       *
      * ACTIVE DE LA COMMANDE POUR LE PRODUIT,      *
      * DATEE DU JOUR D'EXPEDITION OU APRES) EST    *
      * VALORISEE AU PRIX DE LA LIGNE DE COMMANDE,  *
      * VIEILLIE DEPUIS LA DATE D'EXPEDITION ET     *
      * ACCOMPAGNEE DU MOTIF DE NON-FACTURATION     *
      * QUAND ON PEUT LE DIRE : BLOCAGE CREDIT OU   *
      * BLOCAGE MARGE (FICHE FCRHOLD DE EXTRACTP),  *
      * LOT DE FACTURATION NON APPROUVE (FINVAPPR). *
      * LE TOTAL EST PROVISIONNE AU GRAND LIVRE     *
      * (FGLPOST) : DEBIT FACTURES A ETABLIR /      *
      * CREDIT VENTES, CONTREPASSE LE PREMIER JOUR  *
      * DU MOIS SUIVANT. ETAT SUR FUNBILL. LES      *
      * ENVOIS GRATUITS (ORDER_TYPE 'N') N'ONT PAS  *
      * DE FACTURE A ATTENDRE ET SONT EXCLUS.       *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL CRHOLD ASSIGN TO FCRHOLD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HOLD-O-NO
            FILE STATUS IS WS-FS-HOLD.
            SELECT OPTIONAL APPR ASSIGN TO FINVAPPR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS APPR-KEY
            FILE STATUS IS WS-FS-APPR.
            SELECT GLP ASSIGN TO FGLPOST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-GLP.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
            SELECT RPT ASSIGN TO FUNBILL
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD CRHOLD.
       COPY CRHOLD.
       FD APPR.
       COPY APPRCTL.
       FD GLP.
       COPY GLPOST.
       FD PARAMS.
       COPY PARAMREC.
       FD RPT.
       01 RPT-ENR      PIC X(78).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE SHP
           END-EXEC

           EXEC SQL
               INCLUDE ITE
           END-EXEC

           EXEC SQL
               INCLUDE ORD
           END-EXEC

       77 WS-FS-HOLD        PIC XX.
       77 WS-FS-APPR        PIC XX.
       77 WS-FS-GLP         PIC XX.
       77 WS-FS-RPT         PIC XX.
       01 WS-LINE           PIC X(78).

      ***************************************
      * PARAMETRE SYSIN                     *
      * COL 1-6 : MOIS A PROVISIONNER       *
      *           AAAAMM (BLANC/ZERO = MOIS *
      *           PRECEDENT LA DATE DU JOUR)*
      ***************************************
       01 WS-SYSIN.
          05 WS-PERIOD-CARD PIC X(6).
       01 WS-PERIOD.
          05 WS-PERIOD-YYYY PIC 9(4).
          05 WS-PERIOD-MM   PIC 9(2).
       01 WS-NEXT-PERIOD.
          05 WS-NEXT-YYYY   PIC 9(4).
          05 WS-NEXT-MM     PIC 9(2).

       01 WS-RUN-DATE-NUM.
          05 WS-RUN-YYYY    PIC 9(4).
          05 WS-RUN-MM      PIC 9(2).
          05 WS-RUN-DD      PIC 9(2).

      ***************************************
      * DATES : FIN DE MOIS (BASE DE        *
      * L'ANCIENNETE ET DATE DE LA          *
      * PROVISION), PREMIER DU MOIS SUIVANT *
      * (CONTREPASSATION)                   *
      ***************************************
       01 WS-NEXT-FIRST-NUM.
          05 WS-NF-YYYY     PIC 9(4).
          05 WS-NF-MM       PIC 9(2).
          05 WS-NF-DD       PIC 9(2).
       01 WS-NEXT-FIRST-INT REDEFINES WS-NEXT-FIRST-NUM PIC 9(8).
       01 WS-MONTH-END-INT  PIC 9(8).
       01 WS-MONTH-END-NUM REDEFINES WS-MONTH-END-INT.
          05 WS-ME-YYYY     PIC 9(4).
          05 WS-ME-MM       PIC 9(2).
          05 WS-ME-DD       PIC 9(2).
       77 WS-MONTH-END-JULIAN PIC 9(8) VALUE ZERO.
       77 WS-MONTH-END      PIC X(10) VALUE SPACES.
       77 WS-POST-DATE      PIC X(10) VALUE SPACES.
       77 WS-REVERSE-DATE   PIC X(10) VALUE SPACES.
       COPY ARPERIOD.

       01 WS-SHIP-DATE-NUM.
          05 WS-SHIP-YYYY   PIC 9(4).
          05 WS-SHIP-MM     PIC 9(2).
          05 WS-SHIP-DD     PIC 9(2).
       01 WS-SHIP-DATE-INT REDEFINES WS-SHIP-DATE-NUM PIC 9(8).
       77 WS-SHIP-JULIAN    PIC 9(8) VALUE ZERO.
       77 WS-DAYS-UNBILLED  PIC S9(5) VALUE ZERO.

      ***************************************
      * COMPTES DU GRAND LIVRE : REPLIS     *
      * COMPILES, REMPLACES PAR LES FICHES  *
      * GLACCT-xx DE FPARAMS. 1180 =        *
      * FACTURES A ETABLIR (HORS DU 1100    *
      * QUE LE GRAND LIVRE AUXILIAIRE       *
      * JUSTIFIE)                           *
      ***************************************
       77 WS-FS-PRM         PIC XX.
       77 WS-PRM-FOUND      PIC X VALUE 'N'.
       01 WS-GL-ACCOUNTS.
          05 WS-GL-UBR       PIC X(10) VALUE '1180'.
          05 WS-GL-REV       PIC X(10) VALUE '4000'.

      ***************************************
      * LOTS DE FACTURATION NON APPROUVES   *
      * (EN ATTENTE OU REJETES) DE FINVAPPR,*
      * DANS L'ORDRE DES DATES DE LOT       *
      ***************************************
       01 WS-BATCH-TABLE.
          05 WS-BATCH-ENTRY OCCURS 100 TIMES.
             10 WBT-KEY           PIC X(8).
             10 WBT-STATUS        PIC X.
       77 WS-BATCH-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-IDX             PIC 9(3) VALUE ZERO.

      ***************************************
      * EXPEDITION EN COURS                 *
      ***************************************
       77 WS-LINE-VALUE      PIC S9(7)V99 VALUE ZERO.
       01 WS-REASON          PIC X(21).
       77 WS-REASON-CODE     PIC X.
          88 REASON-CREDIT               VALUE 'C'.
          88 REASON-MARGIN               VALUE 'M'.
          88 REASON-BATCH                VALUE 'L'.
          88 REASON-NONE                 VALUE 'N'.

      ***************************************
      * CUMULS PAR TRANCHE D'ANCIENNETE ET  *
      * PAR MOTIF                           *
      ***************************************
       77 WS-SHIP-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-TOT-VALUE       PIC S9(9)V99 VALUE ZERO.
       77 WS-CNT-B07         PIC 9(7) VALUE ZERO.
       77 WS-CNT-B15         PIC 9(7) VALUE ZERO.
       77 WS-CNT-B30         PIC 9(7) VALUE ZERO.
       77 WS-CNT-OVER30      PIC 9(7) VALUE ZERO.
       77 WS-TOT-B07         PIC S9(9)V99 VALUE ZERO.
       77 WS-TOT-B15         PIC S9(9)V99 VALUE ZERO.
       77 WS-TOT-B30         PIC S9(9)V99 VALUE ZERO.
       77 WS-TOT-OVER30      PIC S9(9)V99 VALUE ZERO.
       77 WS-TOT-CREDIT      PIC S9(9)V99 VALUE ZERO.
       77 WS-TOT-MARGIN      PIC S9(9)V99 VALUE ZERO.
       77 WS-TOT-BATCH       PIC S9(9)V99 VALUE ZERO.
       77 WS-TOT-NONE        PIC S9(9)V99 VALUE ZERO.
       77 WS-GL-LINE-COUNT   PIC 9(7) VALUE ZERO.

      *** EXPEDITIONS DU MOIS OU ANTERIEURES SANS LIGNE FACTUREE ***
           EXEC SQL
                DECLARE CUNBILL CURSOR
                FOR
                SELECT S.SHP_NO, S.O_NO, S.P_NO, S.SHIP_DATE,
                       S.QUANTITY, I.PRICE, O.C_NO
                FROM SHIPMENTS S
                INNER JOIN ITEMS I
                ON I.O_NO = S.O_NO AND I.P_NO = S.P_NO
                INNER JOIN ORDERS O
                ON O.O_NO = S.O_NO
                WHERE S.SHIP_DATE <= :WS-MONTH-END
      *         UN ENVOI GRATUIT NE SERA JAMAIS FACTURE
                AND O.ORDER_TYPE <> 'N'
                AND NOT EXISTS
                   (SELECT 1
                    FROM INVOICE_LINES L
                    INNER JOIN INVOICES V
                    ON V.INV_NO = L.INV_NO
                    WHERE V.O_NO = S.O_NO
                    AND L.P_NO = S.P_NO
                    AND V.STATUS <> 'X'
                    AND V.INV_DATE >= S.SHIP_DATE)
                ORDER BY S.SHIP_DATE, S.SHP_NO
           END-EXEC

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-SHP-NO          PIC 9(9).
       01 E-O-NO            PIC 9(4).
       01 E-C-NO            PIC 9(5).
       01 E-QTY             PIC ZZ9.
       01 E-VALUE           PIC Z(6)9,99.
       01 E-DAYS            PIC ZZZ9.
       01 E-COUNT           PIC Z(6)9.
       01 E-AMOUNT          PIC Z(8)9,99.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'UNBILACR'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - EXPEDITIONS NON FACTUREES'.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            PERFORM READ-PARM
            PERFORM GET-PARAMETERS
            PERFORM LOAD-UNAPPROVED-BATCHES
            PERFORM OPEN-FILES
            PERFORM WRITE-REPORT-HEADER
            EXEC SQL
               OPEN CUNBILL
            END-EXEC
            PERFORM TEST-SQLCODE
            PERFORM FETCH-CUNBILL
            PERFORM UNTIL SQLCODE = +100
               PERFORM PROCESS-SHIPMENT
               PERFORM FETCH-CUNBILL
            END-PERFORM
            EXEC SQL
               CLOSE CUNBILL
            END-EXEC
            PERFORM TEST-SQLCODE
            PERFORM WRITE-REPORT-TOTALS
            IF WS-TOT-VALUE > ZERO
               PERFORM WRITE-ACCRUAL-POSTINGS
            END-IF
            PERFORM CLOSE-FILES
            PERFORM WRITE-BATCH-SUMMARY
            GOBACK.

      ***************************************
      * MOIS A PROVISIONNER : CARTE SYSIN   *
      * OU MOIS PRECEDENT PAR DEFAUT. FIN   *
      * DE MOIS = VEILLE DU PREMIER DU MOIS *
      * SUIVANT                             *
      ***************************************
       READ-PARM.
           MOVE SPACES TO WS-SYSIN
           ACCEPT WS-SYSIN FROM SYSIN
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           IF WS-PERIOD-CARD NOT = SPACES
              AND WS-PERIOD-CARD NOT = '000000'
              MOVE WS-PERIOD-CARD TO WS-PERIOD
           ELSE
              MOVE WS-RUN-YYYY TO WS-PERIOD-YYYY
              MOVE WS-RUN-MM   TO WS-PERIOD-MM
              IF WS-PERIOD-MM = 1
                 SUBTRACT 1 FROM WS-PERIOD-YYYY
                 MOVE 12 TO WS-PERIOD-MM
              ELSE
                 SUBTRACT 1 FROM WS-PERIOD-MM
              END-IF
           END-IF
           MOVE WS-PERIOD-YYYY TO WS-NEXT-YYYY
           MOVE WS-PERIOD-MM   TO WS-NEXT-MM
           IF WS-NEXT-MM = 12
              ADD 1 TO WS-NEXT-YYYY
              MOVE 1 TO WS-NEXT-MM
           ELSE
              ADD 1 TO WS-NEXT-MM
           END-IF
           MOVE WS-NEXT-YYYY TO WS-NF-YYYY
           MOVE WS-NEXT-MM   TO WS-NF-MM
           MOVE 1            TO WS-NF-DD
           COMPUTE WS-MONTH-END-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST-INT) - 1
           COMPUTE WS-MONTH-END-INT =
                   FUNCTION DATE-OF-INTEGER(WS-MONTH-END-JULIAN)
           STRING
                WS-ME-YYYY DELIMITED BY SIZE
                '-'        DELIMITED BY SIZE
                WS-ME-MM   DELIMITED BY SIZE
                '-'        DELIMITED BY SIZE
                WS-ME-DD   DELIMITED BY SIZE
           INTO WS-MONTH-END
           STRING
                WS-NF-YYYY DELIMITED BY SIZE
                '-'        DELIMITED BY SIZE
                WS-NF-MM   DELIMITED BY SIZE
                '-01'      DELIMITED BY SIZE
           INTO WS-REVERSE-DATE
           MOVE WS-MONTH-END TO WS-POST-DATE
           MOVE WS-MONTH-END TO AP-DATE
           CALL 'ARPERIOD' USING AP-PARM
           IF AP-CLOSED = 'Y'
              DISPLAY 'PERIODE CLOTUREE POUR LA DATE ' WS-MONTH-END
                      ' - PROVISION DATEE DU ' AP-OPEN-DATE
              MOVE AP-OPEN-DATE TO WS-POST-DATE
           END-IF
           MOVE WS-REVERSE-DATE TO AP-DATE
           CALL 'ARPERIOD' USING AP-PARM
           IF AP-CLOSED = 'Y'
              MOVE AP-OPEN-DATE TO WS-REVERSE-DATE
           END-IF.

      ***************************************
      * COMPTES DU GRAND LIVRE DEPUIS LE    *
      * FICHIER DE PARAMETRES CENTRAL       *
      ***************************************
       GET-PARAMETERS.
           OPEN INPUT PARAMS
           IF WS-FS-PRM NOT = '00'
              DISPLAY 'FPARAMS ABSENT - VALEURS COMPILEES'
           ELSE
              MOVE 'GLACCT-UBR' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-UBR
              END-IF
              MOVE 'GLACCT-REV' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-REV
              END-IF
              CLOSE PARAMS
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
      * LOTS EN ATTENTE OU REJETES : LEURS  *
      * EXPEDITIONS RESTENT NON FACTUREES   *
      ***************************************
       LOAD-UNAPPROVED-BATCHES.
           OPEN INPUT APPR
           IF WS-FS-APPR NOT = '00' AND WS-FS-APPR NOT = '05'
              DISPLAY 'ERR OPEN FINVAPPR, FS=' WS-FS-APPR
              PERFORM ABEND-PROG
           END-IF
           IF WS-FS-APPR = '00'
              PERFORM UNTIL WS-FS-APPR = '10'
                 READ APPR NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF APPR-PENDING OR APPR-REJECTED
                          PERFORM ADD-UNAPPROVED-BATCH
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE APPR.

       ADD-UNAPPROVED-BATCH.
           IF WS-BATCH-COUNT >= 100
              DISPLAY 'TABLE DES LOTS PLEINE (100)'
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-BATCH-COUNT
           MOVE APPR-KEY    TO WBT-KEY (WS-BATCH-COUNT)
           MOVE APPR-STATUS TO WBT-STATUS (WS-BATCH-COUNT).

      ***************************************
      * OUVERTURE / FERMETURE DES FICHIERS  *
      ***************************************
       OPEN-FILES.
           OPEN INPUT CRHOLD
           IF WS-FS-HOLD NOT = '00' AND WS-FS-HOLD NOT = '05'
              DISPLAY 'ERR OPEN FCRHOLD, FS=' WS-FS-HOLD
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FUNBILL, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE CRHOLD
           CLOSE RPT.

       FETCH-CUNBILL.
           EXEC SQL
              FETCH CUNBILL
              INTO :SHP-SHP-NO, :SHP-O-NO, :SHP-P-NO,
                   :SHP-SHIP-DATE, :SHP-QUANTITY, :ITE-PRICE,
                   :ORD-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * UNE EXPEDITION NON FACTUREE :       *
      * VALEUR, ANCIENNETE, MOTIF           *
      ***************************************
       PROCESS-SHIPMENT.
           ADD 1 TO WS-SHIP-COUNT
           COMPUTE WS-LINE-VALUE = SHP-QUANTITY * ITE-PRICE
           ADD WS-LINE-VALUE TO WS-TOT-VALUE
           MOVE SHP-SHIP-DATE(1:4) TO WS-SHIP-YYYY
           MOVE SHP-SHIP-DATE(6:2) TO WS-SHIP-MM
           MOVE SHP-SHIP-DATE(9:2) TO WS-SHIP-DD
           COMPUTE WS-SHIP-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-SHIP-DATE-INT)
           COMPUTE WS-DAYS-UNBILLED =
                   WS-MONTH-END-JULIAN - WS-SHIP-JULIAN
           EVALUATE TRUE
              WHEN WS-DAYS-UNBILLED <= 7
                 ADD 1 TO WS-CNT-B07
                 ADD WS-LINE-VALUE TO WS-TOT-B07
              WHEN WS-DAYS-UNBILLED <= 15
                 ADD 1 TO WS-CNT-B15
                 ADD WS-LINE-VALUE TO WS-TOT-B15
              WHEN WS-DAYS-UNBILLED <= 30
                 ADD 1 TO WS-CNT-B30
                 ADD WS-LINE-VALUE TO WS-TOT-B30
              WHEN OTHER
                 ADD 1 TO WS-CNT-OVER30
                 ADD WS-LINE-VALUE TO WS-TOT-OVER30
           END-EVALUATE
           PERFORM FIND-UNBILLED-REASON
           EVALUATE TRUE
              WHEN REASON-CREDIT
                 ADD WS-LINE-VALUE TO WS-TOT-CREDIT
              WHEN REASON-MARGIN
                 ADD WS-LINE-VALUE TO WS-TOT-MARGIN
              WHEN REASON-BATCH
                 ADD WS-LINE-VALUE TO WS-TOT-BATCH
              WHEN OTHER
                 ADD WS-LINE-VALUE TO WS-TOT-NONE
           END-EVALUATE
           PERFORM WRITE-SHIPMENT-LINE.

      ***************************************
      * MOTIF : COMMANDE RETENUE DANS       *
      * FCRHOLD (MARGE SI L'ENCOURS TENAIT  *
      * DANS LA LIMITE, SINON CREDIT), A    *
      * DEFAUT PREMIER LOT NON APPROUVE     *
      * DATE DU JOUR D'EXPEDITION OU APRES  *
      ***************************************
       FIND-UNBILLED-REASON.
           SET REASON-NONE TO TRUE
           MOVE 'NON DETERMINE' TO WS-REASON
           IF WS-FS-HOLD = '00'
              MOVE SHP-O-NO TO HOLD-O-NO
              READ CRHOLD KEY IS HOLD-O-NO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF HOLD-HELD
                       IF HOLD-BALANCE + HOLD-AMOUNT > HOLD-LIMIT
                          SET REASON-CREDIT TO TRUE
                          MOVE 'BLOCAGE CREDIT' TO WS-REASON
                       ELSE
                          SET REASON-MARGIN TO TRUE
                          MOVE 'BLOCAGE MARGE' TO WS-REASON
                       END-IF
                    END-IF
              END-READ
           END-IF
           IF REASON-NONE
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > WS-BATCH-COUNT
                 IF WBT-KEY (WS-IDX) >= WS-SHIP-DATE-NUM
                    SET REASON-BATCH TO TRUE
                    MOVE SPACES TO WS-REASON
                    IF WBT-STATUS (WS-IDX) = 'R'
                       STRING 'LOT ' DELIMITED BY SIZE
                              WBT-KEY (WS-IDX) DELIMITED BY SIZE
                              ' REJETE' DELIMITED BY SIZE
                       INTO WS-REASON
                    ELSE
                       STRING 'LOT ' DELIMITED BY SIZE
                              WBT-KEY (WS-IDX) DELIMITED BY SIZE
                              ' ATTENTE' DELIMITED BY SIZE
                       INTO WS-REASON
                    END-IF
                    MOVE WS-BATCH-COUNT TO WS-IDX
                 END-IF
              END-PERFORM
           END-IF.

      ***************************************
      * ETAT DES EXPEDITIONS NON FACTUREES  *
      ***************************************
       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FUNBILL, FS=' WS-FS-RPT
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
                'EXPEDITIONS NON FACTUREES AU ' DELIMITED BY SIZE
                WS-MONTH-END                    DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           PERFORM WRITE-SEPARATOR
           MOVE 'EXPEDIT.  CDE  CLIENT PROD EXPEDIEE' TO RPT-ENR
           MOVE 'QTE     VALEUR  JRS MOTIF' TO RPT-ENR(39:25)
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-SHIPMENT-LINE.
           MOVE SHP-SHP-NO       TO E-SHP-NO
           MOVE SHP-O-NO         TO E-O-NO
           MOVE ORD-C-NO         TO E-C-NO
           MOVE SHP-QUANTITY     TO E-QTY
           MOVE WS-LINE-VALUE    TO E-VALUE
           MOVE WS-DAYS-UNBILLED TO E-DAYS
           MOVE SPACES TO WS-LINE
           STRING
                E-SHP-NO          DELIMITED BY SIZE
                ' '               DELIMITED BY SIZE
                E-O-NO            DELIMITED BY SIZE
                ' '               DELIMITED BY SIZE
                E-C-NO            DELIMITED BY SIZE
                '  '              DELIMITED BY SIZE
                SHP-P-NO          DELIMITED BY SIZE
                ' '               DELIMITED BY SIZE
                SHP-SHIP-DATE     DELIMITED BY SIZE
                ' '               DELIMITED BY SIZE
                E-QTY             DELIMITED BY SIZE
                ' '               DELIMITED BY SIZE
                E-VALUE           DELIMITED BY SIZE
                ' '               DELIMITED BY SIZE
                E-DAYS            DELIMITED BY SIZE
                ' '               DELIMITED BY SIZE
                WS-REASON         DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-REPORT-TOTALS.
           PERFORM WRITE-SEPARATOR
           MOVE 'ANCIENNETE DEPUIS L''EXPEDITION' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-CNT-B07 TO E-COUNT
           MOVE WS-TOT-B07 TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING '  0 A  7 JOURS   : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-CNT-B15 TO E-COUNT
           MOVE WS-TOT-B15 TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING '  8 A 15 JOURS   : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-CNT-B30 TO E-COUNT
           MOVE WS-TOT-B30 TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING ' 16 A 30 JOURS   : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-CNT-OVER30 TO E-COUNT
           MOVE WS-TOT-OVER30 TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING ' PLUS DE 30 JOURS: ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-SHIP-COUNT TO E-COUNT
           MOVE WS-TOT-VALUE TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL A PROVISIONNER' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           PERFORM WRITE-SEPARATOR
           MOVE 'PAR MOTIF' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-TOT-CREDIT TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'BLOCAGE CREDIT        : ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-TOT-MARGIN TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'BLOCAGE MARGE         : ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-TOT-BATCH TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'LOT NON APPROUVE      : ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-TOT-NONE TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'NON DETERMINE         : ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           PERFORM WRITE-SEPARATOR
           MOVE SPACES TO WS-LINE
           STRING 'PROVISION DU '     DELIMITED BY SIZE
                  WS-POST-DATE        DELIMITED BY SIZE
                  ' - CONTREPASSEE LE ' DELIMITED BY SIZE
                  WS-REVERSE-DATE     DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE.

      ***************************************
      * PROVISION AU GRAND LIVRE :          *
      * DEBIT FACTURES A ETABLIR / CREDIT   *
      * VENTES A LA FIN DU MOIS, PUIS LA    *
      * CONTREPASSATION AU PREMIER JOUR DU  *
      * MOIS SUIVANT                        *
      ***************************************
       WRITE-ACCRUAL-POSTINGS.
           OPEN EXTEND GLP
           IF WS-FS-GLP NOT = '00' AND WS-FS-GLP NOT = '05'
              DISPLAY 'ERR OPEN FGLPOST, FS=' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF
           MOVE SPACES         TO GLP-ENR
           MOVE 'UNBILACR'     TO GLP-SOURCE
           MOVE ZERO           TO GLP-INVOICE-NO
           MOVE ZERO           TO GLP-O-NO
           MOVE WS-POST-DATE   TO GLP-DATE
           MOVE WS-TOT-VALUE   TO GLP-AMOUNT
           MOVE 'UNBILLED ACCRUAL' TO GLP-DESCRIPTION
           MOVE WS-GL-UBR      TO GLP-ACCOUNT
           MOVE 'D'            TO GLP-DC
           PERFORM WRITE-GL-LINE
           MOVE WS-GL-REV      TO GLP-ACCOUNT
           MOVE 'C'            TO GLP-DC
           PERFORM WRITE-GL-LINE
           MOVE WS-REVERSE-DATE TO GLP-DATE
           MOVE 'UNBILLED REVERSAL' TO GLP-DESCRIPTION
           MOVE WS-GL-REV      TO GLP-ACCOUNT
           MOVE 'D'            TO GLP-DC
           PERFORM WRITE-GL-LINE
           MOVE WS-GL-UBR      TO GLP-ACCOUNT
           MOVE 'C'            TO GLP-DC
           PERFORM WRITE-GL-LINE
           CLOSE GLP.

       WRITE-GL-LINE.
           WRITE GLP-ENR
           IF WS-FS-GLP NOT = ZERO THEN
              DISPLAY 'ERR WRITE GLPOST :' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-GL-LINE-COUNT.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           DISPLAY '  EXPEDITIONS NON FACTUREES - FIN DE MOIS'
           DISPLAY '  FIN DE MOIS          : ' WS-MONTH-END
           DISPLAY '  EXPEDITIONS          : ' WS-SHIP-COUNT
           DISPLAY '  VALEUR PROVISIONNEE  : ' WS-TOT-VALUE
           DISPLAY '  ECRITURES FGLPOST    : ' WS-GL-LINE-COUNT
           DISPLAY '  CONTREPASSATION LE   : ' WS-REVERSE-DATE
           DISPLAY '==============================================='.

      ***************************************
      * CONTROLE DU CODE RETOUR SQL         *
      ***************************************
       TEST-SQLCODE.
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 CONTINUE
              WHEN SQLCODE > 0
                 DISPLAY 'WARNING : ', SQLCODE
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
