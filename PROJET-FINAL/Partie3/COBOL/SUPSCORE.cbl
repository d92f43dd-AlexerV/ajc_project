       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SUPSCORE.
      **********************************************
      * BULLETIN DE NOTES MENSUEL DES FOURNISSEURS  *
      * (PAR SUP-CODE) POUR LES ACHATS :            *
      * - PONCTUALITE : CHAQUE RECEPTION 'G' DU     *
      *   MOIS (STOCK_MOVES, PORECV) EST COMPAREE A *
      *   LA DATE PROMISE = DATE DE COMMANDE        *
      *   FPURCHPO + DELAI (FSUPPART, SINON         *
      *   FSUPPLIER, SINON DELAI SYSIN) : % A       *
      *   L'HEURE ET RETARD MOYEN DES RETARDS ;     *
      * - TAUX DE SERVICE : QUANTITE RECUE SUR      *
      *   QUANTITE COMMANDEE DES COMMANDES PROMISES *
      *   DANS LE MOIS ;                            *
      * - FACTURES : TAUX D'EXCEPTION ET ECART DE   *
      *   PRIX FACTURE / PRIX CONVENU, DEPUIS       *
      *   L'HISTORIQUE DES RAPPROCHEMENTS APMATCH   *
      *   (FAPMHIST).                               *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT POF ASSIGN TO FPURCHPO
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PO-NO
            FILE STATUS IS WS-FS-POF.
            SELECT OPTIONAL SPP ASSIGN TO FSUPPART
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SPP-PNO
            FILE STATUS IS WS-FS-SPP.
            SELECT OPTIONAL SUPF ASSIGN TO FSUPPLIER
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SUP-CODE
            FILE STATUS IS WS-FS-SUP.
            SELECT OPTIONAL AMH ASSIGN TO FAPMHIST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-AMH.
            SELECT RPT ASSIGN TO FSUPSCOR
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD POF.
       COPY PURCHPO.
       FD SPP.
       COPY SUPPART.
       FD SUPF.
       COPY SUPPLIER.
       FD AMH.
       COPY APMHIST.
       FD RPT.
       01 RPT-ENR      PIC X(78).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE SMV
           END-EXEC

       77 WS-FS-POF         PIC XX.
       77 WS-FS-SPP         PIC XX.
       77 WS-FS-SUP         PIC XX.
       77 WS-FS-AMH         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 FF-POF            PIC 9 VALUE ZERO.
       77 FF-AMH            PIC 9 VALUE ZERO.
       77 WS-SPP-PRESENT    PIC X VALUE 'N'.
       77 WS-SUP-PRESENT    PIC X VALUE 'N'.
       01 WS-LINE           PIC X(78).

      *--------------------------------------------------------------
      *  PARAMETRE SYSIN
      *  COL 1-7  : MOIS NOTE AAAA-MM (A BLANC : MOIS PRECEDENT)
      *  COL 8-10 : DELAI PAR DEFAUT EN JOURS QUAND NI FSUPPART NI
      *             FSUPPLIER N'EN DONNENT (DEFAUT 014)
      *--------------------------------------------------------------
       01  WS-PARM-CARD.
           05 WS-PARM-MONTH         PIC X(7).
           05 WS-PARM-LEAD-DAYS     PIC 9(3).
           05 FILLER                PIC X(10).

      ***************************************
      * BORNES DU MOIS (DEBUT INCLUS, DEBUT *
      * DU MOIS SUIVANT EXCLU)              *
      ***************************************
       01 WS-RUN-DATE-NUM   PIC 9(8).
       01 WS-MONTH-NUM.
          05 WS-MONTH-YYYY  PIC 9(4).
          05 WS-MONTH-MM    PIC 9(2).
       01 WS-MONTH-START    PIC X(10) VALUE SPACES.
       01 WS-MONTH-END      PIC X(10) VALUE SPACES.

      ***************************************
      * CALCUL DE DATES                     *
      ***************************************
       01 WS-WORK-DATE      PIC X(10).
       01 WS-DATE-NUM.
          05 WS-DATE-YYYY   PIC 9(4).
          05 WS-DATE-MM     PIC 9(2).
          05 WS-DATE-DD     PIC 9(2).
       01 WS-DATE-INT REDEFINES WS-DATE-NUM PIC 9(8).
       77 WS-WORK-JULIAN    PIC 9(8) VALUE ZERO.
       77 WS-PROMISE-JULIAN PIC 9(8) VALUE ZERO.
       77 WS-RECV-JULIAN    PIC 9(8) VALUE ZERO.
       77 WS-LEAD-DAYS      PIC 9(3) VALUE ZERO.
       77 WS-DAYS-LATE      PIC S9(5) VALUE ZERO.
       01 WS-PROMISE-DATE   PIC X(10).
       77 WS-FILL-QTY       PIC S9(7) VALUE ZERO.

      ***************************************
      * CUMULS PAR FOURNISSEUR              *
      ***************************************
       01 WS-SCORE-TABLE.
          05 WS-SCORE-COUNT PIC 9(3) VALUE ZERO.
          05 WSC-ITEM OCCURS 200 TIMES.
             10 WSC-SUP-CODE     PIC X(4).
             10 WSC-RECV-COUNT   PIC 9(5).
             10 WSC-ONTIME-COUNT PIC 9(5).
             10 WSC-LATE-COUNT   PIC 9(5).
             10 WSC-LATE-DAYS    PIC 9(7).
             10 WSC-ORD-QTY      PIC 9(9).
             10 WSC-FILL-QTY     PIC 9(9).
             10 WSC-INV-COUNT    PIC 9(5).
             10 WSC-EXC-COUNT    PIC 9(5).
             10 WSC-PO-VALUE     PIC S9(11)V99.
             10 WSC-INV-VALUE    PIC S9(11)V99.
       77 WS-SC-IDX         PIC 9(3) VALUE ZERO.
       77 WS-SC-FOUND-IDX   PIC 9(3) VALUE ZERO.
       77 WS-FIND-SUP       PIC X(4) VALUE SPACES.
       01 WS-TOTALS.
          05 WST-RECV-COUNT   PIC 9(7) VALUE ZERO.
          05 WST-ONTIME-COUNT PIC 9(7) VALUE ZERO.
          05 WST-LATE-COUNT   PIC 9(7) VALUE ZERO.
          05 WST-LATE-DAYS    PIC 9(9) VALUE ZERO.
          05 WST-ORD-QTY      PIC 9(11) VALUE ZERO.
          05 WST-FILL-QTY     PIC 9(11) VALUE ZERO.
          05 WST-INV-COUNT    PIC 9(7) VALUE ZERO.
          05 WST-EXC-COUNT    PIC 9(7) VALUE ZERO.
          05 WST-PO-VALUE     PIC S9(11)V99 VALUE ZERO.
          05 WST-INV-VALUE    PIC S9(11)V99 VALUE ZERO.

      ***************************************
      * LIGNE DU BULLETIN                   *
      ***************************************
       01 WS-SCORE-LINE.
          05 WSL-RECV-COUNT   PIC 9(7).
          05 WSL-ONTIME-COUNT PIC 9(7).
          05 WSL-LATE-COUNT   PIC 9(7).
          05 WSL-LATE-DAYS    PIC 9(9).
          05 WSL-ORD-QTY      PIC 9(11).
          05 WSL-FILL-QTY     PIC 9(11).
          05 WSL-INV-COUNT    PIC 9(7).
          05 WSL-EXC-COUNT    PIC 9(7).
          05 WSL-PO-VALUE     PIC S9(11)V99.
          05 WSL-INV-VALUE    PIC S9(11)V99.
       77 WS-RATIO          PIC S9(5)V9 VALUE ZERO.
       01 WS-SUP-NAME       PIC X(18).
       01 E-RATIO           PIC ZZ9,9.
       01 E-VAR             PIC -ZZ9,9.
       01 E-COUNT           PIC ZZZZ9.
       01 WS-T-ONTIME       PIC X(6).
       01 WS-T-LATE         PIC X(6).
       01 WS-T-FILL         PIC X(6).
       01 WS-T-EXC          PIC X(6).
       01 WS-T-VAR          PIC X(7).

      ***************************************
      * COMPTEURS DE CONTROLE               *
      ***************************************
       77 WS-MOVE-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-ORPHAN-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-HIST-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-PO-HOST        PIC 9(7) VALUE ZERO.

      *** RECEPTIONS DU MOIS ***
           EXEC SQL
                DECLARE CRECV CURSOR
                FOR
                SELECT P_NO, MOVE_DATE, REF_NO, QTY
                FROM STOCK_MOVES
                WHERE MOVE_TYPE = 'G'
                  AND MOVE_DATE >= :WS-MONTH-START
                  AND MOVE_DATE < :WS-MONTH-END
                ORDER BY REF_NO, MOVE_DATE
           END-EXEC

       01 WS-ALERT-PGM PIC X(8)  VALUE 'SUPSCORE'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - BULLETIN FOURNISSEURS'.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM READ-PARM
            PERFORM OPEN-FILES
            PERFORM SCORE-RECEIPTS
            PERFORM SCORE-FILL-RATE
            PERFORM SCORE-INVOICES
            PERFORM WRITE-REPORT
            PERFORM CLOSE-FILES
            PERFORM WRITE-BATCH-SUMMARY
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.

      ***************************************
      * MOIS NOTE : SYSIN, SINON LE MOIS    *
      * PRECEDENT LA DATE DU JOUR           *
      ***************************************
       READ-PARM.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-LEAD-DAYS NOT NUMERIC
              OR WS-PARM-LEAD-DAYS = ZERO
              MOVE 14 TO WS-PARM-LEAD-DAYS
           END-IF
           IF WS-PARM-MONTH(1:4) IS NUMERIC
              AND WS-PARM-MONTH(6:2) IS NUMERIC
              MOVE WS-PARM-MONTH(1:4) TO WS-MONTH-YYYY
              MOVE WS-PARM-MONTH(6:2) TO WS-MONTH-MM
           ELSE
              ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
              MOVE WS-RUN-DATE-NUM(1:4) TO WS-MONTH-YYYY
              MOVE WS-RUN-DATE-NUM(5:2) TO WS-MONTH-MM
              IF WS-MONTH-MM = 1
                 MOVE 12 TO WS-MONTH-MM
                 SUBTRACT 1 FROM WS-MONTH-YYYY
              ELSE
                 SUBTRACT 1 FROM WS-MONTH-MM
              END-IF
           END-IF
           MOVE SPACES TO WS-MONTH-START
           STRING
                WS-MONTH-YYYY DELIMITED BY SIZE
                '-'           DELIMITED BY SIZE
                WS-MONTH-MM   DELIMITED BY SIZE
                '-01'         DELIMITED BY SIZE
           INTO WS-MONTH-START
           IF WS-MONTH-MM = 12
              MOVE 1 TO WS-MONTH-MM
              ADD 1 TO WS-MONTH-YYYY
           ELSE
              ADD 1 TO WS-MONTH-MM
           END-IF
           MOVE SPACES TO WS-MONTH-END
           STRING
                WS-MONTH-YYYY DELIMITED BY SIZE
                '-'           DELIMITED BY SIZE
                WS-MONTH-MM   DELIMITED BY SIZE
                '-01'         DELIMITED BY SIZE
           INTO WS-MONTH-END
           DISPLAY 'MOIS NOTE : ' WS-MONTH-START(1:7).

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'SUPSCORE' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           COMPUTE RJ-IN-COUNT = WS-MOVE-COUNT + WS-HIST-COUNT
           MOVE WS-SCORE-COUNT TO RJ-OUT-COUNT
           MOVE WS-ORPHAN-COUNT TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

       OPEN-FILES.
           OPEN INPUT POF
           IF WS-FS-POF NOT = '00'
              DISPLAY 'ERR OPEN FPURCHPO, FS=' WS-FS-POF
              PERFORM ABEND-PROG
           END-IF
           MOVE 'N' TO WS-SPP-PRESENT
           OPEN INPUT SPP
           IF WS-FS-SPP = '00'
              MOVE 'Y' TO WS-SPP-PRESENT
           END-IF
           MOVE 'N' TO WS-SUP-PRESENT
           OPEN INPUT SUPF
           IF WS-FS-SUP = '00'
              MOVE 'Y' TO WS-SUP-PRESENT
           END-IF
           OPEN INPUT AMH
           IF WS-FS-AMH NOT = '00' AND WS-FS-AMH NOT = '05'
              DISPLAY 'ERR OPEN FAPMHIST, FS=' WS-FS-AMH
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FSUPSCOR, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE POF
           IF WS-SPP-PRESENT = 'Y'
              CLOSE SPP
           END-IF
           IF WS-SUP-PRESENT = 'Y'
              CLOSE SUPF
           END-IF
           CLOSE AMH
           CLOSE RPT.

      ***************************************
      * PONCTUALITE : CHAQUE RECEPTION DU   *
      * MOIS CONTRE LA DATE PROMISE DE SA   *
      * COMMANDE                            *
      ***************************************
       SCORE-RECEIPTS.
           EXEC SQL
              OPEN CRECV
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CRECV
           PERFORM UNTIL SQLCODE = +100
              ADD 1 TO WS-MOVE-COUNT
              PERFORM SCORE-ONE-RECEIPT
              PERFORM FETCH-CRECV
           END-PERFORM
           EXEC SQL
              CLOSE CRECV
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-CRECV.
           EXEC SQL
              FETCH CRECV
              INTO :SMV-P-NO, :SMV-MOVE-DATE, :SMV-REF-NO, :SMV-QTY
           END-EXEC
           PERFORM TEST-SQLCODE.

       SCORE-ONE-RECEIPT.
           MOVE SMV-REF-NO TO WS-PO-HOST
           MOVE WS-PO-HOST TO PO-NO
           READ POF KEY IS PO-NO
              INVALID KEY
                 ADD 1 TO WS-ORPHAN-COUNT
              NOT INVALID KEY
                 PERFORM COMPUTE-PROMISE-DATE
                 MOVE SMV-MOVE-DATE TO WS-WORK-DATE
                 PERFORM DATE-TO-JULIAN
                 MOVE WS-WORK-JULIAN TO WS-RECV-JULIAN
                 IF WS-RECV-JULIAN = ZERO
                    OR WS-PROMISE-JULIAN = ZERO
                    ADD 1 TO WS-ORPHAN-COUNT
                 ELSE
                    MOVE PO-SUP-CODE TO WS-FIND-SUP
                    PERFORM FIND-SUPPLIER-SLOT
                    ADD 1 TO WSC-RECV-COUNT (WS-SC-FOUND-IDX)
                    COMPUTE WS-DAYS-LATE =
                            WS-RECV-JULIAN - WS-PROMISE-JULIAN
                    IF WS-DAYS-LATE > ZERO
                       ADD 1 TO WSC-LATE-COUNT (WS-SC-FOUND-IDX)
                       ADD WS-DAYS-LATE
                         TO WSC-LATE-DAYS (WS-SC-FOUND-IDX)
                    ELSE
                       ADD 1 TO WSC-ONTIME-COUNT (WS-SC-FOUND-IDX)
                    END-IF
                 END-IF
           END-READ.

      ***************************************
      * DATE PROMISE = DATE DE COMMANDE +   *
      * DELAI PROPRE A LA PIECE CHEZ CE     *
      * FOURNISSEUR, SINON DELAI DU         *
      * FOURNISSEUR, SINON DELAI SYSIN      *
      ***************************************
       COMPUTE-PROMISE-DATE.
           MOVE WS-PARM-LEAD-DAYS TO WS-LEAD-DAYS
           IF WS-SUP-PRESENT = 'Y' AND PO-SUP-CODE NOT = SPACES
              MOVE PO-SUP-CODE TO SUP-CODE
              READ SUPF KEY IS SUP-CODE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SUP-LEAD-DAYS > ZERO
                       MOVE SUP-LEAD-DAYS TO WS-LEAD-DAYS
                    END-IF
              END-READ
           END-IF
           IF WS-SPP-PRESENT = 'Y'
              MOVE PO-PNO TO SPP-PNO
              READ SPP KEY IS SPP-PNO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SPP-SUP-CODE = PO-SUP-CODE
                       AND SPP-LEAD-DAYS > ZERO
                       MOVE SPP-LEAD-DAYS TO WS-LEAD-DAYS
                    END-IF
              END-READ
           END-IF
           MOVE PO-DATE TO WS-WORK-DATE
           PERFORM DATE-TO-JULIAN
           MOVE ZERO TO WS-PROMISE-JULIAN
           MOVE SPACES TO WS-PROMISE-DATE
           IF WS-WORK-JULIAN > ZERO
              COMPUTE WS-PROMISE-JULIAN =
                      WS-WORK-JULIAN + WS-LEAD-DAYS
              COMPUTE WS-DATE-INT =
                      FUNCTION DATE-OF-INTEGER(WS-PROMISE-JULIAN)
              STRING
                   WS-DATE-YYYY DELIMITED BY SIZE
                   '-'          DELIMITED BY SIZE
                   WS-DATE-MM   DELIMITED BY SIZE
                   '-'          DELIMITED BY SIZE
                   WS-DATE-DD   DELIMITED BY SIZE
              INTO WS-PROMISE-DATE
           END-IF.

       DATE-TO-JULIAN.
           MOVE ZERO TO WS-WORK-JULIAN
           IF WS-WORK-DATE(1:4) IS NUMERIC
              AND WS-WORK-DATE(6:2) IS NUMERIC
              AND WS-WORK-DATE(9:2) IS NUMERIC
              MOVE WS-WORK-DATE(1:4) TO WS-DATE-YYYY
              MOVE WS-WORK-DATE(6:2) TO WS-DATE-MM
              MOVE WS-WORK-DATE(9:2) TO WS-DATE-DD
              COMPUTE WS-WORK-JULIAN =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
           END-IF.

      ***************************************
      * TAUX DE SERVICE : COMMANDES DONT LA *
      * DATE PROMISE TOMBE DANS LE MOIS,    *
      * RECU (PLAFONNE AU COMMANDE) SUR     *
      * COMMANDE                            *
      ***************************************
       SCORE-FILL-RATE.
           MOVE ZERO TO PO-NO
           START POF KEY IS NOT LESS THAN PO-NO
              INVALID KEY
                 MOVE 1 TO FF-POF
           END-START
           PERFORM UNTIL FF-POF = 1
              READ POF NEXT RECORD
                 AT END
                    MOVE 1 TO FF-POF
                 NOT AT END
                    PERFORM COMPUTE-PROMISE-DATE
                    IF WS-PROMISE-DATE NOT < WS-MONTH-START
                       AND WS-PROMISE-DATE < WS-MONTH-END
                       PERFORM SCORE-ONE-ORDER
                    END-IF
              END-READ
           END-PERFORM.

       SCORE-ONE-ORDER.
           MOVE PO-SUP-CODE TO WS-FIND-SUP
           PERFORM FIND-SUPPLIER-SLOT
           MOVE PO-RECV-QTY TO WS-FILL-QTY
           IF WS-FILL-QTY > PO-QTY
              MOVE PO-QTY TO WS-FILL-QTY
           END-IF
           IF WS-FILL-QTY < ZERO
              MOVE ZERO TO WS-FILL-QTY
           END-IF
           ADD PO-QTY      TO WSC-ORD-QTY (WS-SC-FOUND-IDX)
           ADD WS-FILL-QTY TO WSC-FILL-QTY (WS-SC-FOUND-IDX).

      ***************************************
      * FACTURES DU MOIS : EXCEPTIONS ET    *
      * ECART DE PRIX (SUR LES FACTURES     *
      * DONT LA COMMANDE EST CONNUE)        *
      ***************************************
       SCORE-INVOICES.
           PERFORM UNTIL FF-AMH = 1
              READ AMH
                 AT END
                    MOVE 1 TO FF-AMH
                 NOT AT END
                    IF AMH-DATE NOT < WS-MONTH-START
                       AND AMH-DATE < WS-MONTH-END
                       PERFORM SCORE-ONE-INVOICE
                    END-IF
              END-READ
           END-PERFORM.

       SCORE-ONE-INVOICE.
           ADD 1 TO WS-HIST-COUNT
           MOVE AMH-SUP-CODE TO WS-FIND-SUP
           PERFORM FIND-SUPPLIER-SLOT
           ADD 1 TO WSC-INV-COUNT (WS-SC-FOUND-IDX)
           IF AMH-EXCEPTION
              ADD 1 TO WSC-EXC-COUNT (WS-SC-FOUND-IDX)
           END-IF
           IF AMH-PO-PRICE > ZERO
              COMPUTE WSC-PO-VALUE (WS-SC-FOUND-IDX) =
                      WSC-PO-VALUE (WS-SC-FOUND-IDX)
                    + AMH-PO-PRICE * AMH-QTY
              COMPUTE WSC-INV-VALUE (WS-SC-FOUND-IDX) =
                      WSC-INV-VALUE (WS-SC-FOUND-IDX)
                    + AMH-INV-PRICE * AMH-QTY
           END-IF.

      ***************************************
      * RECHERCHE / CREATION DE LA LIGNE DU *
      * FOURNISSEUR DANS LA TABLE. LA TABLE *
      * PLEINE, LE RESTE VA SUR LA DERNIERE *
      * LIGNE ('****')                      *
      ***************************************
       FIND-SUPPLIER-SLOT.
           IF WS-FIND-SUP = SPACES
              MOVE '????' TO WS-FIND-SUP
           END-IF
           MOVE ZERO TO WS-SC-FOUND-IDX
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SCORE-COUNT
                      OR WS-SC-FOUND-IDX > ZERO
              IF WSC-SUP-CODE (WS-SC-IDX) = WS-FIND-SUP
                 MOVE WS-SC-IDX TO WS-SC-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-SC-FOUND-IDX = ZERO
              IF WS-SCORE-COUNT < 200
                 ADD 1 TO WS-SCORE-COUNT
                 MOVE WS-SCORE-COUNT TO WS-SC-FOUND-IDX
                 INITIALIZE WSC-ITEM (WS-SC-FOUND-IDX)
                 MOVE WS-FIND-SUP TO WSC-SUP-CODE (WS-SC-FOUND-IDX)
              ELSE
                 MOVE 200 TO WS-SC-FOUND-IDX
                 MOVE '****' TO WSC-SUP-CODE (WS-SC-FOUND-IDX)
              END-IF
           END-IF.

      ***************************************
      * EDITION DU BULLETIN                 *
      ***************************************
       WRITE-REPORT.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'BULLETIN DES FOURNISSEURS - MOIS ' DELIMITED BY SIZE
                WS-MONTH-START(1:7)                 DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'FOUR NOM                RECEP %HEURE RETARD %SERV.'
             TO WS-LINE
           MOVE ' FACT %EXCEP %PRIX' TO WS-LINE(52:18)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE ALL '-' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SCORE-COUNT
              PERFORM WRITE-SUPPLIER-LINE
           END-PERFORM
           MOVE ALL '-' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WST-RECV-COUNT   TO WSL-RECV-COUNT
           MOVE WST-ONTIME-COUNT TO WSL-ONTIME-COUNT
           MOVE WST-LATE-COUNT   TO WSL-LATE-COUNT
           MOVE WST-LATE-DAYS    TO WSL-LATE-DAYS
           MOVE WST-ORD-QTY      TO WSL-ORD-QTY
           MOVE WST-FILL-QTY     TO WSL-FILL-QTY
           MOVE WST-INV-COUNT    TO WSL-INV-COUNT
           MOVE WST-EXC-COUNT    TO WSL-EXC-COUNT
           MOVE WST-PO-VALUE     TO WSL-PO-VALUE
           MOVE WST-INV-VALUE    TO WSL-INV-VALUE
           MOVE 'TOUS FOURNISSEURS' TO WS-SUP-NAME
           MOVE SPACES TO WS-FIND-SUP
           PERFORM FORMAT-SCORE-LINE.

       WRITE-SUPPLIER-LINE.
           MOVE WSC-RECV-COUNT (WS-SC-IDX)   TO WSL-RECV-COUNT
           MOVE WSC-ONTIME-COUNT (WS-SC-IDX) TO WSL-ONTIME-COUNT
           MOVE WSC-LATE-COUNT (WS-SC-IDX)   TO WSL-LATE-COUNT
           MOVE WSC-LATE-DAYS (WS-SC-IDX)    TO WSL-LATE-DAYS
           MOVE WSC-ORD-QTY (WS-SC-IDX)      TO WSL-ORD-QTY
           MOVE WSC-FILL-QTY (WS-SC-IDX)     TO WSL-FILL-QTY
           MOVE WSC-INV-COUNT (WS-SC-IDX)    TO WSL-INV-COUNT
           MOVE WSC-EXC-COUNT (WS-SC-IDX)    TO WSL-EXC-COUNT
           MOVE WSC-PO-VALUE (WS-SC-IDX)     TO WSL-PO-VALUE
           MOVE WSC-INV-VALUE (WS-SC-IDX)    TO WSL-INV-VALUE
           ADD WSL-RECV-COUNT   TO WST-RECV-COUNT
           ADD WSL-ONTIME-COUNT TO WST-ONTIME-COUNT
           ADD WSL-LATE-COUNT   TO WST-LATE-COUNT
           ADD WSL-LATE-DAYS    TO WST-LATE-DAYS
           ADD WSL-ORD-QTY      TO WST-ORD-QTY
           ADD WSL-FILL-QTY     TO WST-FILL-QTY
           ADD WSL-INV-COUNT    TO WST-INV-COUNT
           ADD WSL-EXC-COUNT    TO WST-EXC-COUNT
           ADD WSL-PO-VALUE     TO WST-PO-VALUE
           ADD WSL-INV-VALUE    TO WST-INV-VALUE
           MOVE WSC-SUP-CODE (WS-SC-IDX) TO WS-FIND-SUP
           MOVE 'FOURNISSEUR INCONNU' TO WS-SUP-NAME
           IF WS-SUP-PRESENT = 'Y'
              MOVE WS-FIND-SUP TO SUP-CODE
              READ SUPF KEY IS SUP-CODE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SUP-NAME TO WS-SUP-NAME
              END-READ
           END-IF
           PERFORM FORMAT-SCORE-LINE.

      ***************************************
      * RATIOS D'UNE LIGNE : 'N/D' QUAND LE *
      * FOURNISSEUR N'A RIEN EU A NOTER     *
      ***************************************
       FORMAT-SCORE-LINE.
           MOVE '   N/D' TO WS-T-ONTIME
           MOVE '   N/D' TO WS-T-LATE
           MOVE '   N/D' TO WS-T-FILL
           MOVE '   N/D' TO WS-T-EXC
           MOVE '    N/D' TO WS-T-VAR
           IF WSL-RECV-COUNT > ZERO
              COMPUTE WS-RATIO ROUNDED =
                      WSL-ONTIME-COUNT * 100 / WSL-RECV-COUNT
              MOVE WS-RATIO TO E-RATIO
              MOVE SPACES TO WS-T-ONTIME
              MOVE E-RATIO TO WS-T-ONTIME(2:5)
              MOVE ZERO TO WS-RATIO
              IF WSL-LATE-COUNT > ZERO
                 COMPUTE WS-RATIO ROUNDED =
                         WSL-LATE-DAYS / WSL-LATE-COUNT
              END-IF
              MOVE WS-RATIO TO E-RATIO
              MOVE SPACES TO WS-T-LATE
              MOVE E-RATIO TO WS-T-LATE(2:5)
           END-IF
           IF WSL-ORD-QTY > ZERO
              COMPUTE WS-RATIO ROUNDED =
                      WSL-FILL-QTY * 100 / WSL-ORD-QTY
              MOVE WS-RATIO TO E-RATIO
              MOVE SPACES TO WS-T-FILL
              MOVE E-RATIO TO WS-T-FILL(2:5)
           END-IF
           IF WSL-INV-COUNT > ZERO
              COMPUTE WS-RATIO ROUNDED =
                      WSL-EXC-COUNT * 100 / WSL-INV-COUNT
              MOVE WS-RATIO TO E-RATIO
              MOVE SPACES TO WS-T-EXC
              MOVE E-RATIO TO WS-T-EXC(2:5)
           END-IF
           IF WSL-PO-VALUE > ZERO
              COMPUTE WS-RATIO ROUNDED =
                      (WSL-INV-VALUE - WSL-PO-VALUE) * 100
                      / WSL-PO-VALUE
              MOVE WS-RATIO TO E-VAR
              MOVE SPACES TO WS-T-VAR
              MOVE E-VAR TO WS-T-VAR(2:6)
           END-IF
           MOVE WSL-RECV-COUNT TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING
                WS-FIND-SUP    DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                WS-SUP-NAME    DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                E-COUNT        DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                WS-T-ONTIME    DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                WS-T-LATE      DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                WS-T-FILL      DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WSL-INV-COUNT TO E-COUNT
           MOVE E-COUNT   TO WS-LINE(52:5)
           MOVE WS-T-EXC  TO WS-LINE(58:6)
           MOVE WS-T-VAR  TO WS-LINE(64:7)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FSUPSCOR, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           DISPLAY '  RESUME DU BULLETIN FOURNISSEURS'
           DISPLAY '  RECEPTIONS DU MOIS     : ' WS-MOVE-COUNT
           DISPLAY '  SANS COMMANDE LISIBLE  : ' WS-ORPHAN-COUNT
           DISPLAY '  FACTURES DU MOIS       : ' WS-HIST-COUNT
           DISPLAY '  FOURNISSEURS NOTES     : ' WS-SCORE-COUNT
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
