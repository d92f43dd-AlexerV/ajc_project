       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVGAP.
      **********************************************
      * AUDIT DE CONTINUITE DES NUMEROS DE FACTURE  *
      * ET D'AVOIR : POUR LA PERIODE, CHAQUE SERIE  *
      * (FACTURES DU COMPTEUR FINVCTR ECRITES PAR   *
      * CREAFACT, AVOIRS DU COMPTEUR FCREDCTR       *
      * ECRITS PAR CREAVOIR ET REBSETTL A PARTIR DE *
      * 500 000 001) EST PARCOURUE NUMERO PAR       *
      * NUMERO DANS INVOICES, DU PREMIER NUMERO     *
      * SUIVANT LA PERIODE PRECEDENTE AU DERNIER    *
      * NUMERO DE LA PERIODE - OU A LA VALEUR DU    *
      * COMPTEUR QUAND RIEN N'A ETE EMIS DEPUIS.    *
      * SONT LISTES : LES NUMEROS MANQUANTS (ET     *
      * CEUX QUE FSETTLE CONNAIT QUAND MEME), LES   *
      * DOUBLONS, LES FACTURES SANS LIGNES          *
      * INVOICE_LINES, LES PIECES SANS MOUVEMENT    *
      * OU A MOUVEMENT DOUBLE DANS AR_LEDGER, ET    *
      * LES FACTURES ANNULEES (INVREV) AVEC LEUR    *
      * CONTREPASSATION 'A'. L'ETAT SE TERMINE PAR  *
      * UN DECOMPTE A VISER : EMIS = VALIDES +      *
      * ANNULES + MANQUANTS. ETAT SUR FINVGAP.      *
      * RC 04 SI UNE ANOMALIE EST LISTEE.           *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL INVCTR ASSIGN TO FINVCTR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ICT-KEY
            FILE STATUS IS WS-FS-ICT.
            SELECT OPTIONAL CREDCTR ASSIGN TO FCREDCTR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CCT-KEY
            FILE STATUS IS WS-FS-CCT.
            SELECT STL ASSIGN TO FSETTLE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS STL-INVOICE-NO
            FILE STATUS IS WS-FS-STL.
            SELECT RPT ASSIGN TO FINVGAP
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD INVCTR.
       01 INVCTR-REC.
          05 ICT-KEY       PIC X(6).
          05 ICT-VALUE     PIC 9(9).
       FD CREDCTR.
       01 CREDCTR-REC.
          05 CCT-KEY       PIC X(6).
          05 CCT-VALUE     PIC 9(9).
       FD STL.
       COPY SETTLE.
       FD RPT.
       01 RPT-ENR      PIC X(78).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE INV
           END-EXEC

           EXEC SQL
               INCLUDE ARL
           END-EXEC

       77 WS-FS-ICT         PIC XX.
       77 WS-FS-CCT         PIC XX.
       77 WS-FS-STL         PIC XX.
       77 WS-FS-RPT         PIC XX.
       01 WS-LINE           PIC X(78).

      ***************************************
      * PARAMETRE SYSIN                     *
      * COL 1-6 : PERIODE A AUDITER AAAAMM  *
      *           (BLANC/ZERO = MOIS        *
      *           PRECEDENT LA DATE DU JOUR)*
      ***************************************
       01 WS-SYSIN.
          05 WS-PERIOD-CARD PIC X(6).
       01 WS-PERIOD.
          05 WS-PERIOD-YYYY PIC 9(4).
          05 WS-PERIOD-MM   PIC 9(2).
       77 WS-FROM-DATE      PIC X(10) VALUE SPACES.
       77 WS-TO-DATE        PIC X(10) VALUE SPACES.

       01 WS-RUN-DATE-NUM.
          05 WS-RUN-YYYY    PIC 9(4).
          05 WS-RUN-MM      PIC 9(2).
          05 WS-RUN-DD      PIC 9(2).

      ***************************************
      * LES DEUX SERIES AUDITEES : BORNES   *
      * DE LA SERIE, VALEUR DU COMPTEUR ET  *
      * DECOMPTE DE LA PERIODE              *
      ***************************************
       01 WS-SER-TABLE.
          05 WS-SER-ENTRY OCCURS 2 TIMES.
             10 WSE-LABEL         PIC X(8).
             10 WSE-DOC-TYPE      PIC X.
             10 WSE-MIN           PIC 9(9).
             10 WSE-MAX           PIC 9(9).
             10 WSE-COUNTER       PIC 9(9).
             10 WSE-LOW           PIC 9(9).
             10 WSE-HIGH          PIC 9(9).
             10 WSE-ISSUED        PIC 9(9).
             10 WSE-USED          PIC 9(9).
             10 WSE-VALID         PIC 9(9).
             10 WSE-CANCELLED     PIC 9(9).
             10 WSE-MISSING       PIC 9(9).
             10 WSE-DUPLICATE     PIC 9(9).
             10 WSE-NO-LINES      PIC 9(9).
             10 WSE-NO-LEDGER     PIC 9(9).
             10 WSE-NO-REVERSAL   PIC 9(9).
             10 WSE-ON-SETTLE     PIC 9(9).
       01 WS-SER            PIC 9 VALUE ZERO.

      ***************************************
      * PARCOURS D'UNE SERIE                *
      ***************************************
       77 WS-LOW            PIC S9(9) USAGE COMP-3 VALUE ZERO.
       77 WS-HIGH           PIC S9(9) USAGE COMP-3 VALUE ZERO.
       77 WS-SER-MIN        PIC S9(9) USAGE COMP-3 VALUE ZERO.
       77 WS-SER-MAX        PIC S9(9) USAGE COMP-3 VALUE ZERO.
       77 WS-LATER-COUNT    PIC S9(9) USAGE COMP VALUE ZERO.
       77 WS-EXPECTED       PIC 9(9) VALUE ZERO.
       77 WS-PREV-NO        PIC 9(9) VALUE ZERO.
       77 WS-GAP-FROM       PIC 9(9) VALUE ZERO.
       77 WS-GAP-TO         PIC 9(9) VALUE ZERO.
       77 WS-GAP-NO         PIC 9(9) VALUE ZERO.
       77 WS-GAP-SIZE       PIC 9(9) VALUE ZERO.
       77 WS-LINE-ROWS      PIC S9(9) USAGE COMP VALUE ZERO.
       77 WS-LEDGER-ROWS    PIC S9(9) USAGE COMP VALUE ZERO.
       77 WS-REV-ROWS       PIC S9(9) USAGE COMP VALUE ZERO.
       77 WS-REV-AMOUNT     PIC S9(9)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-REV-DATE       PIC X(10) VALUE SPACES.
       77 WS-EXCEPTIONS     PIC 9(9) VALUE ZERO.

      *** PIECES DE LA SERIE DANS LA PLAGE, PAR NUMERO ***
           EXEC SQL
                DECLARE CINV CURSOR
                FOR
                SELECT INV_NO, INV_DATE, STATUS, TOTAL
                FROM INVOICES
                WHERE INV_NO >= :WS-LOW
                AND INV_NO <= :WS-HIGH
                ORDER BY INV_NO
           END-EXEC

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-AMOUNT          PIC Z(9)9,99-.
       01 E-COUNT           PIC Z(8)9.
       01 E-DOC-NO          PIC 9(9).
       01 E-DOC-NO-2        PIC 9(9).

       01 WS-ALERT-PGM PIC X(8)  VALUE 'INVGAP'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - AUDIT DES NUMEROS DE FACTURE'.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            PERFORM READ-PARM
            PERFORM INIT-SERIES
            PERFORM READ-COUNTERS
            PERFORM OPEN-FILES
            PERFORM WRITE-REPORT-HEADER
            PERFORM VARYING WS-SER FROM 1 BY 1 UNTIL WS-SER > 2
               PERFORM AUDIT-SERIES
            END-PERFORM
            PERFORM WRITE-SIGN-OFF
            PERFORM CLOSE-FILES
            PERFORM WRITE-BATCH-SUMMARY
            IF WS-EXCEPTIONS > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.

      ***************************************
      * PERIODE A AUDITER : CARTE SYSIN OU  *
      * MOIS PRECEDENT PAR DEFAUT           *
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
      *    BORNES DU MOIS EN TEXTE ISO : '-31' COUVRE TOUS LES
      *    JOURS POSSIBLES EN COMPARAISON DE CHAINES
           MOVE SPACES TO WS-FROM-DATE
           STRING
                WS-PERIOD(1:4) DELIMITED BY SIZE
                '-'            DELIMITED BY SIZE
                WS-PERIOD(5:2) DELIMITED BY SIZE
                '-01'          DELIMITED BY SIZE
           INTO WS-FROM-DATE
           MOVE SPACES TO WS-TO-DATE
           STRING
                WS-PERIOD(1:4) DELIMITED BY SIZE
                '-'            DELIMITED BY SIZE
                WS-PERIOD(5:2) DELIMITED BY SIZE
                '-31'          DELIMITED BY SIZE
           INTO WS-TO-DATE.

      ***************************************
      * SERIE 1 = FACTURES, SERIE 2 = AVOIRS*
      * (MEME TABLE INVOICES, PLAGES        *
      * DISJOINTES - VOIR CREAVOIR)         *
      ***************************************
       INIT-SERIES.
           INITIALIZE WS-SER-TABLE
           MOVE 'FACTURES' TO WSE-LABEL (1)
           MOVE 'I'        TO WSE-DOC-TYPE (1)
           MOVE 1          TO WSE-MIN (1)
           MOVE 500000000  TO WSE-MAX (1)
           MOVE ZERO       TO WSE-COUNTER (1)
           MOVE 'AVOIRS'   TO WSE-LABEL (2)
           MOVE 'C'        TO WSE-DOC-TYPE (2)
           MOVE 500000001  TO WSE-MIN (2)
           MOVE 999999999  TO WSE-MAX (2)
           MOVE 500000000  TO WSE-COUNTER (2).

      ***************************************
      * DERNIER NUMERO DELIVRE PAR CHAQUE   *
      * COMPTEUR (LECTURE SEULE) ; COMPTEUR *
      * ABSENT = RIEN D'EMIS                *
      ***************************************
       READ-COUNTERS.
           OPEN INPUT INVCTR
           IF WS-FS-ICT = '00'
              MOVE 'INVNUM' TO ICT-KEY
              READ INVCTR KEY IS ICT-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ICT-VALUE TO WSE-COUNTER (1)
              END-READ
              CLOSE INVCTR
           ELSE
              DISPLAY 'FINVCTR ABSENT, FS=' WS-FS-ICT
           END-IF
           OPEN INPUT CREDCTR
           IF WS-FS-CCT = '00'
              MOVE 'CREDNUM' TO CCT-KEY
              READ CREDCTR KEY IS CCT-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CCT-VALUE TO WSE-COUNTER (2)
              END-READ
              CLOSE CREDCTR
           ELSE
              DISPLAY 'FCREDCTR ABSENT, FS=' WS-FS-CCT
           END-IF.

       OPEN-FILES.
           OPEN INPUT STL
           IF WS-FS-STL NOT = '00'
              DISPLAY 'ERR OPEN FSETTLE, FS=' WS-FS-STL
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FINVGAP, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE STL
           CLOSE RPT.

       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FINVGAP, FS=' WS-FS-RPT
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
                'AUDIT DES NUMEROS DE FACTURE ET D''AVOIR - '
                                 DELIMITED BY SIZE
                'PERIODE '       DELIMITED BY SIZE
                WS-PERIOD        DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           PERFORM WRITE-SEPARATOR.

      ***************************************
      * AUDIT D'UNE SERIE : PLAGE, PARCOURS *
      * DES PIECES, TROU FINAL, DECOMPTE    *
      ***************************************
       AUDIT-SERIES.
           PERFORM COMPUTE-SERIES-RANGE
           MOVE SPACES TO WS-LINE
           MOVE WSE-LOW (WS-SER)  TO E-DOC-NO
           MOVE WSE-HIGH (WS-SER) TO E-DOC-NO-2
           STRING
                WSE-LABEL (WS-SER) DELIMITED BY SPACE
                ' - PLAGE '        DELIMITED BY SIZE
                E-DOC-NO           DELIMITED BY SIZE
                ' A '              DELIMITED BY SIZE
                E-DOC-NO-2         DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE 'PIECE     ANOMALIE' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           IF WS-HIGH < WS-LOW
              MOVE '  AUCUN NUMERO EMIS SUR LA PERIODE' TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
              MOVE ZERO TO WSE-ISSUED (WS-SER)
           ELSE
              COMPUTE WSE-ISSUED (WS-SER) = WS-HIGH - WS-LOW + 1
              MOVE WS-LOW TO WS-EXPECTED
              MOVE ZERO TO WS-PREV-NO
              EXEC SQL
                 OPEN CINV
              END-EXEC
              PERFORM TEST-SQLCODE
              PERFORM FETCH-CINV
              PERFORM UNTIL SQLCODE = +100
                 PERFORM CHECK-DOCUMENT
                 PERFORM FETCH-CINV
              END-PERFORM
              EXEC SQL
                 CLOSE CINV
              END-EXEC
              PERFORM TEST-SQLCODE
              IF WS-EXPECTED <= WS-HIGH
                 MOVE WS-EXPECTED TO WS-GAP-FROM
                 MOVE WS-HIGH     TO WS-GAP-TO
                 PERFORM REPORT-GAP
              END-IF
           END-IF
           PERFORM WRITE-SERIES-COUNT.

      ***************************************
      * PLAGE DE LA PERIODE : DU NUMERO QUI *
      * SUIT LE DERNIER DE LA PERIODE       *
      * PRECEDENTE AU DERNIER DE LA PERIODE.*
      * SI AUCUNE PIECE N'EST DATEE APRES   *
      * LA PERIODE, LA PLAGE VA JUSQU'AU    *
      * COMPTEUR : LES NUMEROS CONSOMMES    *
      * PUIS PERDUS (REPRISE, LOT REJETE)   *
      * Y APPARAISSENT                      *
      ***************************************
       COMPUTE-SERIES-RANGE.
           MOVE WSE-MIN (WS-SER) TO WS-SER-MIN
           MOVE WSE-MAX (WS-SER) TO WS-SER-MAX
           EXEC SQL
              SELECT VALUE(MAX(INV_NO), 0)
                INTO :WS-LOW
                FROM INVOICES
               WHERE INV_NO >= :WS-SER-MIN
                 AND INV_NO <= :WS-SER-MAX
                 AND INV_DATE < :WS-FROM-DATE
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-LOW = ZERO
              MOVE WS-SER-MIN TO WS-LOW
           ELSE
              ADD 1 TO WS-LOW
           END-IF
           EXEC SQL
              SELECT VALUE(MAX(INV_NO), 0)
                INTO :WS-HIGH
                FROM INVOICES
               WHERE INV_NO >= :WS-SER-MIN
                 AND INV_NO <= :WS-SER-MAX
                 AND INV_DATE <= :WS-TO-DATE
           END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-LATER-COUNT
                FROM INVOICES
               WHERE INV_NO >= :WS-SER-MIN
                 AND INV_NO <= :WS-SER-MAX
                 AND INV_DATE > :WS-TO-DATE
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-LATER-COUNT = ZERO
              AND WSE-COUNTER (WS-SER) > WS-HIGH
              MOVE WSE-COUNTER (WS-SER) TO WS-HIGH
           END-IF
           IF WS-HIGH = ZERO
              COMPUTE WS-HIGH = WS-LOW - 1
           END-IF
           MOVE WS-LOW  TO WSE-LOW (WS-SER)
           MOVE WS-HIGH TO WSE-HIGH (WS-SER).

       FETCH-CINV.
           EXEC SQL
              FETCH CINV
              INTO :INV-INV-NO, :INV-DATE, :INV-STATUS, :INV-TOTAL
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * CONTROLE D'UNE PIECE : DOUBLON,     *
      * TROU AVANT ELLE, LIGNES, MOUVEMENT  *
      * AUXILIAIRE, ANNULATION              *
      ***************************************
       CHECK-DOCUMENT.
           IF INV-INV-NO = WS-PREV-NO
              ADD 1 TO WSE-DUPLICATE (WS-SER)
              MOVE INV-INV-NO TO E-DOC-NO
              MOVE SPACES TO WS-LINE
              STRING
                   E-DOC-NO              DELIMITED BY SIZE
                   ' NUMERO EN DOUBLE - DATE ' DELIMITED BY SIZE
                   INV-DATE              DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-EXCEPTION-LINE
           ELSE
              IF INV-INV-NO > WS-EXPECTED
                 MOVE WS-EXPECTED TO WS-GAP-FROM
                 COMPUTE WS-GAP-TO = INV-INV-NO - 1
                 PERFORM REPORT-GAP
              END-IF
              ADD 1 TO WSE-USED (WS-SER)
              IF INV-STATUS = 'X'
                 ADD 1 TO WSE-CANCELLED (WS-SER)
                 PERFORM CHECK-CANCELLATION
              ELSE
                 ADD 1 TO WSE-VALID (WS-SER)
              END-IF
              IF WS-SER = 1
                 PERFORM CHECK-INVOICE-LINES
              END-IF
              PERFORM CHECK-LEDGER-MOVEMENT
              MOVE INV-INV-NO TO WS-PREV-NO
              COMPUTE WS-EXPECTED = INV-INV-NO + 1
           END-IF.

      *** UNE FACTURE DOIT AVOIR SES LIGNES (LES AVOIRS N'EN ONT
      *** PAS DANS INVOICE_LINES)
       CHECK-INVOICE-LINES.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-LINE-ROWS
                FROM INVOICE_LINES
               WHERE INV_NO = :INV-INV-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-LINE-ROWS = ZERO
              ADD 1 TO WSE-NO-LINES (WS-SER)
              MOVE INV-INV-NO TO E-DOC-NO
              MOVE SPACES TO WS-LINE
              STRING
                   E-DOC-NO              DELIMITED BY SIZE
                   ' FACTURE SANS LIGNES - DATE ' DELIMITED BY SIZE
                   INV-DATE              DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      *** UN SEUL MOUVEMENT 'I' (FACTURE) OU 'C' (AVOIR) PAR PIECE
       CHECK-LEDGER-MOVEMENT.
           MOVE INV-INV-NO TO ARL-DOC-NO
           MOVE WSE-DOC-TYPE (WS-SER) TO ARL-DOC-TYPE
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-LEDGER-ROWS
                FROM AR_LEDGER
               WHERE DOC_NO = :ARL-DOC-NO
                 AND DOC_TYPE = :ARL-DOC-TYPE
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-LEDGER-ROWS NOT = 1
              MOVE INV-INV-NO TO E-DOC-NO
              MOVE SPACES TO WS-LINE
              IF WS-LEDGER-ROWS = ZERO
                 ADD 1 TO WSE-NO-LEDGER (WS-SER)
                 STRING
                      E-DOC-NO           DELIMITED BY SIZE
                      ' SANS MOUVEMENT AUXILIAIRE '
                                         DELIMITED BY SIZE
                      ARL-DOC-TYPE       DELIMITED BY SIZE
                 INTO WS-LINE
              ELSE
                 ADD 1 TO WSE-DUPLICATE (WS-SER)
                 STRING
                      E-DOC-NO           DELIMITED BY SIZE
                      ' MOUVEMENT AUXILIAIRE '
                                         DELIMITED BY SIZE
                      ARL-DOC-TYPE       DELIMITED BY SIZE
                      ' EN DOUBLE'       DELIMITED BY SIZE
                 INTO WS-LINE
              END-IF
              PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      ***************************************
      * PIECE ANNULEE PAR INVREV : LA       *
      * CONTREPASSATION EST LE MOUVEMENT    *
      * 'A' DE MEME NUMERO, ET LA FICHE     *
      * FSETTLE DOIT ETRE PASSEE A 'X'      *
      ***************************************
       CHECK-CANCELLATION.
           MOVE INV-INV-NO TO ARL-DOC-NO
           EXEC SQL
              SELECT COUNT(*), VALUE(SUM(AMOUNT), 0),
                     VALUE(MIN(DOC_DATE), ' ')
                INTO :WS-REV-ROWS, :WS-REV-AMOUNT, :WS-REV-DATE
                FROM AR_LEDGER
               WHERE DOC_NO = :ARL-DOC-NO
                 AND DOC_TYPE = 'A'
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE INV-INV-NO TO E-DOC-NO
           MOVE SPACES TO WS-LINE
           IF WS-REV-ROWS = ZERO
              ADD 1 TO WSE-NO-REVERSAL (WS-SER)
              MOVE INV-TOTAL TO E-AMOUNT
              STRING
                   E-DOC-NO              DELIMITED BY SIZE
                   ' ANNULEE SANS CONTREPASSATION '
                                         DELIMITED BY SIZE
                   E-AMOUNT              DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-EXCEPTION-LINE
           ELSE
              MOVE WS-REV-AMOUNT TO E-AMOUNT
              STRING
                   E-DOC-NO              DELIMITED BY SIZE
                   ' ANNULEE, CONTREPASSEE LE ' DELIMITED BY SIZE
                   WS-REV-DATE           DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   E-AMOUNT              DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-AMOUNT-LINE
           END-IF
           MOVE INV-INV-NO TO STL-INVOICE-NO
           READ STL KEY IS STL-INVOICE-NO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF NOT STL-CANCELLED
                    ADD 1 TO WSE-NO-REVERSAL (WS-SER)
                    MOVE SPACES TO WS-LINE
                    STRING
                         E-DOC-NO        DELIMITED BY SIZE
                         ' ANNULEE MAIS FSETTLE AU STATUT '
                                         DELIMITED BY SIZE
                         STL-STATUS      DELIMITED BY SIZE
                    INTO WS-LINE
                    PERFORM WRITE-EXCEPTION-LINE
                 END-IF
           END-READ.

      ***************************************
      * TROU DANS LA NUMEROTATION : UNE     *
      * LIGNE PAR PLAGE MANQUANTE, PUIS     *
      * CHAQUE NUMERO QUE FSETTLE CONNAIT   *
      * ALORS QU'INVOICES L'IGNORE          *
      ***************************************
       REPORT-GAP.
           COMPUTE WS-GAP-SIZE = WS-GAP-TO - WS-GAP-FROM + 1
           ADD WS-GAP-SIZE TO WSE-MISSING (WS-SER)
           MOVE WS-GAP-FROM TO E-DOC-NO
           MOVE WS-GAP-TO   TO E-DOC-NO-2
           MOVE WS-GAP-SIZE TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING
                E-DOC-NO         DELIMITED BY SIZE
                ' MANQUANT JUSQU''A ' DELIMITED BY SIZE
                E-DOC-NO-2       DELIMITED BY SIZE
                ' - '            DELIMITED BY SIZE
                E-COUNT          DELIMITED BY SIZE
                ' NUMERO(S)'     DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-EXCEPTION-LINE
           PERFORM VARYING WS-GAP-NO FROM WS-GAP-FROM BY 1
                   UNTIL WS-GAP-NO > WS-GAP-TO
              MOVE WS-GAP-NO TO STL-INVOICE-NO
              READ STL KEY IS STL-INVOICE-NO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WSE-ON-SETTLE (WS-SER)
                    MOVE WS-GAP-NO TO E-DOC-NO
                    MOVE STL-AMOUNT TO E-AMOUNT
                    MOVE SPACES TO WS-LINE
                    STRING
                         E-DOC-NO        DELIMITED BY SIZE
                         ' ABSENT D''INVOICES, PRESENT A FSETTLE '
                                         DELIMITED BY SIZE
                         E-AMOUNT        DELIMITED BY SIZE
                    INTO WS-LINE
                    PERFORM WRITE-AMOUNT-LINE
              END-READ
           END-PERFORM.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTIONS
           PERFORM WRITE-AMOUNT-LINE.

      ***************************************
      * DECOMPTE DE LA SERIE : LES NUMEROS  *
      * EMIS SE RETROUVENT TOUS, VALIDES,   *
      * ANNULES OU MANQUANTS                *
      ***************************************
       WRITE-SERIES-COUNT.
           PERFORM WRITE-SEPARATOR
           MOVE WSE-ISSUED (WS-SER) TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'NUMEROS EMIS              : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WSE-VALID (WS-SER) TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING ' - VALIDES                : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WSE-CANCELLED (WS-SER) TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING ' - ANNULES                : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WSE-MISSING (WS-SER) TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING ' - MANQUANTS              : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WSE-DUPLICATE (WS-SER) TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'DOUBLONS                  : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           IF WS-SER = 1
              MOVE WSE-NO-LINES (WS-SER) TO E-COUNT
              MOVE SPACES TO WS-LINE
              STRING 'FACTURES SANS LIGNES      : ' DELIMITED BY SIZE
                     E-COUNT DELIMITED BY SIZE INTO WS-LINE
              PERFORM WRITE-AMOUNT-LINE
           END-IF
           MOVE WSE-NO-LEDGER (WS-SER) TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'SANS MOUVEMENT AUXILIAIRE : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WSE-NO-REVERSAL (WS-SER) TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ANNULATIONS INCOMPLETES   : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WSE-ON-SETTLE (WS-SER) TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'MANQUANTS CONNUS FSETTLE  : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE SPACES TO WS-LINE
           IF WSE-ISSUED (WS-SER) = WSE-VALID (WS-SER)
                 + WSE-CANCELLED (WS-SER) + WSE-MISSING (WS-SER)
              MOVE 'EMIS = VALIDES + ANNULES + MANQUANTS : OUI'
                TO WS-LINE
           ELSE
              MOVE 'EMIS = VALIDES + ANNULES + MANQUANTS : NON'
                TO WS-LINE
              ADD 1 TO WS-EXCEPTIONS
           END-IF
           PERFORM WRITE-AMOUNT-LINE
           PERFORM WRITE-SEPARATOR.

      *** VISA DU CONTROLEUR SUR L'ETAT ***
       WRITE-SIGN-OFF.
           MOVE SPACES TO WS-LINE
           MOVE WS-EXCEPTIONS TO E-COUNT
           STRING 'ANOMALIES LISTEES : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE SPACES TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'CONTROLE PAR : ____________________' TO WS-LINE
           MOVE 'DATE : __________' TO WS-LINE(40:)
           PERFORM WRITE-AMOUNT-LINE
           MOVE SPACES TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'VISA         : ____________________' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           DISPLAY '  AUDIT DES NUMEROS DE FACTURE ET D''AVOIR'
           DISPLAY '  PERIODE              : ' WS-PERIOD
           DISPLAY '  FACTURES EMISES      : ' WSE-ISSUED (1)
           DISPLAY '  FACTURES MANQUANTES  : ' WSE-MISSING (1)
           DISPLAY '  AVOIRS EMIS          : ' WSE-ISSUED (2)
           DISPLAY '  AVOIRS MANQUANTS     : ' WSE-MISSING (2)
           DISPLAY '  ANOMALIES LISTEES    : ' WS-EXCEPTIONS
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

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
        ABEND-PROG.
           DISPLAY 'ABEND PROG !'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
