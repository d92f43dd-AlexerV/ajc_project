       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SUSPAGE.
      **********************************************
      * VIEILLISSEMENT DU SUSPENS DES REJETS DE     *
      * FLUX (KSDS FSUSPNS, VOIR SUSPENSE.CPY) : LES*
      * LIGNES NON RESOLUES - OUVERTES ('O') OU     *
      * LIBEREES MAIS PAS ENCORE REPRISES ('L') -   *
      * SONT LISTEES PAR FLUX AVEC LEUR AGE EN      *
      * JOURS DEPUIS LE PREMIER REJET, PUIS         *
      * CUMULEES PAR FLUX ET PAR TRANCHE D'AGE      *
      * (0-2, 3-7, 8-30, PLUS DE 30 JOURS). LES     *
      * LIGNES REPRISES ET ABANDONNEES NE SONT QUE  *
      * COMPTEES. SYSIN : AGE MINIMUM A LISTER EN   *
      * DETAIL (BLANC = TOUT). RC 4 S'IL RESTE UNE  *
      * LIGNE DE PLUS DE 30 JOURS.                  *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SUSP ASSIGN TO FSUSPNS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS SUS-KEY
            FILE STATUS IS WS-FS-SUS.
            SELECT RPT ASSIGN TO FSUSPRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD SUSP.
       COPY SUSPENSE.
       FD RPT.
       01 RPT-ENR      PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS-SUS         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 FF-SUS            PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(100).

      *--------------------------------------------------------------
      *  PARAMETRE SYSIN
      *  COL 1-3 : AGE MINIMUM (JOURS) D'UNE LIGNE LISTEE EN DETAIL
      *            (BLANC = TOUTES LES LIGNES NON RESOLUES)
      *--------------------------------------------------------------
       01  WS-PARM-CARD.
           05 WS-PARM-MIN-AGE    PIC X(3).
           05 FILLER             PIC X(17).
       77 WS-MIN-AGE        PIC 9(3) VALUE ZERO.

      ***************************************
      * DATES ET AGE                        *
      ***************************************
       77 WS-TODAY          PIC X(8) VALUE SPACES.
       77 WS-TODAY-INT      PIC 9(8) VALUE ZERO.
       77 WS-CRE-DATE-INT   PIC 9(8) VALUE ZERO.
       77 WS-AGE            PIC S9(5) VALUE ZERO.
       77 WS-BAND           PIC 9 VALUE ZERO.

      ***************************************
      * CUMUL PAR FLUX : NON RESOLUES PAR   *
      * TRANCHE, REPRISES, ABANDONNEES      *
      ***************************************
       01 WS-FEED-TABLE.
          05 WS-FEED-ENTRY OCCURS 20 TIMES.
             10 WSF-FEED       PIC X(8).
             10 WSF-BAND       PIC S9(7) USAGE COMP-3 OCCURS 4 TIMES.
             10 WSF-RELEASED   PIC S9(7) USAGE COMP-3.
             10 WSF-PICKED     PIC S9(7) USAGE COMP-3.
             10 WSF-DISCARDED  PIC S9(7) USAGE COMP-3.
             10 WSF-OLDEST     PIC S9(5) USAGE COMP-3.
       77 WS-FEED-COUNT     PIC 9(3) VALUE ZERO.
       77 WS-FEED-IDX       PIC 9(3) VALUE ZERO.
       01 WS-IDX            PIC 9(3) VALUE ZERO.
       01 WS-BIDX           PIC 9 VALUE ZERO.
       77 WS-CURR-FEED      PIC X(8) VALUE LOW-VALUES.

      ***************************************
      * TOTAUX                              *
      ***************************************
       77 WS-TOT-UNRESOLVED PIC S9(7) VALUE ZERO.
       77 WS-TOT-OVER-30    PIC S9(7) VALUE ZERO.
       77 WS-DETAIL-COUNT   PIC S9(7) VALUE ZERO.

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-AGE             PIC ZZZZ9.
       01 E-REC-NO          PIC Z(6)9.
       01 E-RESUB           PIC ZZ9.
       01 E-CNT1            PIC ZZZZZ9.
       01 E-CNT2            PIC ZZZZZ9.
       01 E-CNT3            PIC ZZZZZ9.
       01 E-CNT4            PIC ZZZZZ9.
       01 E-CNT5            PIC ZZZZZ9.
       01 E-CNT6            PIC ZZZZZ9.
       01 E-CNT7            PIC ZZZZZ9.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'SUSPAGE'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - VIEILLISSEMENT DU SUSPENS'.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            PERFORM READ-PARM
            PERFORM OPEN-FILE-RPT
            PERFORM WRITE-HEADER
            PERFORM SCAN-SUSPENSE
            PERFORM WRITE-SUMMARY
            PERFORM CLOSE-FILE-RPT
            DISPLAY 'LIGNES NON RESOLUES       : ' WS-TOT-UNRESOLVED
            DISPLAY 'DONT PLUS DE 30 JOURS     : ' WS-TOT-OVER-30
            IF WS-TOT-OVER-30 > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.

       READ-PARM.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-MIN-AGE IS NUMERIC
              MOVE WS-PARM-MIN-AGE TO WS-MIN-AGE
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-TODAY-INT.

      ***************************************
      * PARCOURS DU SUSPENS DANS L'ORDRE DE *
      * LA CLE : FLUX PUIS PASSAGE, DONC    *
      * DU PLUS ANCIEN AU PLUS RECENT       *
      ***************************************
       SCAN-SUSPENSE.
           OPEN INPUT SUSP
           IF WS-FS-SUS = '35'
              DISPLAY 'SUSPENS FSUSPNS ABSENT - RIEN A VIEILLIR'
              MOVE 1 TO FF-SUS
           ELSE
              IF WS-FS-SUS NOT = '00'
                 DISPLAY 'ERR OPEN FSUSPNS, FS=' WS-FS-SUS
                 PERFORM ABEND-PROG
              END-IF
              PERFORM READ-FILE-SUS
           END-IF
           PERFORM UNTIL FF-SUS = 1
              PERFORM FIND-FEED
              EVALUATE TRUE
                 WHEN SUS-OPEN OR SUS-RELEASED
                    PERFORM AGE-LINE
                 WHEN SUS-PICKED-UP
                    ADD 1 TO WSF-PICKED (WS-FEED-IDX)
                 WHEN SUS-DISCARDED
                    ADD 1 TO WSF-DISCARDED (WS-FEED-IDX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM READ-FILE-SUS
           END-PERFORM
           IF WS-FS-SUS NOT = '35'
              CLOSE SUSP
           END-IF.

       READ-FILE-SUS.
           READ SUSP NEXT
               AT END
                  MOVE 1 TO FF-SUS
           END-READ
           IF FF-SUS = ZERO AND WS-FS-SUS NOT = '00'
              DISPLAY 'ERR READ FSUSPNS, FS=' WS-FS-SUS
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * LIGNE DE CUMUL DU FLUX (CREEE AU    *
      * PREMIER ENREGISTREMENT DU FLUX)     *
      ***************************************
       FIND-FEED.
           MOVE ZERO TO WS-FEED-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FEED-COUNT
              IF WSF-FEED (WS-IDX) = SUS-FEED
                 MOVE WS-IDX TO WS-FEED-IDX
              END-IF
           END-PERFORM
           IF WS-FEED-IDX = ZERO
              IF WS-FEED-COUNT >= 20
                 DISPLAY 'TABLE DES FLUX PLEINE (20)'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-FEED-COUNT
              MOVE WS-FEED-COUNT TO WS-FEED-IDX
              MOVE SUS-FEED TO WSF-FEED (WS-FEED-IDX)
              PERFORM VARYING WS-BIDX FROM 1 BY 1 UNTIL WS-BIDX > 4
                 MOVE ZERO TO WSF-BAND (WS-FEED-IDX WS-BIDX)
              END-PERFORM
              MOVE ZERO TO WSF-RELEASED (WS-FEED-IDX)
              MOVE ZERO TO WSF-PICKED (WS-FEED-IDX)
              MOVE ZERO TO WSF-DISCARDED (WS-FEED-IDX)
              MOVE ZERO TO WSF-OLDEST (WS-FEED-IDX)
           END-IF.

      ***************************************
      * AGE D'UNE LIGNE NON RESOLUE DEPUIS  *
      * SON PREMIER REJET (SUS-CRE-DATE),   *
      * TRANCHE ET DETAIL                   *
      ***************************************
       AGE-LINE.
           MOVE ZERO TO WS-AGE
           IF SUS-CRE-DATE IS NUMERIC
              MOVE SUS-CRE-DATE TO WS-CRE-DATE-INT
              COMPUTE WS-AGE =
                      FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
                    - FUNCTION INTEGER-OF-DATE(WS-CRE-DATE-INT)
           END-IF
           EVALUATE TRUE
              WHEN WS-AGE <= 2
                 MOVE 1 TO WS-BAND
              WHEN WS-AGE <= 7
                 MOVE 2 TO WS-BAND
              WHEN WS-AGE <= 30
                 MOVE 3 TO WS-BAND
              WHEN OTHER
                 MOVE 4 TO WS-BAND
                 ADD 1 TO WS-TOT-OVER-30
           END-EVALUATE
           ADD 1 TO WSF-BAND (WS-FEED-IDX WS-BAND)
           ADD 1 TO WS-TOT-UNRESOLVED
           IF SUS-RELEASED
              ADD 1 TO WSF-RELEASED (WS-FEED-IDX)
           END-IF
           IF WS-AGE > WSF-OLDEST (WS-FEED-IDX)
              MOVE WS-AGE TO WSF-OLDEST (WS-FEED-IDX)
           END-IF
           IF WS-AGE >= WS-MIN-AGE
              PERFORM WRITE-DETAIL
           END-IF.

      ***************************************
      * EDITION DU RAPPORT                  *
      ***************************************
       OPEN-FILE-RPT.
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FSUSPRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILE-RPT.
           CLOSE RPT.

       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FSUSPRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-HEADER.
           MOVE ALL '=' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           MOVE WS-MIN-AGE TO E-AGE
           STRING
                'SUSPENS DES REJETS DE FLUX AU ' DELIMITED BY SIZE
                WS-TODAY       DELIMITED BY SIZE
                ' - DETAIL DES LIGNES DE ' DELIMITED BY SIZE
                E-AGE          DELIMITED BY SIZE
                ' JOURS ET PLUS' DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE ALL '=' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE
             'FLUX     PASSAGE         LIGNE   ST  AGE REP PROGRAMME'
                TO WS-LINE
           MOVE '   MOTIF' TO WS-LINE(56:8)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE SUS-REC-NO TO E-REC-NO
           MOVE WS-AGE TO E-AGE
           MOVE SUS-RESUB-COUNT TO E-RESUB
           MOVE SPACES TO WS-LINE
           STRING
                SUS-FEED        DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                SUS-RUN-ID      DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                E-REC-NO        DELIMITED BY SIZE
                '  '            DELIMITED BY SIZE
                SUS-STATUS      DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                E-AGE           DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                E-RESUB         DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                SUS-PROGRAM     DELIMITED BY SIZE
                '  '            DELIMITED BY SIZE
                SUS-REASON      DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * RECAPITULATIF PAR FLUX ET TRANCHE   *
      ***************************************
       WRITE-SUMMARY.
           MOVE ALL '=' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE
             'FLUX        0-2J   3-7J  8-30J   >30J  LIBER. REPRIS.'
                TO WS-LINE
           MOVE ' ABAND. PLUS VIEUX' TO WS-LINE(55:18)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FEED-COUNT
              MOVE WSF-BAND (WS-IDX 1)       TO E-CNT1
              MOVE WSF-BAND (WS-IDX 2)       TO E-CNT2
              MOVE WSF-BAND (WS-IDX 3)       TO E-CNT3
              MOVE WSF-BAND (WS-IDX 4)       TO E-CNT4
              MOVE WSF-RELEASED (WS-IDX)     TO E-CNT5
              MOVE WSF-PICKED (WS-IDX)       TO E-CNT6
              MOVE WSF-DISCARDED (WS-IDX)    TO E-CNT7
              MOVE WSF-OLDEST (WS-IDX)       TO E-AGE
              MOVE SPACES TO WS-LINE
              STRING
                   WSF-FEED (WS-IDX) DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   E-CNT1            DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   E-CNT2            DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   E-CNT3            DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   E-CNT4            DELIMITED BY SIZE
                   '  '              DELIMITED BY SIZE
                   E-CNT5            DELIMITED BY SIZE
                   '  '              DELIMITED BY SIZE
                   E-CNT6            DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   E-CNT7            DELIMITED BY SIZE
                   '     '           DELIMITED BY SIZE
                   E-AGE             DELIMITED BY SIZE
              INTO WS-LINE
              MOVE WS-LINE TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
           END-PERFORM
           MOVE ALL '=' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-TOT-UNRESOLVED TO E-CNT1
           MOVE WS-TOT-OVER-30 TO E-CNT4
           MOVE SPACES TO WS-LINE
           STRING
                'NON RESOLUES : '  DELIMITED BY SIZE
                E-CNT1             DELIMITED BY SIZE
                '   DONT PLUS DE 30 JOURS : ' DELIMITED BY SIZE
                E-CNT4             DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
        ABEND-PROG.
           DISPLAY 'ABEND PROG !'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
