       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FXREVAL.
      **********************************************
      * REEVALUATION DE FIN DE MOIS DES CREANCES EN *
      * DEVISE : LES PIECES OUVERTES DE FSETTLE     *
      * FACTUREES DANS LA DEVISE DU CLIENT SONT     *
      * PORTEES AU TAUX DE LA FACTURE               *
      * (STL-FX-RATE). LE SOLDE OUVERT EN DEVISE    *
      * EST REVALORISE AU TAUX DE CLOTURE FRATES ;  *
      * L'ECART, CUMULE PAR DEVISE, PART AU GRAND   *
      * LIVRE (FGLPOST) EN GAIN OU PERTE DE CHANGE  *
      * LATENT CONTRE LE COMPTE DE REEVALUATION DES *
      * CREANCES, AVEC SA CONTREPASSATION           *
      * AUTOMATIQUE DATEE DU PREMIER JOUR DU MOIS   *
      * SUIVANT : LES PIECES RESTENT AU TAUX DE LA  *
      * FACTURE ET CASHAPP CONSTATE LE CHANGE       *
      * REALISE A L'ENCAISSEMENT. NI FSETTLE, NI LE *
      * GRAND LIVRE AUXILIAIRE, NI LES SOLDES       *
      * CLIENTS NE BOUGENT. ETAT DE REEVALUATION    *
      * PAR DEVISE SUR FFXREVAL.                    *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT STL ASSIGN TO FSETTLE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS STL-INVOICE-NO
            FILE STATUS IS WS-FS-STL.
            SELECT OPTIONAL RATE-FILE ASSIGN TO FRATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RF-CURRENCY
            FILE STATUS IS WS-FS-RATES.
            SELECT GLP ASSIGN TO FGLPOST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-GLP.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
            SELECT RPT ASSIGN TO FFXREVAL
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD STL.
       COPY SETTLE.
       FD RATE-FILE.
       01 RATE-FILE-REC.
          05 RF-CURRENCY       PIC XX.
          05 RF-FACTOR         PIC 9V99.
       FD GLP.
       COPY GLPOST.
       FD PARAMS.
       COPY PARAMREC.
       FD RPT.
       01 RPT-ENR       PIC X(78).

       WORKING-STORAGE SECTION.
      ***************************************
      * PARAMETRE SYSIN                     *
      * COL 1-10 : DATE DE REEVALUATION     *
      *            (AAAA-MM-JJ, FIN DE MOIS *
      *            - BLANC = DATE DU JOUR)  *
      ***************************************
       01 WS-SYSIN.
          05 WS-SYSIN-DATE  PIC X(10).
          05 FILLER         PIC X(70).

       77 WS-FS-STL         PIC XX.
       77 WS-FS-RATES       PIC XX.
       77 WS-FS-GLP         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 FF-STL            PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).

      ***************************************
      * TAUX DE CLOTURE : LE FICHIER FRATES *
      * PERMANENT (TAUX DEVISE -> DOLLAR)   *
      ***************************************
       01 WS-RATES.
          05 RATE-ENTRY OCCURS 50 TIMES.
             10 RATE-CURRENCY   PIC XX.
             10 RATE-FACTOR     PIC 9V99.
       77 WS-RATE-COUNT       PIC 9(2) VALUE 0.
       77 WS-RATE-IDX         PIC 9(2) COMP VALUE 0.

      ***************************************
      * CUMULS PAR DEVISE                   *
      ***************************************
       01 WS-CUR-TABLE.
          05 WS-CUR-ENTRY OCCURS 50 TIMES.
             10 WFX-CURRENCY      PIC XX.
             10 WFX-RATE          PIC 9V99.
             10 WFX-COUNT         PIC 9(5).
             10 WFX-OPEN-CUR      PIC S9(11)V99.
             10 WFX-BOOKED        PIC S9(11)V99.
             10 WFX-DIFF          PIC S9(11)V99.
       77 WS-CUR-COUNT       PIC 9(2) VALUE ZERO.
       77 WS-CUR-FOUND-IDX   PIC 9(2) VALUE ZERO.
       01 WS-IDX             PIC 9(2) VALUE ZERO.

      ***************************************
      * PIECE EN COURS                      *
      ***************************************
       77 WS-OPEN-CUR        PIC S9(9)V99 VALUE ZERO.
       77 WS-OPEN-USD        PIC S9(9)V99 VALUE ZERO.
       77 WS-ITEM-DIFF       PIC S9(9)V99 VALUE ZERO.

      ***************************************
      * COMPTES DU GRAND LIVRE : REPLIS     *
      * COMPILES, REMPLACES PAR LES FICHES  *
      * GLACCT-xx DE FPARAMS. 1105 =        *
      * REEVALUATION DES CREANCES EN DEVISE *
      * (HORS DU 1100 QUE LE GRAND LIVRE    *
      * AUXILIAIRE JUSTIFIE), 4450 = GAINS  *
      * ET PERTES DE CHANGE LATENTS         *
      ***************************************
       77 WS-FS-PRM         PIC XX.
       77 WS-PRM-FOUND      PIC X VALUE 'N'.
       01 WS-GL-ACCOUNTS.
          05 WS-GL-ARX       PIC X(10) VALUE '1105'.
          05 WS-GL-FXU       PIC X(10) VALUE '4450'.

      ***************************************
      * DATE DE REEVALUATION, DATE DE POSTE *
      * (ARPERIOD) ET DATE DE LA            *
      * CONTREPASSATION (1ER DU MOIS        *
      * SUIVANT)                            *
      ***************************************
       01 WS-RUN-DATE-NUM   PIC 9(8).
       01 WS-REVAL-DATE     PIC X(10) VALUE SPACES.
       01 WS-POST-DATE      PIC X(10) VALUE SPACES.
       01 WS-REVERSE-DATE   PIC X(10) VALUE SPACES.
       01 WS-REV-YEAR       PIC 9(4).
       01 WS-REV-MONTH      PIC 9(2).
       COPY ARPERIOD.

      ***************************************
      * ECRITURE EN COURS                   *
      ***************************************
       01 WS-GL-DEBIT-ACCT  PIC X(10).
       01 WS-GL-CREDIT-ACCT PIC X(10).
       77 WS-GL-AMOUNT      PIC S9(9)V99 VALUE ZERO.
       77 WS-GL-LINE-COUNT  PIC 9(7) VALUE ZERO.

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-READ-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-ITEM-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-NORATE-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-SUM-BOOKED      PIC S9(11)V99 VALUE ZERO.
       77 WS-SUM-DIFF        PIC S9(11)V99 VALUE ZERO.

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-COUNT           PIC Z(4)9.
       01 E-OPEN-CUR        PIC Z(8)9,99.
       01 E-BOOKED          PIC Z(8)9,99.
       01 E-REVALUED        PIC Z(8)9,99.
       01 E-DIFF            PIC -Z(7)9,99.
       01 E-RATE            PIC 9,99.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'FXREVAL'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - REEVALUATION DES DEVISES'.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            PERFORM READ-PARM
            PERFORM GET-PARAMETERS
            PERFORM LOAD-RATE-TABLE
            PERFORM OPEN-FILES
            PERFORM READ-FILE-STL
            PERFORM UNTIL FF-STL = 1
               ADD 1 TO WS-READ-COUNT
               IF STL-OPEN
                  AND STL-CURRENCY NOT = 'USD'
                  AND STL-CUR-AMOUNT NOT = ZERO
                  PERFORM REVALUE-ITEM
               END-IF
               PERFORM READ-FILE-STL
            END-PERFORM
            PERFORM POST-CURRENCY-REVALUATIONS
            PERFORM WRITE-REVALUATION-REPORT
            PERFORM CLOSE-FILES
            PERFORM WRITE-BATCH-SUMMARY
            IF WS-NORATE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.

      ***************************************
      * DATE DE REEVALUATION : CARTE SYSIN  *
      * OU DATE DU JOUR. LES ECRITURES SE   *
      * DATENT DANS LA PERIODE OUVERTE, LA  *
      * CONTREPASSATION AU 1ER DU MOIS      *
      * SUIVANT                             *
      ***************************************
       READ-PARM.
           MOVE SPACES TO WS-SYSIN
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-SYSIN-DATE = SPACES
              ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
              STRING
                   WS-RUN-DATE-NUM(1:4) DELIMITED BY SIZE
                   '-'                  DELIMITED BY SIZE
                   WS-RUN-DATE-NUM(5:2) DELIMITED BY SIZE
                   '-'                  DELIMITED BY SIZE
                   WS-RUN-DATE-NUM(7:2) DELIMITED BY SIZE
              INTO WS-REVAL-DATE
           ELSE
              MOVE WS-SYSIN-DATE TO WS-REVAL-DATE
           END-IF
           IF WS-REVAL-DATE(1:4) IS NOT NUMERIC
              OR WS-REVAL-DATE(6:2) IS NOT NUMERIC
              OR WS-REVAL-DATE(9:2) IS NOT NUMERIC
              DISPLAY 'DATE DE REEVALUATION INVALIDE : '
                      WS-REVAL-DATE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-REVAL-DATE(1:4) TO WS-REV-YEAR
           MOVE WS-REVAL-DATE(6:2) TO WS-REV-MONTH
           IF WS-REV-MONTH = 12
              ADD 1 TO WS-REV-YEAR
              MOVE 1 TO WS-REV-MONTH
           ELSE
              ADD 1 TO WS-REV-MONTH
           END-IF
           STRING
                WS-REV-YEAR  DELIMITED BY SIZE
                '-'          DELIMITED BY SIZE
                WS-REV-MONTH DELIMITED BY SIZE
                '-01'        DELIMITED BY SIZE
           INTO WS-REVERSE-DATE
           MOVE WS-REVAL-DATE TO WS-POST-DATE
           MOVE WS-REVAL-DATE TO AP-DATE
           CALL 'ARPERIOD' USING AP-PARM
           IF AP-CLOSED = 'Y'
              DISPLAY 'PERIODE CLOTUREE POUR LA DATE ' WS-REVAL-DATE
                      ' - ECRITURES DATEES DU ' AP-OPEN-DATE
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
              MOVE 'GLACCT-ARX' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-ARX
              END-IF
              MOVE 'GLACCT-FXU' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-FXU
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
      * CHARGEMENT DE LA TABLE DES TAUX DE  *
      * CLOTURE (FICHIER FRATES PERMANENT)  *
      ***************************************
       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-FS-RATES NOT = '00' AND WS-FS-RATES NOT = '05'
              DISPLAY 'ERR OPEN FRATES, FS=' WS-FS-RATES
              PERFORM ABEND-PROG
           END-IF
           IF WS-FS-RATES = '00'
              PERFORM UNTIL WS-FS-RATES = '10'
                 READ RATE-FILE NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RF-CURRENCY
                         TO RATE-CURRENCY(WS-RATE-COUNT)
                       MOVE RF-FACTOR
                         TO RATE-FACTOR(WS-RATE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE RATE-FILE
           END-IF.

      ***************************************
      * OUVERTURE / FERMETURE DES FICHIERS  *
      ***************************************
       OPEN-FILES.
           OPEN INPUT STL
           IF WS-FS-STL NOT = '00'
              DISPLAY 'ERR OPEN FSETTLE, FS=' WS-FS-STL
              PERFORM ABEND-PROG
           END-IF
           OPEN EXTEND GLP
           IF WS-FS-GLP NOT = '00' AND WS-FS-GLP NOT = '05'
              DISPLAY 'ERR OPEN FGLPOST, FS=' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FFXREVAL, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE STL
           CLOSE GLP
           CLOSE RPT.

       READ-FILE-STL.
           READ STL AT END
               MOVE 1 TO FF-STL
           END-READ.

      ***************************************
      * REEVALUATION D'UNE PIECE : SOLDE    *
      * OUVERT EN DEVISE x (TAUX DE CLOTURE *
      * - TAUX DE LA FACTURE). SANS TAUX DE *
      * CLOTURE, LA PIECE EST COMPTEE MAIS  *
      * PAS REEVALUEE                       *
      ***************************************
       REVALUE-ITEM.
           COMPUTE WS-OPEN-CUR = STL-CUR-AMOUNT - STL-CUR-PAID
           COMPUTE WS-OPEN-USD = STL-AMOUNT - STL-PAID-AMOUNT
           PERFORM FIND-OR-ADD-CURRENCY
           ADD 1 TO WS-ITEM-COUNT
           ADD 1 TO WFX-COUNT (WS-CUR-FOUND-IDX)
           ADD WS-OPEN-CUR TO WFX-OPEN-CUR (WS-CUR-FOUND-IDX)
           ADD WS-OPEN-USD TO WFX-BOOKED (WS-CUR-FOUND-IDX)
           ADD WS-OPEN-USD TO WS-SUM-BOOKED
           IF WFX-RATE (WS-CUR-FOUND-IDX) = ZERO
              ADD 1 TO WS-NORATE-COUNT
           ELSE
              COMPUTE WS-ITEM-DIFF ROUNDED = WS-OPEN-CUR *
                      (WFX-RATE (WS-CUR-FOUND-IDX) - STL-FX-RATE)
              ADD WS-ITEM-DIFF TO WFX-DIFF (WS-CUR-FOUND-IDX)
              ADD WS-ITEM-DIFF TO WS-SUM-DIFF
           END-IF.

       FIND-OR-ADD-CURRENCY.
           MOVE ZERO TO WS-CUR-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CUR-COUNT
              IF WFX-CURRENCY (WS-IDX) = STL-CURRENCY(1:2)
                 MOVE WS-IDX TO WS-CUR-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-CUR-FOUND-IDX = ZERO
              IF WS-CUR-COUNT >= 50
                 DISPLAY 'TABLE DES DEVISES PLEINE (50)'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-CUR-COUNT
              MOVE WS-CUR-COUNT TO WS-CUR-FOUND-IDX
              MOVE STL-CURRENCY(1:2)
                TO WFX-CURRENCY (WS-CUR-FOUND-IDX)
              MOVE ZERO TO WFX-RATE (WS-CUR-FOUND-IDX)
              MOVE ZERO TO WFX-COUNT (WS-CUR-FOUND-IDX)
              MOVE ZERO TO WFX-OPEN-CUR (WS-CUR-FOUND-IDX)
              MOVE ZERO TO WFX-BOOKED (WS-CUR-FOUND-IDX)
              MOVE ZERO TO WFX-DIFF (WS-CUR-FOUND-IDX)
              PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                      UNTIL WS-RATE-IDX > WS-RATE-COUNT
                 IF RATE-CURRENCY(WS-RATE-IDX) = STL-CURRENCY(1:2)
                    MOVE RATE-FACTOR(WS-RATE-IDX)
                      TO WFX-RATE (WS-CUR-FOUND-IDX)
                 END-IF
              END-PERFORM
              IF WFX-RATE (WS-CUR-FOUND-IDX) = ZERO
                 DISPLAY 'TAUX FRATES ABSENT POUR LA DEVISE '
                         STL-CURRENCY ' - PIECES NON REEVALUEES'
              END-IF
           END-IF.

      ***************************************
      * ECRITURES PAR DEVISE :              *
      * - GAIN LATENT : DEBIT REEVALUATION  *
      *   CREANCES / CREDIT CHANGE LATENT   *
      * - PERTE LATENTE : L'INVERSE         *
      * PUIS LA CONTREPASSATION AU 1ER DU   *
      * MOIS SUIVANT                        *
      ***************************************
       POST-CURRENCY-REVALUATIONS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CUR-COUNT
              IF WFX-DIFF (WS-IDX) NOT = ZERO
                 IF WFX-DIFF (WS-IDX) > ZERO
                    MOVE WS-GL-ARX TO WS-GL-DEBIT-ACCT
                    MOVE WS-GL-FXU TO WS-GL-CREDIT-ACCT
                    MOVE WFX-DIFF (WS-IDX) TO WS-GL-AMOUNT
                 ELSE
                    MOVE WS-GL-FXU TO WS-GL-DEBIT-ACCT
                    MOVE WS-GL-ARX TO WS-GL-CREDIT-ACCT
                    COMPUTE WS-GL-AMOUNT = ZERO - WFX-DIFF (WS-IDX)
                 END-IF
                 MOVE SPACES TO GLP-ENR
                 MOVE 'FXREVAL' TO GLP-SOURCE
                 MOVE ZERO TO GLP-INVOICE-NO
                 MOVE ZERO TO GLP-O-NO
                 MOVE WS-POST-DATE TO GLP-DATE
                 STRING 'FX REVALUATION ' DELIMITED BY SIZE
                        WFX-CURRENCY (WS-IDX) DELIMITED BY SIZE
                 INTO GLP-DESCRIPTION
                 MOVE WS-GL-DEBIT-ACCT TO GLP-ACCOUNT
                 MOVE 'D' TO GLP-DC
                 MOVE WS-GL-AMOUNT TO GLP-AMOUNT
                 PERFORM WRITE-GL-LINE
                 MOVE WS-GL-CREDIT-ACCT TO GLP-ACCOUNT
                 MOVE 'C' TO GLP-DC
                 PERFORM WRITE-GL-LINE
      *          CONTREPASSATION : MEMES COMPTES, SENS INVERSES
                 MOVE WS-REVERSE-DATE TO GLP-DATE
                 MOVE SPACES TO GLP-DESCRIPTION
                 STRING 'FX REVAL REVERSE ' DELIMITED BY SIZE
                        WFX-CURRENCY (WS-IDX) DELIMITED BY SIZE
                 INTO GLP-DESCRIPTION
                 MOVE WS-GL-CREDIT-ACCT TO GLP-ACCOUNT
                 MOVE 'D' TO GLP-DC
                 PERFORM WRITE-GL-LINE
                 MOVE WS-GL-DEBIT-ACCT TO GLP-ACCOUNT
                 MOVE 'C' TO GLP-DC
                 PERFORM WRITE-GL-LINE
              END-IF
           END-PERFORM.

       WRITE-GL-LINE.
           WRITE GLP-ENR
           IF WS-FS-GLP NOT = ZERO THEN
              DISPLAY 'ERR WRITE GLPOST :' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-GL-LINE-COUNT.

      ***************************************
      * ETAT DE REEVALUATION PAR DEVISE     *
      ***************************************
       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FFXREVAL, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-REVALUATION-REPORT.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'REEVALUATION DES CREANCES EN DEVISE AU '
                                           DELIMITED BY SIZE
                WS-REVAL-DATE              DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'ECRITURES DU '            DELIMITED BY SIZE
                WS-POST-DATE               DELIMITED BY SIZE
                ' - CONTREPASSEES LE '     DELIMITED BY SIZE
                WS-REVERSE-DATE            DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'DEV PIECES  OUVERT DEVISE   VALEUR USD' TO RPT-ENR
           MOVE 'TAUX REEVALUE USD        ECART' TO RPT-ENR(40:29)
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CUR-COUNT
              MOVE WFX-COUNT (WS-IDX)    TO E-COUNT
              MOVE WFX-OPEN-CUR (WS-IDX) TO E-OPEN-CUR
              MOVE WFX-BOOKED (WS-IDX)   TO E-BOOKED
              MOVE WFX-RATE (WS-IDX)     TO E-RATE
              COMPUTE E-REVALUED =
                      WFX-BOOKED (WS-IDX) + WFX-DIFF (WS-IDX)
              MOVE WFX-DIFF (WS-IDX)     TO E-DIFF
              MOVE SPACES TO WS-LINE
              STRING
                   WFX-CURRENCY (WS-IDX) DELIMITED BY SIZE
                   '  '                  DELIMITED BY SIZE
                   E-COUNT               DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   E-OPEN-CUR            DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   E-BOOKED              DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   E-RATE                DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   E-REVALUED            DELIMITED BY SIZE
                   ' '                   DELIMITED BY SIZE
                   E-DIFF                DELIMITED BY SIZE
              INTO WS-LINE
              IF WFX-RATE (WS-IDX) = ZERO
                 MOVE 'SANS TAUX' TO WS-LINE(70:9)
              END-IF
              MOVE WS-LINE TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
           END-PERFORM
           MOVE WS-SUM-BOOKED TO E-BOOKED
           COMPUTE E-REVALUED = WS-SUM-BOOKED + WS-SUM-DIFF
           MOVE WS-SUM-DIFF TO E-DIFF
           MOVE SPACES TO WS-LINE
           MOVE 'TOTAL' TO WS-LINE(1:5)
           MOVE E-BOOKED TO WS-LINE(24:12)
           MOVE E-REVALUED TO WS-LINE(42:12)
           MOVE E-DIFF TO WS-LINE(55:12)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           DISPLAY '  RESUME DE LA REEVALUATION DES DEVISES'
           DISPLAY '  DATE DE REEVALUATION: ' WS-REVAL-DATE
           DISPLAY '  PIECES LUES         : ' WS-READ-COUNT
           DISPLAY '  PIECES EN DEVISE    : ' WS-ITEM-COUNT
           DISPLAY '  DONT SANS TAUX      : ' WS-NORATE-COUNT
           DISPLAY '  VALEUR COMPTABLE    : ' WS-SUM-BOOKED
           DISPLAY '  ECART LATENT        : ' WS-SUM-DIFF
           DISPLAY '  ECRITURES FGLPOST   : ' WS-GL-LINE-COUNT
           DISPLAY '  CONTREPASSATION LE  : ' WS-REVERSE-DATE
           DISPLAY '==============================================='.

      ***************************************
      * ABEND-PROG                          *
      ***************************************
       ABEND-PROG.
           DISPLAY 'ANOMALIE GRAVE'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
