       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLLWORK.
      **********************************************
      * FILES DE TRAVAIL DU RECOUVREMENT (NUIT) :   *
      * REPORTE DANS COLLECTIONS L'ECHU OUVERT DE   *
      * CHAQUE CLIENT (FSETTLE, HORS LITIGES, COMME *
      * DUNNING) ET SON PLUS GRAND RETARD EN JOURS  *
      * OUVRES ; UN CLIENT NOUVELLEMENT ECHU ENTRE  *
      * DANS LA FILE DES NON ATTRIBUES. CONTROLE    *
      * ENSUITE CHAQUE PROMESSE EN COURS CONTRE LES *
      * ENCAISSEMENTS 'P' D'AR_LEDGER (CASHAPP)     *
      * DATES DU JOUR DE LA PROMESSE OU APRES :     *
      * TENUE SI LE MONTANT EST ATTEINT, NON TENUE  *
      * SI LA DATE PROMISE EST PASSEE. CLASSE ENFIN *
      * LA FILE DE CHAQUE COLLECTEUR : PROMESSES    *
      * NON TENUES, RAPPELS ARRIVES A ECHEANCE,     *
      * AUTRES ECHUS, PUIS PROMESSES EN COURS -     *
      * DANS CHAQUE GROUPE LE PLUS GRAND RETARD ET  *
      * LE PLUS GROS MONTANT D'ABORD. RAPPORT DES   *
      * PROMESSES TENUES / NON TENUES (FCOLLRPT).   *
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
            SELECT RPT ASSIGN TO FCOLLRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD STL.
       COPY SETTLE.
       FD RPT.
       01 RPT-ENR       PIC X(78).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE COL
           END-EXEC

           EXEC SQL
               INCLUDE ARL
           END-EXEC

       77 WS-FS-STL         PIC XX.
       77 WS-FS             PIC XX.
       77 FF-STL            PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).

      *** PROMESSES EN COURS A CONTROLER ***
           EXEC SQL
                DECLARE CPROM CURSOR
                FOR
                SELECT C_NO, COLLECTOR, PROMISE_AMT, PROMISE_DATE,
                       PROMISE_MADE
                FROM COLLECTIONS
                WHERE PROMISE_STATUS = 'P'
                ORDER BY C_NO
           END-EXEC

      *** FILE DE CHAQUE COLLECTEUR, DANS L'ORDRE DE TRAITEMENT ***
           EXEC SQL
                DECLARE CRANK CURSOR
                FOR
                SELECT C_NO, COLLECTOR,
                       CASE WHEN PROMISE_STATUS = 'B' THEN 1
                            WHEN FOLLOWUP_DATE <> ' '
                             AND FOLLOWUP_DATE <= :WS-RUN-DATE-ISO
                            THEN 2
                            WHEN PROMISE_STATUS = 'P' THEN 4
                            ELSE 3
                       END AS PRIO,
                       DAYS_LATE, OVERDUE_AMT
                FROM COLLECTIONS
                WHERE OVERDUE_AMT > 0
                ORDER BY COLLECTOR, PRIO, DAYS_LATE DESC,
                         OVERDUE_AMT DESC
           END-EXEC
       77 WS-PRIO           PIC S9(4) COMP VALUE ZERO.
       77 WS-PAID-SUM       PIC S9(7)V99 USAGE COMP-3 VALUE ZERO.

      ***************************************
      * DATE DU JOUR                        *
      ***************************************
       01 WS-RUN-DATE-NUM.
          05 WS-RUN-YYYY    PIC 9(4).
          05 WS-RUN-MM      PIC 9(2).
          05 WS-RUN-DD      PIC 9(2).
       77 WS-RUN-DATE-ISO   PIC X(10) VALUE SPACES.
       77 WS-DAYS-LATE      PIC S9(5) VALUE ZERO.
       77 WS-OPEN-AMOUNT    PIC S9(9)V99 VALUE ZERO.
       COPY BUSDATEP.

      ***************************************
      * ECHU PAR CLIENT                     *
      ***************************************
       01 WS-CUS-TABLE.
          05 WS-CUS-ENTRY OCCURS 1000 TIMES.
             10 WCT-C-NO          PIC 9(5).
             10 WCT-OVERDUE       PIC S9(9)V99 USAGE COMP-3.
             10 WCT-DAYS-LATE     PIC 9(5).
       77 WS-CUS-COUNT      PIC 9(4) VALUE ZERO.
       77 WS-CUS-FOUND-IDX  PIC 9(4) VALUE ZERO.
       01 WS-IDX            PIC 9(4) VALUE ZERO.

      *    C_NO D'AR_LEDGER EN CARACTERES
       01 WS-ARL-C-NO-N     PIC 9(5).
       01 WS-ARL-C-NO REDEFINES WS-ARL-C-NO-N PIC X(5).

      ***************************************
      * RUPTURE PAR COLLECTEUR              *
      ***************************************
       77 WS-CUR-COLLECTOR  PIC X(5) VALUE SPACES.
       77 WS-RANK           PIC 9(5) VALUE ZERO.

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-PIECE-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-NEW-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-QUEUED-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-KEPT-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-BROKEN-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-SUM-OVERDUE    PIC S9(9)V99 VALUE ZERO.

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-C-NO            PIC 9(5).
       01 E-PROMISE         PIC Z(6)9,99.
       01 E-PAID            PIC -(6)9,99.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'COLLWORK'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - FILES DE RECOUVREMENT'.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
            MOVE SPACES TO WS-RUN-DATE-ISO
            STRING
                 WS-RUN-YYYY DELIMITED BY SIZE
                 '-'         DELIMITED BY SIZE
                 WS-RUN-MM   DELIMITED BY SIZE
                 '-'         DELIMITED BY SIZE
                 WS-RUN-DD   DELIMITED BY SIZE
            INTO WS-RUN-DATE-ISO
            PERFORM LOAD-OVERDUE-TABLE
            PERFORM OPEN-FILE-RPT
            PERFORM WRITE-RPT-HEADER
            PERFORM REFRESH-OVERDUE
            PERFORM CHECK-PROMISES
            PERFORM RANK-QUEUES
            EXEC SQL
                 COMMIT
            END-EXEC
            PERFORM TEST-SQLCODE
            PERFORM CLOSE-FILE-RPT
            PERFORM WRITE-BATCH-SUMMARY
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'COLLWORK' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-PIECE-COUNT TO RJ-IN-COUNT
           MOVE WS-QUEUED-COUNT TO RJ-OUT-COUNT
           MOVE WS-BROKEN-COUNT TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * CHARGEMENT DE L'ECHU OUVERT PAR     *
      * CLIENT : MEMES PIECES QUE DUNNING   *
      * (OUVERTES, HORS LITIGE, SOLDE       *
      * RESTANT, RETARD EN JOURS OUVRES)    *
      ***************************************
       LOAD-OVERDUE-TABLE.
           OPEN INPUT STL
           IF WS-FS-STL NOT = '00'
              DISPLAY 'ERR OPEN FSETTLE, FS=' WS-FS-STL
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-FILE-STL
           PERFORM UNTIL FF-STL = 1
              IF STL-OPEN AND NOT STL-DISPUTED
                 PERFORM CHECK-OVERDUE
              END-IF
              PERFORM READ-FILE-STL
           END-PERFORM
           CLOSE STL.

       READ-FILE-STL.
           READ STL AT END
               MOVE 1 TO FF-STL
           END-READ.

       CHECK-OVERDUE.
           COMPUTE WS-OPEN-AMOUNT = STL-AMOUNT - STL-PAID-AMOUNT
           MOVE 'C' TO BD-FUNC
           MOVE STL-DUE-DATE TO BD-DATE
           MOVE WS-RUN-DATE-ISO TO BD-DATE-2
           CALL 'BUSDATE' USING BD-PARM
           MOVE BD-DAYS TO WS-DAYS-LATE
           IF WS-DAYS-LATE > ZERO AND WS-OPEN-AMOUNT > ZERO
              ADD 1 TO WS-PIECE-COUNT
              ADD WS-OPEN-AMOUNT TO WS-SUM-OVERDUE
              MOVE ZERO TO WS-CUS-FOUND-IDX
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > WS-CUS-COUNT
                         OR WS-CUS-FOUND-IDX > ZERO
                 IF WCT-C-NO (WS-IDX) = STL-C-NO
                    MOVE WS-IDX TO WS-CUS-FOUND-IDX
                 END-IF
              END-PERFORM
              IF WS-CUS-FOUND-IDX = ZERO
                 IF WS-CUS-COUNT >= 1000
                    DISPLAY 'TABLE DES CLIENTS ECHUS PLEINE (1000)'
                    PERFORM ABEND-PROG
                 END-IF
                 ADD 1 TO WS-CUS-COUNT
                 MOVE WS-CUS-COUNT TO WS-CUS-FOUND-IDX
                 MOVE STL-C-NO TO WCT-C-NO (WS-CUS-FOUND-IDX)
                 MOVE ZERO TO WCT-OVERDUE (WS-CUS-FOUND-IDX)
                 MOVE ZERO TO WCT-DAYS-LATE (WS-CUS-FOUND-IDX)
              END-IF
              ADD WS-OPEN-AMOUNT TO WCT-OVERDUE (WS-CUS-FOUND-IDX)
              IF WS-DAYS-LATE > WCT-DAYS-LATE (WS-CUS-FOUND-IDX)
                 MOVE WS-DAYS-LATE
                   TO WCT-DAYS-LATE (WS-CUS-FOUND-IDX)
              END-IF
           END-IF.

      ***************************************
      * OUVERTURE / FERMETURE DU RAPPORT    *
      ***************************************
       OPEN-FILE-RPT.
           OPEN OUTPUT RPT
           IF WS-FS NOT = '00'
              DISPLAY 'ERR OPEN FCOLLRPT, FS=' WS-FS
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILE-RPT.
           CLOSE RPT.

       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS NOT = '00'
              DISPLAY 'ERR WRITE FCOLLRPT, FS=' WS-FS
              PERFORM ABEND-PROG
           END-IF.

       WRITE-RPT-HEADER.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'PROMESSES DE PAIEMENT AU ' DELIMITED BY SIZE
                WS-RUN-DATE-ISO             DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'CLIENT COLL.  PROMIS     LE           RECU     ETAT'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * ECHU DU JOUR DANS COLLECTIONS : ON  *
      * REMET TOUT A ZERO PUIS ON REPORTE   *
      * CHAQUE CLIENT ECHU (CREATION DE LA  *
      * LIGNE, NON ATTRIBUEE, S'IL EST      *
      * NOUVEAU)                            *
      ***************************************
       REFRESH-OVERDUE.
           EXEC SQL
              UPDATE COLLECTIONS
                 SET OVERDUE_AMT = 0,
                     DAYS_LATE = 0,
                     QUEUE_RANK = 0,
                     REFRESH_DATE = :WS-RUN-DATE-ISO
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CUS-COUNT
              PERFORM UPDATE-CUSTOMER-OVERDUE
           END-PERFORM.

       UPDATE-CUSTOMER-OVERDUE.
           MOVE WCT-C-NO (WS-IDX)      TO COL-C-NO
           MOVE WCT-OVERDUE (WS-IDX)   TO COL-OVERDUE-AMT
           MOVE WCT-DAYS-LATE (WS-IDX) TO COL-DAYS-LATE
           EXEC SQL
              UPDATE COLLECTIONS
                 SET OVERDUE_AMT = :COL-OVERDUE-AMT,
                     DAYS_LATE = :COL-DAYS-LATE
               WHERE C_NO = :COL-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           IF SQLCODE = +100
              MOVE SPACES TO COL-COLLECTOR
              MOVE ZERO   TO COL-QUEUE-RANK
              MOVE WS-RUN-DATE-ISO TO COL-REFRESH-DATE
              MOVE SPACES TO COL-CONTACT-DATE
              MOVE SPACES TO COL-CONTACT-BY
              MOVE ZERO   TO COL-NOTE-LEN
              MOVE SPACES TO COL-NOTE-TEXT
              MOVE ZERO   TO COL-PROMISE-AMT
              MOVE SPACES TO COL-PROMISE-DATE
              MOVE SPACES TO COL-PROMISE-MADE
              MOVE ZERO   TO COL-PROMISE-PAID
              MOVE SPACE  TO COL-PROMISE-STATUS
              MOVE SPACES TO COL-FOLLOWUP-DATE
              EXEC SQL
                 INSERT INTO COLLECTIONS (C_NO, COLLECTOR,
                        QUEUE_RANK, OVERDUE_AMT, DAYS_LATE,
                        REFRESH_DATE, CONTACT_DATE, CONTACT_BY, NOTE,
                        PROMISE_AMT, PROMISE_DATE, PROMISE_MADE,
                        PROMISE_PAID, PROMISE_STATUS, FOLLOWUP_DATE)
                 VALUES (:COL-C-NO, :COL-COLLECTOR,
                        :COL-QUEUE-RANK, :COL-OVERDUE-AMT,
                        :COL-DAYS-LATE, :COL-REFRESH-DATE,
                        :COL-CONTACT-DATE, :COL-CONTACT-BY,
                        :COL-NOTE, :COL-PROMISE-AMT,
                        :COL-PROMISE-DATE, :COL-PROMISE-MADE,
                        :COL-PROMISE-PAID, :COL-PROMISE-STATUS,
                        :COL-FOLLOWUP-DATE)
              END-EXEC
              PERFORM TEST-SQLCODE
              ADD 1 TO WS-NEW-COUNT
           END-IF.

      ***************************************
      * PROMESSES EN COURS : ENCAISSEMENTS  *
      * 'P' (NEGATIFS) DU CLIENT DATES DU   *
      * JOUR DE LA PROMESSE OU APRES        *
      ***************************************
       CHECK-PROMISES.
           EXEC SQL
              OPEN CPROM
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CPROM
           PERFORM UNTIL SQLCODE = +100
              PERFORM CHECK-ONE-PROMISE
              PERFORM FETCH-CPROM
           END-PERFORM
           EXEC SQL
              CLOSE CPROM
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-CPROM.
           EXEC SQL
              FETCH CPROM
              INTO :COL-C-NO, :COL-COLLECTOR, :COL-PROMISE-AMT,
                   :COL-PROMISE-DATE, :COL-PROMISE-MADE
           END-EXEC
           PERFORM TEST-SQLCODE.

       CHECK-ONE-PROMISE.
           MOVE COL-C-NO TO WS-ARL-C-NO-N
           MOVE WS-ARL-C-NO TO ARL-C-NO
           EXEC SQL
              SELECT VALUE(SUM(AMOUNT), 0)
                INTO :WS-PAID-SUM
                FROM AR_LEDGER
               WHERE C_NO = :ARL-C-NO
                 AND DOC_TYPE = 'P'
                 AND DOC_DATE >= :COL-PROMISE-MADE
           END-EXEC
           PERFORM TEST-SQLCODE
           COMPUTE COL-PROMISE-PAID = ZERO - WS-PAID-SUM
           EVALUATE TRUE
              WHEN COL-PROMISE-PAID >= COL-PROMISE-AMT
                 MOVE 'K' TO COL-PROMISE-STATUS
                 ADD 1 TO WS-KEPT-COUNT
                 PERFORM WRITE-PROMISE-LINE
              WHEN COL-PROMISE-DATE < WS-RUN-DATE-ISO
                 MOVE 'B' TO COL-PROMISE-STATUS
                 ADD 1 TO WS-BROKEN-COUNT
                 PERFORM WRITE-PROMISE-LINE
              WHEN OTHER
                 MOVE 'P' TO COL-PROMISE-STATUS
           END-EVALUATE
           EXEC SQL
              UPDATE COLLECTIONS
                 SET PROMISE_PAID = :COL-PROMISE-PAID,
                     PROMISE_STATUS = :COL-PROMISE-STATUS
               WHERE C_NO = :COL-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE.

       WRITE-PROMISE-LINE.
           MOVE COL-C-NO         TO E-C-NO
           MOVE COL-PROMISE-AMT  TO E-PROMISE
           MOVE COL-PROMISE-PAID TO E-PAID
           MOVE SPACES TO WS-LINE
           STRING
                E-C-NO           DELIMITED BY SIZE
                '  '             DELIMITED BY SIZE
                COL-COLLECTOR    DELIMITED BY SIZE
                ' '              DELIMITED BY SIZE
                E-PROMISE        DELIMITED BY SIZE
                ' '              DELIMITED BY SIZE
                COL-PROMISE-DATE DELIMITED BY SIZE
                ' '              DELIMITED BY SIZE
                E-PAID           DELIMITED BY SIZE
                ' '              DELIMITED BY SIZE
           INTO WS-LINE
           IF COL-PROMISE-STATUS = 'K'
              MOVE 'TENUE'     TO WS-LINE(53:9)
           ELSE
              MOVE 'NON TENUE' TO WS-LINE(53:9)
           END-IF
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * CLASSEMENT DE LA FILE DE CHAQUE     *
      * COLLECTEUR (LES NON ATTRIBUES       *
      * FORMENT LEUR PROPRE FILE)           *
      ***************************************
       RANK-QUEUES.
           MOVE HIGH-VALUES TO WS-CUR-COLLECTOR
           EXEC SQL
              OPEN CRANK
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CRANK
           PERFORM UNTIL SQLCODE = +100
              IF COL-COLLECTOR NOT = WS-CUR-COLLECTOR
                 MOVE COL-COLLECTOR TO WS-CUR-COLLECTOR
                 MOVE ZERO TO WS-RANK
              END-IF
              ADD 1 TO WS-RANK
              MOVE WS-RANK TO COL-QUEUE-RANK
              EXEC SQL
                 UPDATE COLLECTIONS
                    SET QUEUE_RANK = :COL-QUEUE-RANK
                  WHERE C_NO = :COL-C-NO
              END-EXEC
              PERFORM TEST-SQLCODE
              ADD 1 TO WS-QUEUED-COUNT
              PERFORM FETCH-CRANK
           END-PERFORM
           EXEC SQL
              CLOSE CRANK
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-CRANK.
           EXEC SQL
              FETCH CRANK
              INTO :COL-C-NO, :COL-COLLECTOR, :WS-PRIO,
                   :COL-DAYS-LATE, :COL-OVERDUE-AMT
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           DISPLAY '  RESUME DES FILES DE RECOUVREMENT'
           DISPLAY '  PIECES ECHUES      : ' WS-PIECE-COUNT
           DISPLAY '  CLIENTS ECHUS      : ' WS-CUS-COUNT
           DISPLAY '  DONT NOUVEAUX      : ' WS-NEW-COUNT
           DISPLAY '  CLIENTS EN FILE    : ' WS-QUEUED-COUNT
           DISPLAY '  PROMESSES TENUES   : ' WS-KEPT-COUNT
           DISPLAY '  PROMESSES NON TENUES : ' WS-BROKEN-COUNT
           DISPLAY '  MONTANT ECHU TOTAL : ' WS-SUM-OVERDUE
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
                    DISPLAY 'WARNING : ' SQLCODE
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
