      * PRODUITS, ET - UNIQUEMENT QUAND LA CARTE    *
      * PORTE LE FLAG D'APPROBATION - AJUSTES PAR   *
      * UN MOUVEMENT 'A' TRACE DANS STOCK_MOVES,    *
      * JAMAIS PAR UNE CORRECTION SILENCIEUSE. UN   *
      * PRODUIT SE COMPTE PAR DEPOT : LE COMPTAGE   *
      * EST RAPPROCHE DU STOCK DU DEPOT DE LA CARTE *
      * (WHSE_STOCK) ET L'ECART AJUSTE AUSSI LE     *
      * TOTAL PRODUCTS.STOCK. LES PIECES NE SONT    *
      * TENUES QU'AU DEPOT PRINCIPAL.               *
      * QUAND LE KSDS FABCCLS EXISTE, SEULS LES     *
      * ARTICLES PLANIFIES PAR CNTSCHED POUR CE     *
      * DEPOT SONT ADMIS (SAUF CARTE 'H' HORS       *
      * PLANNING), LA DATE DU COMPTAGE Y EST NOTEE  *
      * ET LES ARTICLES PLANIFIES NON COMPTES SONT  *
      * LISTES EN FIN DE RAPPORT.                   *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PNO-NPT
            FILE STATUS IS WS-FS-NPT.
            SELECT OPTIONAL ABC ASSIGN TO FABCCLS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ABC-CODE
            FILE STATUS IS WS-FS-ABC.
            SELECT RPT ASSIGN TO FCYCLCNT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
       FILE SECTION.
       FD NPT.
       COPY NEWPARTS.
       FD ABC.
       COPY ABCCLASS.
       FD RPT.
       01 RPT-ENR       PIC X(78).

               INCLUDE SMV
           END-EXEC

           EXEC SQL
               INCLUDE WST
           END-EXEC

      *--------------------------------------------------------------
      *  CARTES SYSIN, UNE PAR ARTICLE COMPTE, TERMINEES PAR UNE
      *  CARTE '0000' EN COLONNES 1-4
      *  COL 10-19 : DATE DU COMPTAGE (AAAA-MM-JJ)
      *  COL 20-24 : OPERATEUR (CODE A 5 CARACTERES)
      *  COL 25    : 'A' = ECART APPROUVE, AJUSTEMENT COMPTABILISE
      *  COL 26-27 : DEPOT COMPTE (A BLANC = DEPOT PRINCIPAL '01',
      *              SEUL DEPOT ADMIS POUR UNE PIECE)
      *  COL 28    : 'H' = COMPTAGE HORS PLANNING (RECOMPTAGE,
      *              ENQUETE) ADMIS SANS PLANIFICATION CNTSCHED
      *--------------------------------------------------------------
       01  WS-SYSIN-COUNT.
           05 CNT-CODE          PIC X(4).
           05 CNT-OPERATOR      PIC X(5).
           05 CNT-APPROVED      PIC X.
              88 COUNT-APPROVED       VALUE 'A'.
           05 CNT-WHSE          PIC X(2).
           05 CNT-UNPLANNED     PIC X.
              88 COUNT-UNPLANNED      VALUE 'H'.
           05 FILLER            PIC X(52).

       77 WS-FS-NPT         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 WS-FS-ABC         PIC XX.

      ***************************************
      * PLANNING DES COMPTAGES (FABCCLS,    *
      * FICHIER ABSENT = PAS DE CONTROLE)   *
      ***************************************
       77 WS-ABC-PRESENT    PIC X VALUE 'N'.
       77 WS-ABC-FOUND      PIC X VALUE 'N'.
       77 WS-CARD-REJECTED  PIC X VALUE 'N'.
       77 WS-UNPLANNED-COUNT PIC 9(7) VALUE ZERO.
       77 WS-MISSED-COUNT   PIC 9(7) VALUE ZERO.
       77 FF-ABC            PIC 9 VALUE ZERO.

       77 WS-COUNT-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-VARIANCE-COUNT PIC 9(7) VALUE ZERO.
       77 WS-VARIANCE       PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 WS-VAR-VALUE      PIC S9(9)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-SUM-VAR-VALUE  PIC S9(9)V99 VALUE ZERO.
       77 WS-MAIN-WHSE      PIC X(2) VALUE '01'.
       77 WS-WST-FOUND      PIC X VALUE 'N'.

       01 WS-LINE           PIC X(78).
       01 E-SYSTEM-QTY      PIC Z(4)9.
            PERFORM READ-SYSIN-CARD
            PERFORM UNTIL CNT-CODE = '0000'
                ADD 1 TO WS-COUNT-COUNT
                MOVE 'N' TO WS-CARD-REJECTED
                PERFORM CHECK-COUNT-SCHEDULE
                IF WS-CARD-REJECTED = 'N'
                   IF CNT-CODE(4:1) = SPACE
                      PERFORM PROCESS-PART-COUNT
                   ELSE
                      PERFORM PROCESS-PRODUCT-COUNT
                   END-IF
                END-IF
                IF WS-CARD-REJECTED = 'N'
                   PERFORM RECORD-COUNT-DATE
                END-IF
                PERFORM READ-SYSIN-CARD
            END-PERFORM
            PERFORM WRITE-REPORT-FOOTER
            PERFORM WRITE-MISSED-COUNTS
            PERFORM CLOSE-FILES
            DISPLAY 'COMPTAGES TRAITES      : ' WS-COUNT-COUNT
            DISPLAY 'ECARTS CONSTATES       : ' WS-VARIANCE-COUNT
            DISPLAY 'AJUSTEMENTS APPROUVES  : ' WS-ADJUST-COUNT
            DISPLAY 'CARTES REJETEES        : ' WS-REJECT-COUNT
            DISPLAY 'COMPTAGES HORS PLANNING: ' WS-UNPLANNED-COUNT
            DISPLAY 'PLANIFIES NON COMPTES  : ' WS-MISSED-COUNT
            GOBACK.

       READ-SYSIN-CARD.
           MOVE SPACES TO WS-SYSIN-COUNT
           ACCEPT WS-SYSIN-COUNT FROM SYSIN
           IF CNT-WHSE = SPACES
              MOVE WS-MAIN-WHSE TO CNT-WHSE
           END-IF.

       OPEN-FILES.
           OPEN I-O NPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FCYCLCNT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF
           MOVE 'N' TO WS-ABC-PRESENT
           OPEN I-O ABC
           IF WS-FS-ABC = '00'
              MOVE 'Y' TO WS-ABC-PRESENT
           END-IF.

       CLOSE-FILES.
           CLOSE NPT.
           CLOSE RPT.
           IF WS-ABC-PRESENT = 'Y'
              CLOSE ABC
           END-IF.

      ***************************************
      * CONTROLE DU PLANNING : L'ARTICLE    *
      * DOIT AVOIR ETE PLANIFIE POUR CE     *
      * DEPOT ET PAS ENCORE COMPTE DEPUIS - *
      * SINON LA CARTE EST REJETEE, SAUF    *
      * COMPTAGE HORS PLANNING DECLARE      *
      ***************************************
       CHECK-COUNT-SCHEDULE.
           MOVE 'N' TO WS-ABC-FOUND
           IF WS-ABC-PRESENT = 'Y'
              MOVE CNT-CODE TO ABC-CODE
              READ ABC KEY IS ABC-CODE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-ABC-FOUND
              END-READ
              EVALUATE TRUE
                 WHEN COUNT-UNPLANNED
                    ADD 1 TO WS-UNPLANNED-COUNT
                 WHEN WS-ABC-FOUND = 'Y'
                  AND ABC-SCHED-DATE NOT = SPACES
                  AND ABC-SCHED-WHSE = CNT-WHSE
                  AND (ABC-LAST-COUNT = SPACES
                       OR ABC-LAST-COUNT < ABC-SCHED-DATE)
                    CONTINUE
                 WHEN OTHER
                    PERFORM REJECT-UNPLANNED-CARD
              END-EVALUATE
           END-IF.

      *    DATE DU DERNIER COMPTAGE DE L'ARTICLE, QUI LE SORT DU
      *    PLANNING JUSQU'A SA PROCHAINE ECHEANCE
       RECORD-COUNT-DATE.
           IF WS-ABC-FOUND = 'Y'
              MOVE CNT-DATE TO ABC-LAST-COUNT
              REWRITE ABC-ENR
              IF WS-FS-ABC NOT = '00'
                 DISPLAY 'ERR REWRITE FABCCLS, FS=' WS-FS-ABC
                 PERFORM ABEND-PROG
              END-IF
           END-IF.

       REJECT-UNPLANNED-CARD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'Y' TO WS-CARD-REJECTED
           MOVE SPACES TO WS-LINE
           STRING
                CNT-CODE DELIMITED BY SIZE
                ' '      DELIMITED BY SIZE
                CNT-WHSE DELIMITED BY SIZE
                '  CARTE REJETEE (COMPTAGE NON PLANIFIE)'
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * ARTICLES PLANIFIES PAR CNTSCHED ET  *
      * TOUJOURS PAS COMPTES                *
      ***************************************
       WRITE-MISSED-COUNTS.
           IF WS-ABC-PRESENT = 'Y'
              MOVE 'ARTICLES PLANIFIES NON COMPTES :' TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
              MOVE ZERO TO FF-ABC
              MOVE LOW-VALUES TO ABC-CODE
              START ABC KEY IS NOT LESS THAN ABC-CODE
                 INVALID KEY
                    MOVE 1 TO FF-ABC
              END-START
              PERFORM UNTIL FF-ABC = 1
                 READ ABC NEXT
                    AT END
                       MOVE 1 TO FF-ABC
                    NOT AT END
                       IF ABC-SCHED-DATE NOT = SPACES
                          AND (ABC-LAST-COUNT = SPACES
                               OR ABC-LAST-COUNT < ABC-SCHED-DATE)
                          PERFORM WRITE-MISSED-LINE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       WRITE-MISSED-LINE.
           ADD 1 TO WS-MISSED-COUNT
           MOVE SPACES TO WS-LINE
           STRING
                ABC-CODE        DELIMITED BY SIZE
                ' '             DELIMITED BY SIZE
                ABC-SCHED-WHSE  DELIMITED BY SIZE
                '  '            DELIMITED BY SIZE
                ABC-CLASS       DELIMITED BY SIZE
                '  PLANIFIE LE ' DELIMITED BY SIZE
                ABC-SCHED-DATE  DELIMITED BY SIZE
                '  '            DELIMITED BY SIZE
                ABC-DESCRIPTION DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * COMPTAGE D'UN PRODUIT (PRODUCTS) :  *
      * ECART AU STOCK DU DEPOT COMPTE,     *
      * VALORISE AU COUT UNITAIRE           *
      ***************************************
       PROCESS-PRODUCT-COUNT.
           IF CNT-QTY IS NOT NUMERIC
              END-EXEC
              EVALUATE SQLCODE
                 WHEN ZERO
                    PERFORM GET-WHSE-STOCK
                    MOVE WST-STOCK TO WS-SYSTEM-QTY
                    COMPUTE WS-VARIANCE = CNT-QTY - WS-SYSTEM-QTY
                    COMPUTE WS-VAR-VALUE =
                            WS-VARIANCE * PRO-UNIT-COST
              END-EVALUATE
           END-IF.

      *    STOCK DU PRODUIT AU DEPOT COMPTE (PAS DE LIGNE = RIEN
      *    N'Y EST CONNU, TOUT LE COMPTAGE SERA UN ECART)
       GET-WHSE-STOCK.
           MOVE PRO-P-NO TO WST-P-NO
           MOVE CNT-WHSE TO WST-WHSE
           MOVE 'Y' TO WS-WST-FOUND
           EXEC SQL
              SELECT STOCK
                INTO :WST-STOCK
                FROM WHSE_STOCK
               WHERE P_NO = :WST-P-NO
                 AND WHSE = :WST-WHSE
           END-EXEC
           IF SQLCODE = +100
              MOVE 'N' TO WS-WST-FOUND
              MOVE ZERO TO WST-STOCK
           ELSE
              PERFORM TEST-SQLCODE
           END-IF.

      ***************************************
      * AJUSTEMENT APPROUVE D'UN PRODUIT :  *
      * LE STOCK DU DEPOT EST ALIGNE SUR LE *
      * COMPTAGE, LE TOTAL SOCIETE BOUGE DE *
      * L'ECART, ET L'ECART EST JUSTIFIE    *
      * PAR UN MOUVEMENT 'A' DANS           *
      * STOCK_MOVES                         *
      ***************************************
       ADJUST-PRODUCT-STOCK.
           IF WS-WST-FOUND = 'Y'
              EXEC SQL
                 UPDATE WHSE_STOCK
                    SET STOCK = :CNT-QTY
                  WHERE P_NO = :WST-P-NO
                    AND WHSE = :WST-WHSE
              END-EXEC
           ELSE
              MOVE CNT-QTY TO WST-STOCK
              MOVE ZERO    TO WST-IN-TRANSIT
              EXEC SQL
                 INSERT INTO WHSE_STOCK (P_NO, WHSE, STOCK,
                        IN_TRANSIT)
                 VALUES (:WST-P-NO, :WST-WHSE, :WST-STOCK,
                         :WST-IN-TRANSIT)
              END-EXEC
           END-IF
           PERFORM TEST-SQLCODE
           EXEC SQL
              UPDATE PRODUCTS
                 SET STOCK = STOCK + :WS-VARIANCE
               WHERE P_NO = :PRO-P-NO
           END-EXEC
           PERFORM TEST-SQLCODE
      ***************************************
       PROCESS-PART-COUNT.
           IF CNT-QTY IS NOT NUMERIC
              OR CNT-WHSE NOT = WS-MAIN-WHSE
              PERFORM REJECT-COUNT-CARD
           ELSE
              MOVE CNT-CODE(1:3) TO PNO-NPT
           MOVE WS-VARIANCE  TO SMV-QTY
           MOVE SPACES       TO SMV-OPERATOR
           MOVE CNT-OPERATOR TO SMV-OPERATOR(1:5)
           MOVE CNT-WHSE     TO SMV-WHSE
           EXEC SQL
              INSERT INTO STOCK_MOVES (P_NO, MOVE_DATE, MOVE_TYPE,
                     REF_NO, QTY, OPERATOR, WHSE)
              VALUES (:SMV-P-NO, :SMV-MOVE-DATE, :SMV-MOVE-TYPE,
                      :SMV-REF-NO, :SMV-QTY, :SMV-OPERATOR,
                      :SMV-WHSE)
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD 1 TO WS-ADJUST-COUNT.

       REJECT-COUNT-CARD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'Y' TO WS-CARD-REJECTED
           MOVE SPACES TO WS-LINE
           STRING
                CNT-CODE DELIMITED BY SIZE
                '  CARTE REJETEE (ARTICLE INCONNU, QUANTITE '
                  DELIMITED BY SIZE
                'OU DEPOT INVALIDE)' DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.
           MOVE SPACES TO WS-LINE
           STRING
                CNT-CODE       DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                CNT-WHSE       DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                E-SYSTEM-QTY   DELIMITED BY SIZE
                '  '           DELIMITED BY SIZE
                E-COUNTED-QTY  DELIMITED BY SIZE
                E-VAR-VALUE    DELIMITED BY SIZE
           INTO WS-LINE
           IF WS-VARIANCE NOT = ZERO AND COUNT-APPROVED
              MOVE 'AJUSTE' TO WS-LINE(53:6)
           END-IF
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'CODE DP  STOCK  COMPTE  ECART      VALEUR'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

