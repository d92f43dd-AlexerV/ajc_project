       77 WS-JRNL-START PIC 9(8) VALUE ZERO.
       77 WS-OUT-COUNT  PIC 9(7) VALUE ZERO.

      *--------------------------------------------------------------
      *  SUSPENS DES PIECES REJETEES (SUSPCTLP.CPY) : LE PASSAGE EST
      *  IDENTIFIE PAR SA DATE ET SON HEURE DE DEMARRAGE, LA FICHE
      *  PAR SON RANG DANS LE BALAYAGE. LA FICHE FNPT EST MISE EN
      *  CLAIR EN COLONNES FIXES (VUE SUS-NPT-VIEW DE SUSPENSE.CPY)
      *--------------------------------------------------------------
       COPY SUSPCTLP.
       COPY SUSPENSE.
       01 WS-RUN-ID.
          05 WS-RUN-DATE     PIC X(8).
          05 WS-RUN-TIME     PIC X(6).
       77 WS-SCAN-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-RESUB-FLAG      PIC X VALUE 'N'.
          88 LINE-IS-RESUBMITTED   VALUE 'Y'.
       01 WS-RESUB-KEY       PIC X(29) VALUE SPACES.
       77 WS-REJ-BEFORE      PIC 9(7) VALUE ZERO.
       77 WS-RESUB-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-RESUB-REJ-COUNT PIC 9(7) VALUE ZERO.
       77 WS-ORIG-PNO        PIC X(3) VALUE SPACES.
       77 WS-ORIG-FOUND      PIC X VALUE 'N'.
       01 WS-NPT-SAVE        PIC X(150).
       01 E-WEIGHT           PIC 9(2).
       01 E-STOCK            PIC 9(5).
       01 E-REORDER          PIC 9(5).
       01 E-HOLD             PIC 9(5).



      ***************************************
            OPEN I-O NPT.
            OPEN OUTPUT REJ-PARTS.
            PERFORM READ-RESTART-PARM.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-JRNL-START(1:6) TO WS-RUN-TIME.
            PERFORM RESUBMIT-SUSPENSE.
            PERFORM BALAYAGE-FICHIER.
            PERFORM COMMIT-POINT.
            DISPLAY 'PIECES REJETEES : ' WS-REJECT-COUNT.
            DISPLAY 'PIECES REPRISES DU SUSPENS : ' WS-RESUB-COUNT.
            DISPLAY 'DONT REJETEES   : ' WS-RESUB-REJ-COUNT.
            CLOSE NPT.
            CLOSE REJ-PARTS.
            MOVE 'F' TO SP-FUNC.
            CALL 'SUSPCTL' USING SP-PARM.
            PERFORM CHECK-REJECT-TOLERANCE.
            PERFORM WRITE-RUN-JOURNAL.
            GOBACK.
            ACCEPT WS-RESTART-PARM FROM SYSIN.

       BALAYAGE-FICHIER.
      *     LA REPRISE DU SUSPENS A DEPLACE LA POSITION DU FICHIER :
      *     LE BALAYAGE SE REPOSITIONNE DANS TOUS LES CAS
            IF WS-RESTART-PNO NOT EQUAL SPACES
               MOVE WS-RESTART-PNO TO PNO-NPT
            ELSE
               MOVE LOW-VALUES TO PNO-NPT
            END-IF
            START NPT KEY IS NOT LESS THAN PNO-NPT
                  INVALID KEY MOVE 99 TO FS-NPT
            END-START
            IF FS-NPT EQUAL ZERO
               READ NPT NEXT
            END-IF
            PERFORM UNTIL FS-NPT NOT EQUAL ZERO
                ADD 1 TO WS-SCAN-COUNT
                IF NPT-LOADED OR NPT-SUSPENDED
                   CONTINUE
                ELSE
                   ADD 1 TO WS-READ-COUNT

            MOVE STOCK-NPT   TO PAR-STOCK
            MOVE REORDER-NPT TO PAR-REORDER-POINT
            IF NPT-INSP-REQUIRED
               MOVE 'Y'      TO PAR-INSP-REQUIRED
            ELSE
               MOVE 'N'      TO PAR-INSP-REQUIRED
            END-IF
            IF HOLD-NPT IS NUMERIC
               MOVE HOLD-NPT TO PAR-HOLD-STOCK
            ELSE
               MOVE ZERO     TO PAR-HOLD-STOCK
            END-IF

            EXEC SQL
                 INSERT INTO
                 API1.PARTS(PNO, PNAME, COLOR, WEIGHT, CITY,
                   STOCK, REORDER_POINT, INSP_REQUIRED, HOLD_STOCK)
                 VALUES (:PAR-PNO, :PAR-PNAME, :PAR-COLOR, :PAR-WEIGHT
                   , :PAR-CITY, :PAR-STOCK, :PAR-REORDER-POINT
                   , :PAR-INSP-REQUIRED, :PAR-HOLD-STOCK)
            END-EXEC
            PERFORM TEST-SQLCODE.

                     'ERREUR INSERT : DOUBLON SUR CODE '
                   MOVE 'DOUBLON SUR CODE' TO WS-MSG
                   PERFORM ECRITURE-REJET
                   PERFORM SUSPEND-REJECT
                WHEN SQLCODE > ZERO
                   IF SQLCODE = +100
                     DISPLAY  'CODE XX INTROUVABLE POUR OPERATION '
       MARQUE-CHARGE.
           MOVE 'Y' TO LOADED-NPT
           ACCEPT LOADDATE-NPT FROM DATE YYYYMMDD
           IF LINE-IS-RESUBMITTED
              PERFORM RANGE-FICHE-CORRIGEE
           ELSE
              REWRITE ENR-NPT
           END-IF.

      ***************************************
      * PIECE REPRISE DU SUSPENS ET CHARGEE *
      * : LA FICHE FNPT PREND L'IMAGE       *
      * CORRIGEE (SOUS SON NOUVEAU CODE SI  *
      * LE CODE A ETE CORRIGE)              *
      ***************************************
       RANGE-FICHE-CORRIGEE.
           MOVE ENR-NPT TO WS-NPT-SAVE
           IF WS-ORIG-FOUND = 'Y' AND PNO-NPT NOT = WS-ORIG-PNO
              MOVE WS-ORIG-PNO TO PNO-NPT
              DELETE NPT RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
              MOVE WS-NPT-SAVE TO ENR-NPT
              MOVE 'N' TO WS-ORIG-FOUND
           END-IF
           IF WS-ORIG-FOUND = 'Y'
              REWRITE ENR-NPT
           ELSE
              WRITE ENR-NPT
                 INVALID KEY
                    REWRITE ENR-NPT
              END-WRITE
           END-IF.

      ***************************************
      * REPRISE DES PIECES DU SUSPENS       *
      * CORRIGEES ET LIBEREES EN LIGNE      *
      * (PGM1SUS), AVANT LE BALAYAGE : LA   *
      * FICHE EST RECONSTITUEE DEPUIS       *
      * L'IMAGE CORRIGEE PUIS INSEREE COMME *
      * UNE FICHE DU FICHIER                *
      ***************************************
       RESUBMIT-SUSPENSE.
           MOVE 'FNPT    ' TO SP-FEED
           MOVE SPACES     TO SP-RUN-ID
           MOVE ZERO       TO SP-REC-NO
           MOVE 'N'        TO SP-FUNC
           CALL 'SUSPCTL' USING SP-PARM
           PERFORM UNTIL SP-RC NOT = ZERO
              PERFORM RESUBMIT-LINE
              MOVE WS-RESUB-KEY TO SP-KEY
              MOVE 'N'          TO SP-FUNC
              CALL 'SUSPCTL' USING SP-PARM
           END-PERFORM
           IF SP-RC NOT = 10
              DISPLAY 'ERR LECTURE SUSPENS FSUSPNS, RC=' SP-RC
              PERFORM ABEND-PROG
           END-IF.

       RESUBMIT-LINE.
           MOVE SP-KEY TO WS-RESUB-KEY
           ADD 1 TO WS-READ-COUNT
           ADD 1 TO WS-RESUB-COUNT
           MOVE WS-REJECT-COUNT TO WS-REJ-BEFORE
           MOVE 'Y' TO WS-RESUB-FLAG
           PERFORM RECONSTITUE-FICHE
           IF WS-REJECT-COUNT = WS-REJ-BEFORE
              DISPLAY 'PNO REPRIS : ' PNO-NPT
              PERFORM INSERTION-SQL
           END-IF
           MOVE 'N' TO WS-RESUB-FLAG
           IF WS-REJECT-COUNT NOT = WS-REJ-BEFORE
              ADD 1 TO WS-RESUB-REJ-COUNT
           ELSE
              MOVE WS-RESUB-KEY TO SP-KEY
              MOVE WS-RUN-ID    TO SP-CUR-RUN
              MOVE 'R'          TO SP-FUNC
              CALL 'SUSPCTL' USING SP-PARM
              IF SP-RC NOT = ZERO
                 DISPLAY 'ERR MAJ SUSPENS FSUSPNS, RC=' SP-RC
                 PERFORM ABEND-PROG
              END-IF
           END-IF.

      ***************************************
      * FICHE FNPT A PARTIR DE L'IMAGE      *
      * CORRIGEE : LA FICHE D'ORIGINE DONNE *
      * LE CREATEUR ET LES DATES, L'IMAGE   *
      * LES ZONES SAISIES                   *
      ***************************************
       RECONSTITUE-FICHE.
           MOVE SP-DATA         TO SUS-DATA
           MOVE SP-ORIG-DATA(1:3) TO WS-ORIG-PNO
           MOVE 'N' TO WS-ORIG-FOUND
           MOVE WS-ORIG-PNO TO PNO-NPT
           READ NPT KEY IS PNO-NPT
              INVALID KEY
                 INITIALIZE ENR-NPT
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ORIG-FOUND
           END-READ
           IF SUS-NPT-WEIGHT IS NOT NUMERIC
              OR SUS-NPT-STOCK IS NOT NUMERIC
              OR SUS-NPT-REORD IS NOT NUMERIC
              OR (SUS-NPT-HOLD IS NOT NUMERIC
                  AND SUS-NPT-HOLD NOT = SPACES)
              OR SUS-NPT-PNO = SPACES
              MOVE ZERO TO SQLCODE
              MOVE 'IMAGE CORRIGEE INVALIDE' TO WS-MSG
              PERFORM ECRITURE-REJET
              PERFORM SUSPEND-REJECT
           ELSE
              MOVE SUS-NPT-PNO    TO PNO-NPT
              MOVE SUS-NPT-PNAME  TO PNAME-NPT
              MOVE SUS-NPT-COLOR  TO COLOR-NPT
              MOVE SUS-NPT-WEIGHT TO E-WEIGHT
              MOVE E-WEIGHT       TO WEIGHT-NPT
              MOVE SUS-NPT-CITY   TO CITY-NPT
              MOVE SUS-NPT-STOCK  TO E-STOCK
              MOVE E-STOCK        TO STOCK-NPT
              MOVE SUS-NPT-REORD  TO E-REORDER
              MOVE E-REORDER      TO REORDER-NPT
              MOVE SUS-NPT-BINLOC TO BINLOC-NPT
              MOVE SUS-NPT-INSP   TO INSPREQ-NPT
              IF SUS-NPT-HOLD IS NUMERIC
                 MOVE SUS-NPT-HOLD TO E-HOLD
              ELSE
                 MOVE ZERO TO E-HOLD
              END-IF
              MOVE E-HOLD         TO HOLD-NPT
           END-IF.

      ***************************************
      * LA PIECE REJETEE PART AU SUSPENS :  *
      * FICHE DU BALAYAGE MISE EN CLAIR ET  *
      * MARQUEE 'S' (PLUS REPRISE PAR LE    *
      * BALAYAGE), OU PIECE REPRISE ET      *
      * ENCORE REJETEE RENVOYEE EN          *
      * CORRECTION SOUS SA CLE              *
      ***************************************
       SUSPEND-REJECT.
           MOVE WS-RUN-ID  TO SP-CUR-RUN
           MOVE 'INSNPT  ' TO SP-PROGRAM
           MOVE WS-MSG     TO SP-REASON
           IF LINE-IS-RESUBMITTED
              MOVE WS-RESUB-KEY TO SP-KEY
              MOVE 'O'          TO SP-FUNC
           ELSE
              PERFORM MISE-EN-CLAIR
              MOVE 'FNPT    '    TO SP-FEED
              MOVE WS-RUN-ID     TO SP-RUN-ID
              MOVE WS-SCAN-COUNT TO SP-REC-NO
              MOVE SUS-DATA      TO SP-DATA
              MOVE 'W'           TO SP-FUNC
           END-IF
           CALL 'SUSPCTL' USING SP-PARM
           IF SP-RC NOT = ZERO
              DISPLAY 'ERR ECRITURE SUSPENS FSUSPNS, RC=' SP-RC
              PERFORM ABEND-PROG
           END-IF
           IF NOT LINE-IS-RESUBMITTED
              MOVE 'S' TO LOADED-NPT
              REWRITE ENR-NPT
           END-IF.

       MISE-EN-CLAIR.
           MOVE WEIGHT-NPT  TO E-WEIGHT
           MOVE STOCK-NPT   TO E-STOCK
           MOVE REORDER-NPT TO E-REORDER
           IF HOLD-NPT IS NUMERIC
              MOVE HOLD-NPT TO E-HOLD
           ELSE
              MOVE ZERO     TO E-HOLD
           END-IF
           MOVE SPACES TO SUS-DATA
           STRING
                PNO-NPT     DELIMITED BY SIZE
                ';'         DELIMITED BY SIZE
                PNAME-NPT   DELIMITED BY SIZE
                ';'         DELIMITED BY SIZE
                COLOR-NPT   DELIMITED BY SIZE
                ';'         DELIMITED BY SIZE
                E-WEIGHT    DELIMITED BY SIZE
                ';'         DELIMITED BY SIZE
                CITY-NPT    DELIMITED BY SIZE
                ';'         DELIMITED BY SIZE
                E-STOCK     DELIMITED BY SIZE
                ';'         DELIMITED BY SIZE
                E-REORDER   DELIMITED BY SIZE
                ';'         DELIMITED BY SIZE
                BINLOC-NPT  DELIMITED BY SIZE
                ';'         DELIMITED BY SIZE
                INSPREQ-NPT DELIMITED BY SIZE
                ';'         DELIMITED BY SIZE
                E-HOLD      DELIMITED BY SIZE
           INTO SUS-DATA.

       ECRITURE-REJET.
           ADD 1 TO WS-REJECT-COUNT
