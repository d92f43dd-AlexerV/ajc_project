      *--- 'A' ACTIF, 'D' ARRETE, 'B' BLOQUE A LA VENTE
       77  WS-STATUS-TXT        PIC X(01) VALUE SPACES.
       77  WS-OLD-STATUS        PIC X(01) VALUE SPACES.
      *--- DATE D'EFFET DU 8EME CHAMP, SI PRESENT (AAAA-MM-JJ) : UN
      *--- CHANGEMENT DE PRIX DATE DANS LE FUTUR N'EST PAS APPLIQUE
      *--- AU CHARGEMENT MAIS RANGE DANS PENDING_PRICES, OU PRCAPPLY
      *--- LE REPRENDRA LE JOUR DIT. BLANC OU DATE ATTEINTE = PRIX
      *--- APPLIQUE TOUT DE SUITE, COMME AVANT
       77  WS-EFF-TXT           PIC X(10) VALUE SPACES.
       01  WS-EFF-NUM.
           05 WS-EFF-YYYY       PIC X(4).
           05 WS-EFF-MM         PIC X(2).
           05 WS-EFF-DD         PIC X(2).
       01  WS-EFF-INT REDEFINES WS-EFF-NUM PIC 9(8).
       77  WS-TODAY-NUM         PIC X(8)  VALUE SPACES.
       77  WS-TODAY-ISO         PIC X(10) VALUE SPACES.
       77  WS-EFF-FLAG          PIC 9 VALUE 0.
           88 EFF-IS-FUTURE           VALUE 1.
           88 EFF-IS-NOW              VALUE 0.
       77  PRO-PRICE-FMT        PIC ZZZ9,99.
       77  W-CURRENCY-CODE      PIC XX    VALUE SPACES.
       77  WS-LINE              PIC X(80).
       77  WS-OLD-COST            PIC S9(3)V9(2) VALUE 0.
       77  WS-CHANGE-DATE         PIC X(8)  VALUE SPACES.
       77  WS-PRICE-CHANGE-COUNT  PIC 9(7)  VALUE 0.
       77  WS-SCHED-COUNT         PIC 9(7)  VALUE 0.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'PRO15'.
       01 WS-ALERT-MSG PIC X(60)
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      *--------------------------------------------------------------
      *  SUSPENS DES LIGNES REJETEES (SUSPCTLP.CPY) : LE PASSAGE EST
      *  IDENTIFIE PAR SA DATE ET SON HEURE DE DEMARRAGE, LA LIGNE
      *  PAR SON RANG DANS LE FICHIER LPRODUCT (CARTES HDR/TRL
      *  COMPRISES). EN APERCU (DRY-RUN) LE SUSPENS N'EST QUE LU.
      *--------------------------------------------------------------
       COPY SUSPCTLP.
       01  WS-RUN-ID.
           05 WS-RUN-DATE       PIC X(8).
           05 WS-RUN-TIME       PIC X(6).
       77  WS-FEED-LINE-NO      PIC 9(7) VALUE 0.
       77  WS-RESUB-FLAG        PIC X VALUE 'N'.
           88 LINE-IS-RESUBMITTED     VALUE 'Y'.
       01  WS-RESUB-KEY         PIC X(29) VALUE SPACES.
       77  WS-REJ-BEFORE        PIC 9(7) VALUE 0.
       77  WS-RESUB-COUNT       PIC 9(7) VALUE 0.
       77  WS-RESUB-REJ-COUNT   PIC 9(7) VALUE 0.


      ****************************************************************
      * DB2 HOST VARIABLES (DCLGEN)
                 INCLUDE PRH
            END-EXEC.

            EXEC SQL
                 INCLUDE PPR
            END-EXEC.

      ****************************************************************
      *  PROCEDURE DIVISION
      ****************************************************************
           IF DRY-RUN-MODE
              DISPLAY '*** MODE APERCU (DRY-RUN) - AUCUNE MISE A JOUR '
                      'DE PRODUCTS/PRICE_HISTORY ***'
           END-IF
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
           STRING WS-TODAY-NUM(1:4) '-' WS-TODAY-NUM(5:2) '-'
                  WS-TODAY-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-TODAY-ISO.

      *--------------------------------------------------------------
      *  SYSIN : SURCHARGES PONCTUELLES DU JOUR
           DISPLAY '| P_NO  DESCRIPTION      PRICE      DEVISE    |'
           DISPLAY '+---------------------------------------------+'

      *--------------------------------------------------------------
      *  LIGNES DU SUSPENS CORRIGEES ET LIBEREES EN LIGNE (PGM1SUS),
      *  REPRISES AVANT LE FICHIER DU JOUR QUI GARDE LE DERNIER MOT
      *--------------------------------------------------------------
           MOVE WS-TODAY-NUM TO WS-RUN-DATE
           MOVE WS-JRNL-START(1:6) TO WS-RUN-TIME
           PERFORM RESUBMIT-SUSPENSE

      *--------------------------------------------------------------
      *  LECTURE ET TRAITEMENT DES LIGNES CSV
                 AT END
                    SET FF-PRODUCT TO TRUE
                 NOT AT END
                    ADD 1 TO WS-FEED-LINE-NO
      *--- LES CARTES D'ENCADREMENT HDR/TRL, DEJA VERIFIEES PAR LE
      *--- PRE-PASSAGE, NE SONT PAS DES LIGNES PRODUIT
                 IF PRODUCT-REC(1:4) = 'HDR;'
                    OR PRODUCT-REC(1:4) = 'TRL;'
                    CONTINUE
                 ELSE
                    PERFORM PROCESS-PRODUCT-LINE
                 END-IF
              END-READ
           END-PERFORM.

      *--------------------------------------------------------------
      *  RESUME DE CHARGEMENT
      *--------------------------------------------------------------
           DISPLAY '+---------------------------------------------+'
           IF DRY-RUN-MODE
              DISPLAY '|       RESUME DE L''APERCU (DRY-RUN)          |'
           ELSE
              DISPLAY '|            RESUME DU CHARGEMENT              |'
           END-IF
           DISPLAY '+---------------------------------------------+'
           DISPLAY 'LIGNES LUES      : ' WS-READ-COUNT
           DISPLAY 'LIGNES INSEREES  : ' WS-INSERT-COUNT
           DISPLAY 'LIGNES REJETEES  : ' WS-REJECT-COUNT
           DISPLAY 'DOUBLONS IGNORES : ' WS-DUP-COUNT
           DISPLAY 'PRIX MODIFIES    : ' WS-PRICE-CHANGE-COUNT
           DISPLAY 'PRIX PROGRAMMES  : ' WS-SCHED-COUNT
           DISPLAY 'LIGNES REPRISES  : ' WS-RESUB-COUNT
           DISPLAY 'DONT REJETEES    : ' WS-RESUB-REJ-COUNT
           DISPLAY 'MONTANT TOTAL    : ' WS-TOTAL-PRICE
           DISPLAY '+---------------------------------------------+'.

      *--------------------------------------------------------------
      *  FERMETURE
      *--------------------------------------------------------------
           CLOSE PRODUCT
           CLOSE REJ-PRODUCT
           MOVE 'F' TO SP-FUNC
           CALL 'SUSPCTL' USING SP-PARM
           IF NORMAL-MODE
              PERFORM RECORD-FILE-LOAD
           END-IF
           PERFORM CHECK-REJECT-TOLERANCE
           PERFORM WRITE-RUN-JOURNAL
           GOBACK.

      ****************************************************************
      *  PROCESS-PRODUCT-LINE
      *  UNE LIGNE PRODUIT DU FICHIER LPRODUCT, OU UNE LIGNE DU
      *  SUSPENS CORRIGEE EN LIGNE ET LIBEREE (RESUBMIT-SUSPENSE) :
      *  CONTROLES, CONVERSION DU PRIX, INSERT OU MISE A JOUR
      ****************************************************************
       PROCESS-PRODUCT-LINE.
            ADD 1 TO WS-READ-COUNT
            MOVE SPACES TO PRO-P-NO PRO-DESCRIPTION-TEXT
            MOVE SPACES TO WS-PRICE-TXT W-CURRENCY-CODE
            MOVE SPACES TO WS-MARKUP-TXT WS-COST-TXT
            MOVE SPACES TO WS-STATUS-TXT WS-EFF-TXT
            SET EFF-IS-NOW TO TRUE
            MOVE 0 TO WS-FOUND
            MOVE 0 TO WS-COST-NUM
            MOVE 1 TO WS-LINE-VALID
            MOVE 0 TO WS-FIELD-COUNT
            UNSTRING PRODUCT-REC DELIMITED BY ';'
                INTO PRO-P-NO
                     PRO-DESCRIPTION-TEXT
                     WS-PRICE-TXT
                     W-CURRENCY-CODE
                     WS-MARKUP-TXT
                     WS-COST-TXT
                     WS-STATUS-TXT
                     WS-EFF-TXT
                TALLYING IN WS-FIELD-COUNT
            END-UNSTRING

            IF WS-FIELD-COUNT < 4
               OR PRO-P-NO = SPACES
               OR PRO-DESCRIPTION-TEXT = SPACES
               OR W-CURRENCY-CODE = SPACES
               MOVE 0 TO WS-LINE-VALID
            END-IF

            IF LINE-IS-VALID
               INSPECT WS-PRICE-TXT REPLACING ALL '.' BY ','
               MOVE FUNCTION TEST-NUMVAL-C(WS-PRICE-TXT)
                    TO WS-NUMVAL-RC
               IF WS-NUMVAL-RC NOT = 0
                  MOVE 0 TO WS-LINE-VALID
               END-IF
            END-IF

            IF LINE-IS-VALID AND WS-COST-TXT NOT = SPACES
               INSPECT WS-COST-TXT REPLACING ALL '.' BY ','
               MOVE FUNCTION TEST-NUMVAL-C(WS-COST-TXT)
                    TO WS-NUMVAL-RC
               IF WS-NUMVAL-RC NOT = 0
                  MOVE 0 TO WS-LINE-VALID
               END-IF
            END-IF

            IF LINE-IS-VALID AND WS-STATUS-TXT NOT = SPACES
               AND WS-STATUS-TXT NOT = 'A'
               AND WS-STATUS-TXT NOT = 'D'
               AND WS-STATUS-TXT NOT = 'B'
               MOVE 0 TO WS-LINE-VALID
            END-IF

            IF LINE-IS-VALID AND WS-EFF-TXT NOT = SPACES
               PERFORM CHECK-EFFECTIVE-DATE
            END-IF

            IF LINE-IS-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO REJ-PRODUCT-REC
               MOVE PRODUCT-REC TO REJ-PRODUCT-REC(1:60)
               MOVE 'BAD FORMAT OR PRICE'
                    TO REJ-PRODUCT-REC(62:19)
               WRITE REJ-PRODUCT-REC
               IF NORMAL-MODE
                  PERFORM SUSPEND-REJECT
               END-IF
            ELSE
             MOVE FUNCTION LOWER-CASE(PRO-DESCRIPTION-TEXT)
                  TO PRO-DESCRIPTION-TEXT
             PERFORM VARYING W-IDX FROM 1 BY 1
                                   NOT = SPACE
                     SUBTRACT 1 FROM W-IDX
                 END-PERFORM
            IF W-IDX = 0
               MOVE 0 TO PRO-DESCRIPTION-LEN
            ELSE
               MOVE W-IDX TO PRO-DESCRIPTION-LEN
            END-IF

            MOVE PRO-PRICE-NUM TO PRO-PRICE
            MOVE WS-ORIG-CURRENCY TO PRO-ORIG-CURRENCY
            MOVE WS-ORIG-RATE     TO PRO-ORIG-RATE
            MOVE WS-COST-NUM      TO PRO-UNIT-COST
            IF WS-STATUS-TXT = SPACES
               MOVE 'A' TO PRO-STATUS
            ELSE
               MOVE WS-STATUS-TXT TO PRO-STATUS
            END-IF
            ADD PRO-PRICE-NUM TO WS-TOTAL-PRICE

            IF DRY-RUN-MODE
               PERFORM PREVIEW-PRODUCT-LINE
            ELSE
               EXEC SQL
                  INSERT INTO PRODUCTS (P_NO, DESCRIPTION, PRICE,
                         ORIG_CURRENCY, ORIG_RATE, UNIT_COST,
                         STATUS)
                  VALUES (:PRO-P-NO,
                          :PRO-DESCRIPTION,
                          :PRO-PRICE,
                          :PRO-ORIG-CURRENCY,
                          :PRO-ORIG-RATE,
                          :PRO-UNIT-COST,
                          :PRO-STATUS)
               END-EXEC

               PERFORM TEST-SQLCODE
            END-IF
            END-IF.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ****************************************************************
      *  RESUBMIT-SUSPENSE
      *  REPRISE DES LIGNES LPRODUCT DU SUSPENS (FSUSPNS, VOIR
      *  SUSPCTL) CORRIGEES ET LIBEREES EN LIGNE : CHACUNE PASSE PAR
      *  LE MEME TRAITEMENT QU'UNE LIGNE DU FICHIER. REPRISE SANS
      *  REJET = MARQUEE REPRISE ; ENCORE REJETEE = RENVOYEE EN
      *  CORRECTION SOUS SA CLE (SUSPEND-REJECT)
      ****************************************************************
       RESUBMIT-SUSPENSE.
           MOVE 'LPRODUCT' TO SP-FEED
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
           MOVE SP-DATA(1:60) TO PRODUCT-REC
           ADD 1 TO WS-RESUB-COUNT
           MOVE WS-REJECT-COUNT TO WS-REJ-BEFORE
           MOVE 'Y' TO WS-RESUB-FLAG
           PERFORM PROCESS-PRODUCT-LINE
           MOVE 'N' TO WS-RESUB-FLAG
           IF WS-REJECT-COUNT NOT = WS-REJ-BEFORE
              ADD 1 TO WS-RESUB-REJ-COUNT
           ELSE
              IF NORMAL-MODE
                 MOVE WS-RESUB-KEY TO SP-KEY
                 MOVE WS-RUN-ID    TO SP-CUR-RUN
                 MOVE 'R'          TO SP-FUNC
                 CALL 'SUSPCTL' USING SP-PARM
                 IF SP-RC NOT = ZERO
                    DISPLAY 'ERR MAJ SUSPENS FSUSPNS, RC=' SP-RC
                    PERFORM ABEND-PROG
                 END-IF
              END-IF
           END-IF.

      ****************************************************************
      *  SUSPEND-REJECT
      *  LE REJET PART AU SUSPENS : NOUVELLE LIGNE POUR LE FICHIER
      *  DU JOUR, OU RETOUR EN CORRECTION D'UNE LIGNE REPRISE ET
      *  ENCORE REJETEE
      ****************************************************************
       SUSPEND-REJECT.
           MOVE WS-RUN-ID     TO SP-CUR-RUN
           MOVE 'PRO15   '    TO SP-PROGRAM
           MOVE 'BAD FORMAT OR PRICE' TO SP-REASON
           IF LINE-IS-RESUBMITTED
              MOVE WS-RESUB-KEY TO SP-KEY
              MOVE 'O'          TO SP-FUNC
           ELSE
              MOVE 'LPRODUCT'      TO SP-FEED
              MOVE WS-RUN-ID       TO SP-RUN-ID
              MOVE WS-FEED-LINE-NO TO SP-REC-NO
              MOVE SPACES          TO SP-DATA
              MOVE PRODUCT-REC     TO SP-DATA(1:60)
              MOVE 'W'             TO SP-FUNC
           END-IF
           CALL 'SUSPCTL' USING SP-PARM
           IF SP-RC NOT = ZERO
              DISPLAY 'ERR ECRITURE SUSPENS FSUSPNS, RC=' SP-RC
              PERFORM ABEND-PROG
           END-IF.

      ****************************************************************
      *  CHECK-REJECT-TOLERANCE
      *  CONTROLE DES SEUILS DE REJET (FICHIER FTOLRNCE, VOIR
           MOVE WS-CTL-FILE-DATE TO LPC-FILE-DATE
           MOVE WS-CTL-SUPPLIER  TO LPC-SUPPLIER
           ACCEPT LPC-LOAD-DATE FROM DATE YYYYMMDD
           COMPUTE LPC-REC-COUNT = WS-READ-COUNT - WS-RESUB-COUNT
           WRITE LPRDCTL-REC
              INVALID KEY
                 REWRITE LPRDCTL-REC
                   ADD 1 TO WS-DUP-COUNT
                   DISPLAY '[APERCU] DOUBLON SUR P_NO ' PRO-P-NO
                   IF WS-OLD-PRICE NOT = PRO-PRICE
                      IF EFF-IS-FUTURE
                         ADD 1 TO WS-SCHED-COUNT
                         DISPLAY '[APERCU] PRIX PROGRAMME AU '
                                 WS-EFF-TXT ' POUR P_NO ' PRO-P-NO
                      ELSE
                         ADD 1 TO WS-PRICE-CHANGE-COUNT
                         DISPLAY '[APERCU] PRIX CHANGERAIT POUR P_NO '
                                 PRO-P-NO
                      END-IF
                   END-IF
                WHEN SQLCODE = 100
                   ADD 1 TO WS-INSERT-COUNT
              MOVE WS-OLD-COST TO PRO-UNIT-COST
           END-IF

      *--- PRIX DATE DANS LE FUTUR : IL ATTEND DANS PENDING_PRICES ET
      *--- LE PRIX EN PLACE NE BOUGE PAS (SEULS COUT ET STATUT SONT
      *--- REPRIS CI-DESSOUS, COMME POUR UNE LIGNE A PRIX INCHANGE)
           IF SQLCODE = ZERO AND EFF-IS-FUTURE
              AND WS-OLD-PRICE NOT = PRO-PRICE
              PERFORM SCHEDULE-PRICE-CHANGE
              MOVE WS-OLD-PRICE TO PRO-PRICE
           END-IF

           IF SQLCODE = ZERO AND WS-OLD-PRICE = PRO-PRICE
              AND WS-COST-TXT NOT = SPACES
              AND WS-OLD-COST NOT = PRO-UNIT-COST
              ADD 1 TO WS-PRICE-CHANGE-COUNT
           END-IF.

      ****************************************************************
      *  CHECK-EFFECTIVE-DATE
      *  LA DATE D'EFFET DOIT ETRE UNE DATE AAAA-MM-JJ VALIDE ; UNE
      *  DATE PASSEE OU DU JOUR VAUT APPLICATION IMMEDIATE
      ****************************************************************
       CHECK-EFFECTIVE-DATE.
           MOVE WS-EFF-TXT(1:4) TO WS-EFF-YYYY
           MOVE WS-EFF-TXT(6:2) TO WS-EFF-MM
           MOVE WS-EFF-TXT(9:2) TO WS-EFF-DD
           IF WS-EFF-TXT(5:1) NOT = '-' OR WS-EFF-TXT(8:1) NOT = '-'
              OR WS-EFF-NUM IS NOT NUMERIC
              MOVE 0 TO WS-LINE-VALID
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-INT) NOT = 0
                 MOVE 0 TO WS-LINE-VALID
              ELSE
                 IF WS-EFF-TXT > WS-TODAY-ISO
                    SET EFF-IS-FUTURE TO TRUE
                 END-IF
              END-IF
           END-IF.

      ****************************************************************
      *  SCHEDULE-PRICE-CHANGE
      *  RANGE LE NOUVEAU PRIX DANS PENDING_PRICES POUR SA DATE
      *  D'EFFET ; UN RECHARGEMENT POUR LE MEME PRODUIT ET LA MEME
      *  DATE REMPLACE LE PRIX DEJA PROGRAMME
      ****************************************************************
       SCHEDULE-PRICE-CHANGE.
           MOVE PRO-P-NO          TO PPR-P-NO
           MOVE WS-EFF-TXT        TO PPR-EFF-DATE
           MOVE PRO-PRICE         TO PPR-NEW-PRICE
           MOVE PRO-ORIG-CURRENCY TO PPR-ORIG-CURRENCY
           MOVE PRO-ORIG-RATE     TO PPR-ORIG-RATE
           SET PPR-FROM-FEED      TO TRUE
           MOVE WS-TODAY-NUM      TO PPR-ENTRY-DATE
           EXEC SQL
              INSERT INTO PENDING_PRICES
                     (P_NO, EFF_DATE, NEW_PRICE, ORIG_CURRENCY,
                      ORIG_RATE, SOURCE, ENTRY_DATE)
              VALUES (:PPR-P-NO, :PPR-EFF-DATE, :PPR-NEW-PRICE,
                      :PPR-ORIG-CURRENCY, :PPR-ORIG-RATE,
                      :PPR-SOURCE, :PPR-ENTRY-DATE)
           END-EXEC
           IF SQLCODE = -803
              EXEC SQL
                 UPDATE PENDING_PRICES
                    SET NEW_PRICE = :PPR-NEW-PRICE,
                        ORIG_CURRENCY = :PPR-ORIG-CURRENCY,
                        ORIG_RATE = :PPR-ORIG-RATE,
                        SOURCE = :PPR-SOURCE,
                        ENTRY_DATE = :PPR-ENTRY-DATE
                  WHERE P_NO = :PPR-P-NO
                    AND EFF_DATE = :PPR-EFF-DATE
              END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'ERREUR PENDING_PRICES : ' ED-SQLCODE
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-SCHED-COUNT
           DISPLAY 'PRIX PROGRAMME AU ' WS-EFF-TXT ' POUR P_NO '
                   PRO-P-NO.

      ****************************************************************
      *  ABEND-PROG
      ****************************************************************
