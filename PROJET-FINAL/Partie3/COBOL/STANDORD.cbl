      * REJETE : PLUS DE MOIS SAUTE EN SILENCE, ET  *
      * PLUS PERSONNE NE RETAPE LES MEMES QUATRE    *
      * LIGNES CHAQUE MOIS.                         *
      * LES LIGNES GENEREES RESERVENT LEUR STOCK    *
      * (STKALLOC) COMME UNE SAISIE EN LIGNE.       *
      * UN PRODUIT DEVENU INTERDIT POUR LE CLIENT   *
      * OU DANS SON ETAT REJETTE LE GABARIT         *
      * (SALERSTR).                                 *
      * UN VENDEUR DU GABARIT DEVENU INCONNU CEDE   *
      * LA COMMANDE AU TITULAIRE DU SECTEUR DE      *
      * VENTE DU CLIENT (TERRSEL), SIGNALE SUR LE   *
      * RAPPORT.                                    *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               INCLUDE CUS
           END-EXEC

           EXEC SQL
               INCLUDE PRO
           END-EXEC
       77 WS-GENERATED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REJECT-COUNT    PIC 9(5) VALUE ZERO.
       77 WS-SKIPPED-COUNT   PIC 9(5) VALUE ZERO.
       77 WS-UNALLOC-COUNT   PIC 9(5) VALUE ZERO.

      ***************************************
      * ALLOCATION DU STOCK AUX LIGNES      *
      * GENEREES (VOIR STKALLP.CPY)         *
      ***************************************
       COPY STKALLP.
       77 WS-ORD-UNALLOC     PIC 9 VALUE ZERO.

      ***************************************
      * INTERDICTIONS DE VENTE PAR ETAT OU  *
      * CLIENT (VOIR SALERSTP.CPY)          *
      ***************************************
       COPY SALERSTP.

      ***************************************
      * VENDEUR PAR SECTEUR DE VENTE        *
      * (VOIR TERRSELP.CPY)                 *
      ***************************************
       COPY TERRSELP.
       01 E-S-NO            PIC 9(2).

      ***************************************
      * VARIABLES AFFICHAGE                 *
              MOVE STO-TMPL-NO TO E-TMPL-NO
              MOVE ORD-O-NO    TO E-O-NO
              MOVE SPACES TO WS-LINE
              IF WS-ORD-UNALLOC = ZERO
                 STRING
                      'GABARIT ' DELIMITED BY SIZE
                      E-TMPL-NO  DELIMITED BY SIZE
                      ' -> COMMANDE ' DELIMITED BY SIZE
                      E-O-NO     DELIMITED BY SIZE
                      ' CLIENT ' DELIMITED BY SIZE
                      STO-C-NO   DELIMITED BY SIZE
                 INTO WS-LINE
              ELSE
                 STRING
                      'GABARIT ' DELIMITED BY SIZE
                      E-TMPL-NO  DELIMITED BY SIZE
                      ' -> COMMANDE ' DELIMITED BY SIZE
                      E-O-NO     DELIMITED BY SIZE
                      ' CLIENT ' DELIMITED BY SIZE
                      STO-C-NO   DELIMITED BY SIZE
                      ' LIGNES SANS STOCK : ' DELIMITED BY SIZE
                      WS-ORD-UNALLOC DELIMITED BY SIZE
                 INTO WS-LINE
              END-IF
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              MOVE STO-TMPL-NO TO E-TMPL-NO
           END-IF
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           IF WS-TMPL-OK = 'Y' AND TS-RC = 4
              MOVE TS-E-NO TO E-S-NO
              MOVE SPACES TO WS-LINE
              STRING
                   '   VENDEUR DU GABARIT INCONNU, SECTEUR '
                                DELIMITED BY SIZE
                   TS-TERR-ID   DELIMITED BY SIZE
                   ' -> VENDEUR ' DELIMITED BY SIZE
                   E-S-NO       DELIMITED BY SIZE
              INTO WS-LINE
              MOVE WS-LINE TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
           END-IF
           PERFORM ADVANCE-NEXT-RUN.

      ***************************************
      * CONTROLES DU GABARIT : CLIENT,      *
      * VENDEUR, PRODUITS (EXISTANTS, NON   *
      * BLOQUES ET NON INTERDITS), AU MOINS *
      * UNE LIGNE                           *
      ***************************************
       VALIDATE-TEMPLATE.
           MOVE 'Y' TO WS-TMPL-OK
              PERFORM TEST-SQLCODE
           END-IF
           IF WS-TMPL-OK = 'Y'
              PERFORM ASSIGN-SALESMAN
           END-IF
           IF WS-TMPL-OK = 'Y'
              IF STO-P-NO (1) = SPACES
              END-IF
           END-PERFORM.

      ***************************************
      * VENDEUR DU GABARIT S'IL EXISTE      *
      * TOUJOURS, SINON LE TITULAIRE DU     *
      * SECTEUR DU CLIENT                   *
      ***************************************
       ASSIGN-SALESMAN.
           MOVE STO-C-NO TO TS-C-NO
           MOVE ZERO     TO TS-SHIPTO-ID
           IF STO-S-NO IS NUMERIC
              MOVE STO-S-NO TO TS-E-NO
           ELSE
              MOVE ZERO TO TS-E-NO
           END-IF
           CALL 'TERRSEL' USING TS-PARM
           EVALUATE TS-RC
              WHEN ZERO
              WHEN 4
                 CONTINUE
              WHEN 8
                 MOVE 'N' TO WS-TMPL-OK
                 MOVE 'VENDEUR INCONNU, HORS SECTEUR' TO WS-REJ-REASON
              WHEN OTHER
                 DISPLAY 'ERREUR SQL SECTEURS : ' TS-SQLCODE
                 PERFORM ABEND-PROG
           END-EVALUATE.

       VALIDATE-TEMPLATE-LINE.
           MOVE STO-P-NO (WS-IDX) TO PRO-P-NO
           EXEC SQL
                 MOVE 'QUANTITE NULLE' TO WS-REJ-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-TMPL-OK = 'Y'
              PERFORM CHECK-LINE-RESTRICTION
           END-IF.

      ***************************************
      * PRODUIT INTERDIT DANS L'ETAT DU     *
      * CLIENT (COMMANDE LIVREE AU SIEGE)   *
      * OU POUR CE CLIENT                   *
      ***************************************
       CHECK-LINE-RESTRICTION.
           MOVE PRO-P-NO TO SR-P-NO
           MOVE STO-C-NO TO SR-C-NO
           MOVE ZERO     TO SR-SHIPTO-ID
           CALL 'SALERSTR' USING SR-PARM
           EVALUATE SR-RC
              WHEN ZERO
                 CONTINUE
              WHEN 4
                 MOVE 'N' TO WS-TMPL-OK
                 MOVE SPACES TO WS-REJ-REASON
                 STRING 'PRODUIT ' PRO-P-NO ' INTERDIT EN '
                        SR-STATE DELIMITED BY SIZE
                 INTO WS-REJ-REASON
              WHEN 8
                 MOVE 'N' TO WS-TMPL-OK
                 MOVE SPACES TO WS-REJ-REASON
                 STRING 'PRODUIT ' PRO-P-NO ' INTERDIT CLIENT'
                        DELIMITED BY SIZE
                 INTO WS-REJ-REASON
              WHEN OTHER
                 DISPLAY 'ERREUR SQL INTERDICTIONS : ' SR-SQLCODE
                 PERFORM ABEND-PROG
           END-EVALUATE.

      ***************************************
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE WS-RUN-DATE TO ORD-O-DATE
           MOVE TS-E-NO     TO ORD-S-NO
           MOVE STO-C-NO    TO ORD-C-NO
           MOVE ZERO        TO ORD-SHIPTO-ID
           MOVE ZERO        TO ORD-S2-NO
                      :ORD-SHIPTO-ID, :ORD-S2-NO, :ORD-SPLIT-PCT)
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE ZERO TO WS-ORD-UNALLOC
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 4
              IF STO-P-NO (WS-IDX) NOT = SPACES
                            :ITE-PRICE)
                 END-EXEC
                 PERFORM TEST-SQLCODE
                 PERFORM ALLOCATE-ITEM
              END-IF
           END-PERFORM.

      ***************************************
      * RESERVATION DU STOCK DE LA LIGNE    *
      * GENEREE - UNE LIGNE NON ALLOUEE     *
      * PART QUAND MEME, ELLE SERA SERVIE   *
      * APRES LES LIGNES ALLOUEES           *
      ***************************************
       ALLOCATE-ITEM.
           MOVE 'A'          TO SA-FUNC
           MOVE ITE-O-NO     TO SA-O-NO
           MOVE ITE-P-NO     TO SA-P-NO
           MOVE ITE-QUANTITY TO SA-QTY
           CALL 'STKALLOC' USING SA-PARM
           IF SA-RC = 12
              DISPLAY 'ERREUR SQL ALLOCATION : ' SA-SQLCODE
              PERFORM ABEND-PROG
           END-IF
           IF SA-ALLOC-QTY < SA-QTY
              ADD 1 TO WS-ORD-UNALLOC
              ADD 1 TO WS-UNALLOC-COUNT
           END-IF.

      ***************************************
      * AVANCE DE L'ECHEANCE : DEPUIS       *
      * L'ECHEANCE PREVUE (PAS LA DATE DU   *
           DISPLAY '  COMMANDES GENEREES : ' WS-GENERATED-COUNT
           DISPLAY '  GABARITS REJETES   : ' WS-REJECT-COUNT
           DISPLAY '  GABARITS NON ECHUS : ' WS-SKIPPED-COUNT
           DISPLAY '  LIGNES SANS STOCK  : ' WS-UNALLOC-COUNT
           DISPLAY '==============================================='.

      ***************************************
