      * LES GROS COMPTES DEPOSENT LA NUIT UN        *
      * FICHIER DE COMMANDES DELIMITE (LORDERS).    *
      * CHAQUE LIGNE = UNE LIGNE DE COMMANDE :      *
      *   REF;C_NO;E_NO;O_DATE;P_NO;QTY[;PRIO[;D    *
      *   [;UOM]]]                                  *
      * LES LIGNES CONSECUTIVES DE MEME REF FORMENT *
      * UNE COMMANDE. TOUT EST CONTROLE SUR         *
      * CUSTOMERS, EMPLOYEES ET PRODUCTS AVANT      *
      * LIGNES INVALIDES PARTENT DANS LE FICHIER    *
      * REJET (REJORDER) ET UN RESUME DE CONTROLE   *
      * EST IMPRIME EN FIN DE LOT, COMME PRO15.     *
      * CHAQUE LIGNE INSEREE RESERVE SON STOCK      *
      * (STKALLOC), COMME A LA SAISIE EN LIGNE.     *
      * UNE LIGNE MARQUEE 'D' (8E CHAMP) EST EN     *
      * LIVRAISON DIRECTE PAR LE FOURNISSEUR : PAS  *
      * DE RESERVATION, DROPPO EMET LA COMMANDE     *
      * D'ACHAT.                                    *
      * LA QUANTITE EST DANS L'UNITE DE VENTE DU    *
      * 9E CHAMP (BLANC = UNITE DE STOCK), CONVERTIE*
      * EN UNITES DE STOCK POUR ITEMS (UOMCONV).    *
      * UN PRODUIT INTERDIT POUR LE CLIENT OU DANS  *
      * SON ETAT (LIVRAISON AU SIEGE) EST REJETE    *
      * (SALERSTR).                                 *
      * UN E_NO ABSENT OU INCONNU N'EST PLUS REJETE *
      * : LA COMMANDE VA AU TITULAIRE DU SECTEUR DE *
      * VENTE DU CLIENT (TERRSEL) ; LA LIGNE N'EST  *
      * REJETEE QUE SI AUCUN SECTEUR NE LE COUVRE.  *
      * CHAQUE REJET (Y COMPRIS LES CODES ARTICLE   *
      * DE FXRFMISS) PART AUSSI AU SUSPENS FSUSPNS  *
      * (SUSPCTL) OU IL EST CORRIGE EN LIGNE        *
      * (PGM1SUS) ; LES LIGNES LIBEREES SONT        *
      * REPRISES EN DEBUT DE PASSAGE, AVANT LE      *
      * FICHIER DU JOUR - UNE REF REPRISE FORME UNE *
      * COMMANDE COMPLEMENTAIRE.                    *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-QTY-TXT           PIC X(2)  VALUE SPACES.
      *--- PRIORITE FACULTATIVE EN 7E CHAMP : 'R' = URGENTE
       77  WS-PRI-TXT           PIC X(1)  VALUE SPACES.
      *--- LIVRAISON DIRECTE FACULTATIVE EN 8E CHAMP : 'D'
       77  WS-DSH-TXT           PIC X(1)  VALUE SPACES.
      *--- UNITE DE VENTE FACULTATIVE EN 9E CHAMP (CS, PAL...) :
      *--- LA QUANTITE EST CONVERTIE EN UNITES DE STOCK
       77  WS-UOM-TXT           PIC X(3)  VALUE SPACES.
       77  WS-FIELD-COUNT       PIC 99 VALUE 0.

      *--------------------------------------------------------------
       77  WS-TOTAL-VALUE       PIC 9(9)V99 VALUE 0.
       77  ED-SQLCODE           PIC +Z(8)9.

      *--------------------------------------------------------------
      *  ALLOCATION DU STOCK AUX LIGNES INSEREES (STKALLP.CPY)
      *--------------------------------------------------------------
       COPY STKALLP.
       77  WS-ALLOC-COUNT       PIC 9(7) VALUE 0.
       77  WS-UNALLOC-COUNT     PIC 9(7) VALUE 0.
       77  WS-DROP-COUNT        PIC 9(7) VALUE 0.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'ORDIMP'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - CHARGEMENT COMMANDES'.

       COPY TOLCHKP.

      *--------------------------------------------------------------
      *  CONVERSION DE LA QUANTITE EN UNITES DE STOCK (UOMCONVP.CPY)
      *--------------------------------------------------------------
       COPY UOMCONVP.

      *--------------------------------------------------------------
      *  INTERDICTIONS DE VENTE PAR ETAT OU CLIENT (SALERSTP.CPY)
      *--------------------------------------------------------------
       COPY SALERSTP.

      *--------------------------------------------------------------
      *  VENDEUR PAR SECTEUR DE VENTE (TERRSELP.CPY)
      *--------------------------------------------------------------
       COPY TERRSELP.
       77  WS-TERR-COUNT        PIC 9(7) VALUE 0.

       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      *--------------------------------------------------------------
      *  SUSPENS DES LIGNES REJETEES (SUSPCTLP.CPY) : LE PASSAGE EST
      *  IDENTIFIE PAR SA DATE ET SON HEURE DE DEMARRAGE, LA LIGNE
      *  PAR SON RANG DANS LE FICHIER LORDERS
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
      ****************************************************************
                 INCLUDE CUS
            END-EXEC.

            EXEC SQL
                 INCLUDE PRO
            END-EXEC.

           PERFORM OPEN-FILES

           PERFORM RESUBMIT-SUSPENSE

           PERFORM READ-ORDFEED
           PERFORM UNTIL FF-ORDFEED
               PERFORM TRAITE-LIGNE
           MOVE 'CODES ARTICLE CLIENT SANS CORRESPONDANCE FPARTXRF'
             TO XRFMISS-REC
           WRITE XRFMISS-REC
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-JRNL-START(1:6) TO WS-RUN-TIME
           PERFORM OPEN-FILE-ORDCTR.

       CLOSE-FILES.
           END-IF
           CLOSE XRFMISS
           CLOSE RESP
           CLOSE ORDCTR
           MOVE 'F' TO SP-FUNC
           CALL 'SUSPCTL' USING SP-PARM.

      ***************************************
      * OUVERTURE DU COMPTEUR DE COMMANDES  *
                 SET FF-ORDFEED TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 ADD 1 TO WS-FEED-LINE-NO
           END-READ.

      ***************************************
      * REPRISE DES LIGNES CORRIGEES ET     *
      * LIBEREES EN LIGNE (PGM1SUS), DANS   *
      * L'ORDRE DU SUSPENS, AVANT LE        *
      * FICHIER DU JOUR. LES LIGNES D'UNE   *
      * MEME REF SE SUIVENT ET FORMENT UNE  *
      * COMMANDE COMPLEMENTAIRE, AVEC SA    *
      * LIGNE DE REPONSE                    *
      ***************************************
       RESUBMIT-SUSPENSE.
           MOVE 'LORDERS ' TO SP-FEED
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
           END-IF
           PERFORM FLUSH-GROUP-RESPONSE
           MOVE LOW-VALUES TO WS-RSP-REF
           MOVE 0          TO WS-RSP-STARTED
           MOVE SPACES     TO WS-CURR-REF.

       RESUBMIT-LINE.
           MOVE SP-KEY TO WS-RESUB-KEY
           MOVE SP-DATA(1:80) TO ORDFEED-REC
           ADD 1 TO WS-READ-COUNT
           ADD 1 TO WS-RESUB-COUNT
           MOVE WS-REJECT-COUNT TO WS-REJ-BEFORE
           MOVE 'Y' TO WS-RESUB-FLAG
           PERFORM TRAITE-LIGNE
           MOVE 'N' TO WS-RESUB-FLAG
           IF WS-REJECT-COUNT = WS-REJ-BEFORE
              MOVE WS-RESUB-KEY TO SP-KEY
              MOVE WS-RUN-ID    TO SP-CUR-RUN
              MOVE 'R'          TO SP-FUNC
              CALL 'SUSPCTL' USING SP-PARM
              IF SP-RC NOT = ZERO
                 DISPLAY 'ERR MAJ SUSPENS FSUSPNS, RC=' SP-RC
                 PERFORM ABEND-PROG
              END-IF
           ELSE
              ADD 1 TO WS-RESUB-REJ-COUNT
           END-IF.

      ***************************************
      * TRAITEMENT D'UNE LIGNE DU FICHIER : *
      * DECOUPAGE, CONTROLES, RUPTURE SUR   *
       TRAITE-LIGNE.
           MOVE SPACES TO WS-REF-TXT WS-CNO-TXT WS-ENO-TXT
                          WS-DATE-TXT WS-PNO-TXT WS-QTY-TXT
                          WS-PRI-TXT WS-DSH-TXT WS-UOM-TXT
           MOVE 1 TO WS-LINE-VALID
           MOVE 0 TO WS-FIELD-COUNT
           UNSTRING ORDFEED-REC DELIMITED BY ';'
                    WS-PNO-TXT
                    WS-QTY-TXT
                    WS-PRI-TXT
                    WS-DSH-TXT
                    WS-UOM-TXT
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING

              MOVE 'FORMAT INVALIDE' TO WS-REJ-REASON
           END-IF
           IF LINE-IS-VALID
              AND WS-CNO-TXT IS NOT NUMERIC
              MOVE 0 TO WS-LINE-VALID
              MOVE 'C_NO NON NUMERIQUE' TO WS-REJ-REASON
           END-IF
           IF LINE-IS-VALID
              AND (WS-QTY-TXT IS NOT NUMERIC OR WS-QTY-TXT = '00')
              MOVE 0 TO WS-LINE-VALID
              MOVE 'PRIORITE INVALIDE (R)' TO WS-REJ-REASON
           END-IF
           IF LINE-IS-VALID
              AND WS-DSH-TXT NOT = SPACE AND WS-DSH-TXT NOT = 'D'
              MOVE 0 TO WS-LINE-VALID
              MOVE 'LIVRAISON DIRECTE INVALIDE (D)' TO WS-REJ-REASON
           END-IF
           IF LINE-IS-VALID
              AND (WS-DATE-YYYY IS NOT NUMERIC
                   OR WS-DATE-SEP1 NOT = '-'
              END-IF
           END-IF
           IF LINE-IS-VALID
              PERFORM ASSIGN-SALESMAN
           END-IF
           IF LINE-IS-VALID
              PERFORM RESOLVE-PRODUCT-CODE
           END-IF
           IF LINE-IS-VALID
              PERFORM CONVERT-QUANTITY
           END-IF
           IF LINE-IS-VALID
              PERFORM CHECK-RESTRICTION
           END-IF.

      ***************************************
      * VENDEUR DE LA COMMANDE : CELUI DU   *
      * FICHIER S'IL EXISTE DANS EMPLOYEES, *
      * SINON LE TITULAIRE DU SECTEUR DU    *
      * CLIENT (LIVRAISON AU SIEGE)         *
      ***************************************
       ASSIGN-SALESMAN.
           MOVE WS-CNO-TXT TO TS-C-NO
           MOVE ZERO       TO TS-SHIPTO-ID
           IF WS-ENO-TXT IS NUMERIC
              MOVE WS-ENO-TXT TO TS-E-NO
           ELSE
              MOVE ZERO TO TS-E-NO
           END-IF
           CALL 'TERRSEL' USING TS-PARM
           EVALUATE TS-RC
              WHEN ZERO
              WHEN 4
                 CONTINUE
              WHEN 8
                 MOVE 0 TO WS-LINE-VALID
                 MOVE 'VENDEUR INCONNU, HORS SECTEUR' TO WS-REJ-REASON
              WHEN OTHER
                 MOVE TS-SQLCODE TO ED-SQLCODE
                 DISPLAY 'ERREUR SQL SECTEURS : ' ED-SQLCODE
                 PERFORM ABEND-PROG
           END-EVALUATE.

      ***************************************
      * QUANTITE DU FICHIER DANS L'UNITE DE *
      * VENTE DEMANDEE : CONVERSION EN      *
      * UNITES DE STOCK POUR ITEMS          *
      ***************************************
       CONVERT-QUANTITY.
           MOVE WS-PNO-EFF TO UC-P-NO
           MOVE WS-UOM-TXT TO UC-UOM
           MOVE WS-QTY-TXT TO UC-SELL-QTY
           CALL 'UOMCONV' USING UC-PARM
           EVALUATE UC-RC
              WHEN ZERO
                 IF WS-UOM-TXT = SPACES
                    MOVE UC-BASE-UOM TO WS-UOM-TXT
                 END-IF
              WHEN 4
                 MOVE 0 TO WS-LINE-VALID
                 MOVE 'UNITE DE VENTE INCONNUE' TO WS-REJ-REASON
              WHEN 8
                 MOVE 0 TO WS-LINE-VALID
                 MOVE 'PLUS DE 99 UNITES DE STOCK' TO WS-REJ-REASON
              WHEN OTHER
                 MOVE UC-SQLCODE TO ED-SQLCODE
                 DISPLAY 'ERREUR SQL UNITES DE VENTE : ' ED-SQLCODE
                 PERFORM ABEND-PROG
           END-EVALUATE.

      ***************************************
      * PRODUIT INTERDIT DANS L'ETAT DE     *
      * LIVRAISON OU POUR CE CLIENT - LES   *
      * COMMANDES IMPORTEES SONT LIVREES AU *
      * SIEGE (SHIPTO_ID 0)                 *
      ***************************************
       CHECK-RESTRICTION.
           MOVE WS-PNO-EFF TO SR-P-NO
           MOVE WS-CNO-TXT TO SR-C-NO
           MOVE ZERO       TO SR-SHIPTO-ID
           CALL 'SALERSTR' USING SR-PARM
           EVALUATE SR-RC
              WHEN ZERO
                 CONTINUE
              WHEN 4
                 MOVE 0 TO WS-LINE-VALID
                 MOVE SPACES TO WS-REJ-REASON
                 STRING 'PRODUIT INTERDIT EN ' DELIMITED BY SIZE
                        SR-STATE               DELIMITED BY SIZE
                 INTO WS-REJ-REASON
              WHEN 8
                 MOVE 0 TO WS-LINE-VALID
                 MOVE 'PRODUIT INTERDIT POUR CLIENT' TO WS-REJ-REASON
              WHEN OTHER
                 MOVE SR-SQLCODE TO ED-SQLCODE
                 DISPLAY 'ERREUR SQL INTERDICTIONS : ' ED-SQLCODE
                 PERFORM ABEND-PROG
           END-EVALUATE.

      ***************************************
      * RESOLUTION DU CODE ARTICLE : LE     *
      * CODE BRUT D'ABORD (S'IL TIENT DANS  *
       INSERT-ORDER.
           PERFORM GET-NEXT-O-NO
           MOVE WS-NEW-O-NO TO ORD-O-NO
           MOVE TS-E-NO     TO ORD-S-NO
           MOVE WS-CNO-TXT  TO ORD-C-NO
           MOVE WS-DATE-TXT TO ORD-O-DATE
           MOVE WS-PRI-TXT  TO ORD-PRIORITY
              MOVE 1 TO WS-ORDER-CREATED
              MOVE WS-NEW-O-NO TO WS-GRP-O-NO
              ADD 1 TO WS-ORDER-COUNT
              IF TS-RC = 4
                 ADD 1 TO WS-TERR-COUNT
              END-IF
           ELSE
              MOVE 'ERREUR INSERT ORDERS' TO WS-REJ-REASON
              PERFORM ECRITURE-REJET
       INSERT-ITEM.
           MOVE WS-NEW-O-NO TO ITE-O-NO
           MOVE WS-PNO-EFF  TO ITE-P-NO
           MOVE UC-BASE-QTY TO ITE-QUANTITY
           MOVE PRO-PRICE   TO ITE-PRICE
           MOVE WS-UOM-TXT  TO ITE-SELL-UOM
           MOVE UC-FACTOR   TO ITE-UOM-FACTOR
           IF WS-DSH-TXT = 'D'
              MOVE 'Y' TO ITE-DROP-SHIP
           ELSE
              MOVE 'N' TO ITE-DROP-SHIP
           END-IF
           EXEC SQL
              INSERT INTO ITEMS (O_NO, P_NO, QUANTITY, PRICE,
                     DROP_SHIP, SELL_UOM, UOM_FACTOR)
              VALUES (:ITE-O-NO, :ITE-P-NO, :ITE-QUANTITY,
                      :ITE-PRICE, :ITE-DROP-SHIP, :ITE-SELL-UOM,
                      :ITE-UOM-FACTOR)
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 ADD ITE-QUANTITY TO WS-TOTAL-QTY
                 COMPUTE WS-TOTAL-VALUE = WS-TOTAL-VALUE
                         + (PRO-PRICE * ITE-QUANTITY)
      *          LIVRAISON DIRECTE : LE STOCK N'EST PAS RESERVE
                 IF ITE-DROP-SHIP = 'Y'
                    ADD 1 TO WS-DROP-COUNT
                 ELSE
                    PERFORM ALLOCATE-ITEM
                 END-IF
              WHEN SQLCODE = -803
                 MOVE 'DOUBLON P_NO DANS COMMANDE' TO WS-REJ-REASON
                 PERFORM ECRITURE-REJET
                 PERFORM TEST-SQLCODE
           END-EVALUATE.

      ***************************************
      * RESERVATION DU STOCK DE LA LIGNE    *
      * INSEREE - UNE LIGNE NON ALLOUEE     *
      * RESTE ACCEPTEE (ELLE PASSERA APRES  *
      * LES LIGNES ALLOUEES A L'EXTRACTION) *
      ***************************************
       ALLOCATE-ITEM.
           MOVE 'A'          TO SA-FUNC
           MOVE ITE-O-NO     TO SA-O-NO
           MOVE ITE-P-NO     TO SA-P-NO
           MOVE ITE-QUANTITY TO SA-QTY
           CALL 'STKALLOC' USING SA-PARM
           IF SA-RC = 12
              MOVE SA-SQLCODE TO ED-SQLCODE
              DISPLAY 'ERREUR SQL ALLOCATION : ' ED-SQLCODE
              PERFORM ABEND-PROG
           END-IF
           IF SA-ALLOC-QTY < SA-QTY
              ADD 1 TO WS-UNALLOC-COUNT
           ELSE
              ADD 1 TO WS-ALLOC-COUNT
           END-IF.

      ***************************************
      * ECRITURE D'UNE LIGNE REJETEE        *
      ***************************************
           MOVE SPACES TO REJ-ORDER-REC
           MOVE ORDFEED-REC   TO REJ-ORDER-REC(1:80)
           MOVE WS-REJ-REASON TO REJ-ORDER-REC(82:30)
           WRITE REJ-ORDER-REC
           PERFORM SUSPEND-REJECT.

      ***************************************
      * LE REJET PART AU SUSPENS : NOUVELLE *
      * LIGNE POUR LE FICHIER DU JOUR, OU   *
      * RETOUR EN CORRECTION D'UNE LIGNE    *
      * REPRISE ET ENCORE REJETEE           *
      ***************************************
       SUSPEND-REJECT.
           MOVE WS-RUN-ID     TO SP-CUR-RUN
           MOVE 'ORDIMP  '    TO SP-PROGRAM
           MOVE WS-REJ-REASON TO SP-REASON
           IF LINE-IS-RESUBMITTED
              MOVE WS-RESUB-KEY TO SP-KEY
              MOVE 'O'          TO SP-FUNC
           ELSE
              MOVE 'LORDERS '      TO SP-FEED
              MOVE WS-RUN-ID       TO SP-RUN-ID
              MOVE WS-FEED-LINE-NO TO SP-REC-NO
              MOVE SPACES          TO SP-DATA
              MOVE ORDFEED-REC     TO SP-DATA(1:80)
              MOVE 'W'             TO SP-FUNC
           END-IF
           CALL 'SUSPCTL' USING SP-PARM
           IF SP-RC NOT = ZERO
              DISPLAY 'ERR ECRITURE SUSPENS FSUSPNS, RC=' SP-RC
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * REPONSE DU GROUPE REF QUI VIENT DE  *
           DISPLAY 'COMMANDES CREEES  : ' WS-ORDER-COUNT
           DISPLAY 'LIGNES INSEREES   : ' WS-ITEM-COUNT
           DISPLAY 'LIGNES REJETEES   : ' WS-REJECT-COUNT
           DISPLAY 'LIGNES ALLOUEES   : ' WS-ALLOC-COUNT
           DISPLAY 'LIGNES SANS STOCK : ' WS-UNALLOC-COUNT
           DISPLAY 'LIVRAISON DIRECTE : ' WS-DROP-COUNT
           DISPLAY 'VENDEUR DU SECTEUR: ' WS-TERR-COUNT
           DISPLAY 'CODES TRADUITS    : ' WS-XREF-COUNT
           DISPLAY 'CODES SANS CORRESP: ' WS-XRFMISS-COUNT
           DISPLAY 'LIGNES REPRISES   : ' WS-RESUB-COUNT
           DISPLAY 'DONT REJETEES     : ' WS-RESUB-REJ-COUNT
           DISPLAY 'REF ACCEPTEES     : ' WS-RSP-ACC-COUNT
           DISPLAY 'REF REJETEES      : ' WS-RSP-REJ-COUNT
           DISPLAY 'QUANTITE TOTALE   : ' WS-TOTAL-QTY
