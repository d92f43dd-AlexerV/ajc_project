      * LIGNE DANS SHIPMENTS ET CUMULE LA QUANTITE  *
      * EXPEDIEE DANS ITEMS.SHIPPED_QTY, SUR LE     *
      * MEME PRINCIPE QUE RETURNED_QTY POUR LES     *
      * RETOURS (CF. CREAVOIR). LE STOCK SORT DU    *
      * DEPOT QUI SERT L'ETAT DE LIVRAISON DE LA    *
      * COMMANDE (WHSE_STOCK), OU DU DEPOT PORTE    *
      * SUR LA CARTE QUAND LE QUAI L'A RENSEIGNE.   *
      * LA QUANTITE EXPEDIEE LIBERE D'AUTANT        *
      * L'ALLOCATION DE LA LIGNE (STKALLOC).        *
      * UNE LIGNE EN LIVRAISON DIRECTE (DROP_SHIP)  *
      * EST EXPEDIEE PAR LE FOURNISSEUR : LA CARTE  *
      * EST SA CONFIRMATION D'EXPEDITION, ELLE NE   *
      * TOUCHE NI STOCK NI ALLOCATION ET SOLDE LA   *
      * COMMANDE D'ACHAT LIEE (FPURCHPO).           *
      * UN MANQUANT CONSTATE AU QUAI (RELIQUAT 'S'  *
      * DE FBACKORD, VOIR PGM1SHP) SUIT LA CARTE :  *
      * SOLDE S'IL NE RESTE RIEN A EXPEDIER, SINON  *
      * RAMENE AU RESTANT DE LA LIGNE.              *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS KIT-KEY
            FILE STATUS IS WS-FS-KIT.
            SELECT POF ASSIGN TO FPURCHPO
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PO-NO
            FILE STATUS IS WS-FS-POF.
            SELECT OPTIONAL BKO ASSIGN TO FBACKORD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BKO-KEY
            FILE STATUS IS WS-FS-BKO.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
          05 CTR-VALUE     PIC 9(9).
       FD KITBOM.
       COPY KITBOM.
       FD POF.
       COPY PURCHPO.
       FD BKO.
       COPY BACKORD.

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SMV
           END-EXEC

           EXEC SQL
               INCLUDE WST
           END-EXEC

      *--------------------------------------------------------------
      *  PARAMETRE SYSIN
      *  COL 1-4  : NO DE COMMANDE (O_NO)
      *  COL 25-44: REFERENCE DE SUIVI DU TRANSPORTEUR
      *  COL 45-54: NO DE LOT FOURNISSEUR EXPEDIE (FACULTATIF,
      *             TRACABILITE DES RAPPELS - VOIR LOTTRACE)
      *  COL 55-56: DEPOT EXPEDITEUR (FACULTATIF - A BLANC, DEPOT
      *             QUI SERT L'ETAT DE LIVRAISON DE LA COMMANDE)
      *--------------------------------------------------------------
       01  WS-SYSIN-SHIP.
           05 SYSIN-SHIP-O-NO       PIC 9(4).
           05 SYSIN-SHIP-CARRIER    PIC X(4).
           05 SYSIN-SHIP-TRACKING   PIC X(20).
           05 SYSIN-SHIP-LOT-NO     PIC X(10).
           05 SYSIN-SHIP-WHSE       PIC X(2).
           05 FILLER                PIC X(23).

       77 WS-FS-CTR        PIC XX.
       77 WS-SHP-NO        PIC 9(9) VALUE 0.
       77 WS-COMP-QTY       PIC S9(5)V USAGE COMP-3 VALUE ZERO.
       77 FF-KIT            PIC 9 VALUE ZERO.

      ***************************************
      * DEPOT EXPEDITEUR : LA SORTIE BAISSE *
      * LE TOTAL SOCIETE (PRODUCTS.STOCK)   *
      * ET LE STOCK DU DEPOT (WHSE_STOCK)   *
      ***************************************
       COPY WHSESELP.
       77 WS-SHIP-WHSE      PIC X(2) VALUE SPACES.
       77 WS-WHS-QTY        PIC S9(5)V USAGE COMP-3 VALUE ZERO.

      ***************************************
      * LIBERATION DE L'ALLOCATION DE LA    *
      * LIGNE EXPEDIEE (VOIR STKALLP.CPY)   *
      ***************************************
       COPY STKALLP.

      ***************************************
      * LIVRAISON DIRECTE : COMMANDE D'ACHAT*
      * LIEE A LA LIGNE, SOLDEE PAR LES     *
      * CONFIRMATIONS DU FOURNISSEUR        *
      ***************************************
       77 WS-FS-POF         PIC XX.
       77 WS-DROP-SHIP      PIC X VALUE 'N'.
          88 LINE-DROP-SHIP           VALUE 'Y'.
       01 E-DROP-PO-NO      PIC 9(7).

      ***************************************
      * MANQUANT AU QUAI EN ATTENTE SUR LA  *
      * LIGNE (RELIQUAT 'S')                *
      ***************************************
       77 WS-FS-BKO         PIC XX.
       77 WS-BKO-PRESENT    PIC X VALUE 'N'.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'SHIPORD'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - ENREGISTREMENT EXPEDITION'.
            PERFORM OPEN-FILE-KITBOM
            PERFORM OPEN-FILE-SHPCTR
            PERFORM VALIDATE-SHIP-QTY
            EVALUATE TRUE
               WHEN NOT SHIP-QTY-OK
                  MOVE 'REFUSE - QUANTITE EXPEDIEE > RESTANT A EXPEDIER'
                    TO WS-RESULT-MESS
      *        LIVRAISON DIRECTE : PAS DE SORTIE DE NOTRE STOCK
               WHEN LINE-DROP-SHIP
                  IF ITE-DROP-PO-NO = ZERO
                     MOVE 'REFUSE - LIVRAISON DIRECTE NON COMMANDEE'
                       TO WS-RESULT-MESS
                  ELSE
                     PERFORM GET-NEXT-SHP-NO
                     PERFORM RECORD-SHIPMENT
                     PERFORM UPDATE-SHIPPED-QTY
                     PERFORM UPDATE-DROP-SHIP-PO
                     PERFORM REPORT-SHIP-STATUS
                  END-IF
               WHEN OTHER
                  PERFORM SET-SHIP-WHSE
                  PERFORM GET-NEXT-SHP-NO
                  PERFORM RECORD-SHIPMENT
                  PERFORM UPDATE-SHIPPED-QTY
                  PERFORM RELIEVE-STOCK
                  PERFORM RELEASE-ALLOCATION
                  PERFORM REPORT-SHIP-STATUS
                  PERFORM CLEAR-DOCK-SHORTAGE
            END-EVALUATE
            DISPLAY WS-RESULT-MESS
            PERFORM CLOSE-FILE-SHPCTR
            PERFORM CLOSE-FILE-KITBOM
      ***************************************
       VALIDATE-SHIP-QTY.
           MOVE 'N' TO WS-SHIP-OK
           MOVE 'N' TO WS-DROP-SHIP
           EXEC SQL
              SELECT QUANTITY, SHIPPED_QTY, DROP_SHIP, DROP_PO_NO
                INTO :ITE-QUANTITY, :ITE-SHIPPED-QTY,
                     :ITE-DROP-SHIP, :ITE-DROP-PO-NO
                FROM ITEMS
               WHERE O_NO = :ITE-O-NO
                 AND P_NO = :ITE-P-NO
              IF (ITE-SHIPPED-QTY + WS-REQ-QTY) <= ITE-QUANTITY
                 MOVE 'Y' TO WS-SHIP-OK
              END-IF
              IF ITE-DROP-SHIP = 'Y'
                 MOVE 'Y' TO WS-DROP-SHIP
              END-IF
           ELSE
              DISPLAY 'LIGNE DE COMMANDE INTROUVABLE'
           END-IF.

      ***************************************
      * DEPOT EXPEDITEUR : CELUI DE LA      *
      * CARTE, A DEFAUT CELUI QUI SERT      *
      * L'ETAT DE LIVRAISON (WHSESEL)       *
      ***************************************
       SET-SHIP-WHSE.
           IF SYSIN-SHIP-WHSE NOT = SPACES
              MOVE SYSIN-SHIP-WHSE TO WS-SHIP-WHSE
           ELSE
              MOVE 'O'             TO WH-FUNC
              MOVE SYSIN-SHIP-O-NO TO WH-O-NO
              CALL 'WHSESEL' USING WH-PARM
              MOVE WH-WHSE         TO WS-SHIP-WHSE
           END-IF.

      ***************************************
      * ENREGISTREMENT DE LA LIGNE          *
      * D'EXPEDITION DANS SHIPMENTS         *

      ***************************************
      * SORTIE DE STOCK : LES MARCHANDISES  *
      * QUITTENT LE DEPOT, LE STOCK DU      *
      * PRODUIT BAISSE (TOTAL ET DEPOT) ET  *
      * LE MOUVEMENT EST JUSTIFIE DANS      *
      * STOCK_MOVES PAR LE NUMERO           *
      * D'EXPEDITION                        *
      ***************************************
       RELIEVE-STOCK.
      *    UNE LIGNE KIT EXPLOSE SES COMPOSANTS ; UNE LIGNE
                  WHERE P_NO = :ITE-P-NO
              END-EXEC
              PERFORM TEST-SQLCODE
              MOVE ITE-P-NO        TO WST-P-NO
              MOVE WS-REQ-QTY      TO WS-WHS-QTY
              PERFORM RELIEVE-WHSE-STOCK
              MOVE ITE-P-NO        TO SMV-P-NO
              MOVE SYSIN-SHIP-DATE TO SMV-MOVE-DATE
              MOVE 'S'             TO SMV-MOVE-TYPE
              PERFORM WRITE-STOCK-MOVE
           END-IF.

      ***************************************
      * CONFIRMATION D'UNE LIVRAISON        *
      * DIRECTE : LA QUANTITE EXPEDIEE PAR  *
      * LE FOURNISSEUR EST CUMULEE SUR SA   *
      * COMMANDE D'ACHAT, SOLDEE QUAND TOUT *
      * EST PARTI                           *
      ***************************************
       UPDATE-DROP-SHIP-PO.
           MOVE ITE-DROP-PO-NO TO E-DROP-PO-NO
           OPEN I-O POF
           IF WS-FS-POF NOT = '00'
              DISPLAY 'ERR OPEN FPURCHPO, FS=' WS-FS-POF
              PERFORM ABEND-PROG
           END-IF
           MOVE ITE-DROP-PO-NO TO PO-NO
           READ POF KEY IS PO-NO
              INVALID KEY
                 DISPLAY 'COMMANDE D''ACHAT ' E-DROP-PO-NO
                         ' ABSENTE DE FPURCHPO'
              NOT INVALID KEY
                 ADD WS-REQ-QTY TO PO-RECV-QTY
                 IF PO-RECV-QTY >= PO-QTY
                    SET PO-CLOSED TO TRUE
                 END-IF
                 REWRITE PO-ENR
                 IF WS-FS-POF NOT = '00'
                    DISPLAY 'ERR REWRITE FPURCHPO, FS=' WS-FS-POF
                    PERFORM ABEND-PROG
                 END-IF
           END-READ
           CLOSE POF.

      ***************************************
      * LE STOCK RESERVE A LA LIGNE EST     *
      * SORTI : L'ALLOCATION BAISSE DE LA   *
      * QUANTITE EXPEDIEE (AU PLUS CE QUE   *
      * LA LIGNE DETENAIT)                  *
      ***************************************
       RELEASE-ALLOCATION.
           MOVE 'R'        TO SA-FUNC
           MOVE ITE-O-NO   TO SA-O-NO
           MOVE ITE-P-NO   TO SA-P-NO
           MOVE WS-REQ-QTY TO SA-QTY
           CALL 'STKALLOC' USING SA-PARM
           IF SA-RC = 12
              DISPLAY 'ERREUR SQL LIBERATION ALLOCATION : '
                      SA-SQLCODE
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * OUVERTURE/FERMETURE DE LA           *
      * NOMENCLATURE DES KITS (FICHIER      *
               WHERE P_NO = :SMV-P-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE KIT-COMP-P-NO   TO WST-P-NO
           MOVE WS-COMP-QTY     TO WS-WHS-QTY
           PERFORM RELIEVE-WHSE-STOCK
           MOVE SYSIN-SHIP-DATE TO SMV-MOVE-DATE
           MOVE 'S'             TO SMV-MOVE-TYPE
           MOVE WS-SHP-NO       TO SMV-REF-NO
           MOVE 'SHIPORD'       TO SMV-OPERATOR
           PERFORM WRITE-STOCK-MOVE.

      ***************************************
      * SORTIE DU STOCK DU DEPOT EXPEDITEUR *
      * (WST-P-NO, WS-WHS-QTY) - UN PRODUIT *
      * SANS LIGNE POUR CE DEPOT Y PASSE EN *
      * NEGATIF, SIGNALE POUR INVENTAIRE    *
      ***************************************
       RELIEVE-WHSE-STOCK.
           MOVE WS-SHIP-WHSE TO WST-WHSE
           EXEC SQL
              UPDATE WHSE_STOCK
                 SET STOCK = STOCK - :WS-WHS-QTY
               WHERE P_NO = :WST-P-NO
                 AND WHSE = :WST-WHSE
           END-EXEC
           IF SQLCODE = +100
              DISPLAY 'PRODUIT ' WST-P-NO ' ABSENT DU DEPOT '
                      WST-WHSE ' - STOCK DEPOT NEGATIF'
              COMPUTE WST-STOCK = ZERO - WS-WHS-QTY
              MOVE ZERO TO WST-IN-TRANSIT
              EXEC SQL
                 INSERT INTO WHSE_STOCK (P_NO, WHSE, STOCK,
                        IN_TRANSIT)
                 VALUES (:WST-P-NO, :WST-WHSE, :WST-STOCK,
                         :WST-IN-TRANSIT)
              END-EXEC
           END-IF
           PERFORM TEST-SQLCODE.

       WRITE-STOCK-MOVE.
           MOVE SYSIN-SHIP-LOT-NO TO SMV-LOT-NO
           MOVE WS-SHIP-WHSE      TO SMV-WHSE
           EXEC SQL
              INSERT INTO STOCK_MOVES (P_NO, MOVE_DATE, MOVE_TYPE,
                     REF_NO, QTY, OPERATOR, LOT_NO, WHSE)
              VALUES (:SMV-P-NO, :SMV-MOVE-DATE, :SMV-MOVE-TYPE,
                      :SMV-REF-NO, :SMV-QTY, :SMV-OPERATOR,
                      :SMV-LOT-NO, :SMV-WHSE)
           END-EXEC
           PERFORM TEST-SQLCODE.

              INTO WS-RESULT-MESS
           END-IF.

      ***************************************
      * MANQUANT AU QUAI SUR LA LIGNE : LE  *
      * RELIQUAT 'S' EST SOLDE ('R') QUAND  *
      * LA LIGNE EST COMPLETE, SINON SA     *
      * QUANTITE SUIT LE RESTANT            *
      ***************************************
       CLEAR-DOCK-SHORTAGE.
           MOVE 'N' TO WS-BKO-PRESENT
           OPEN I-O BKO
           IF WS-FS-BKO = '00'
              MOVE 'Y' TO WS-BKO-PRESENT
           END-IF
           IF WS-BKO-PRESENT = 'Y'
              MOVE ITE-O-NO TO BKO-O-NO
              MOVE ITE-P-NO TO BKO-P-NO
              READ BKO KEY IS BKO-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF BKO-DOCK-SHORT
                       IF WS-REMAIN-QTY = ZERO
                          SET BKO-RELEASED TO TRUE
                          MOVE SYSIN-SHIP-DATE TO BKO-RELEASE-DATE
                       ELSE
                          MOVE WS-REMAIN-QTY TO BKO-QTY
                       END-IF
                       REWRITE BKO-ENR
                       IF WS-FS-BKO NOT = '00'
                          DISPLAY 'ERR REWRITE FBACKORD, FS='
                                  WS-FS-BKO
                          PERFORM ABEND-PROG
                       END-IF
                    END-IF
              END-READ
              CLOSE BKO
           END-IF.

      ***************************************
      * CONTROLE DU CODE RETOUR SQL         *
      ***************************************
