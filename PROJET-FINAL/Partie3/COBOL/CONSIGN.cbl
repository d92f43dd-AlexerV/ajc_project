       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONSIGN.
      **********************************************
      * STOCK EN CONSIGNATION CHEZ LES CLIENTS :    *
      * LA MARCHANDISE DEPOSEE SUR LE SITE D'UN     *
      * CLIENT RESTE A NOUS (TABLE CONSIGN_STOCK,   *
      * UNE LIGNE PAR CLIENT ET PRODUIT) ET N'EST   *
      * FACTUREE QU'A SA CONSOMMATION. CHAQUE CARTE *
      * SYSIN EST :                                 *
      *  'R' UN REASSORT - LE STOCK QUITTE LE DEPOT *
      *      (PRODUCTS.STOCK ET WHSE_STOCK) POUR LE *
      *      SITE DU CLIENT, SANS FACTURE           *
      *      (MOUVEMENTS 'K' NEGATIF AU DEPOT,      *
      *      POSITIF AU PSEUDO-DEPOT 'CS') ;        *
      *  'U' UN RELEVE DE CONSOMMATION DU CLIENT ;  *
      *  'C' UN COMPTAGE DU SITE, SAISI COMME UNE   *
      *      CARTE CYCLECNT : LE CONSOMME EST LE    *
      *      SOLDE MOINS LE COMPTE.                 *
      * LE CONSOMME DEVIENT UNE COMMANDE ORDINAIRE  *
      * DU CLIENT, DEJA LIVREE (ITEMS.DROP_SHIP =   *
      * 'C', EXPEDITION SHIPMENTS ENREGISTREE ET    *
      * MOUVEMENT 'S' AU PSEUDO-DEPOT 'CS') :       *
      * EXTRACTP PUIS CREAFACT LA FACTURENT SANS    *
      * TOUCHER A NOS DEPOTS. LE RAPPORT FCSGRPT    *
      * LISTE LES CARTES PUIS LE SOLDE EN           *
      * CONSIGNATION PAR CLIENT, VALORISE AU COUT   *
      * UNITAIRE COMME DANS INVVALUE.               *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SHPCTR ASSIGN TO FSHPCTR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CTR-KEY
            FILE STATUS IS WS-FS-CTR.
            SELECT RPT ASSIGN TO FCSGRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD SHPCTR.
       01 SHPCTR-REC.
          05 CTR-KEY       PIC X(6).
          05 CTR-VALUE     PIC 9(9).

       FD RPT.
       01 RPT-ENR       PIC X(78).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE CUS
           END-EXEC

           EXEC SQL
               INCLUDE EMP
           END-EXEC

           EXEC SQL
               INCLUDE PRO
           END-EXEC

           EXEC SQL
               INCLUDE ORD
           END-EXEC

           EXEC SQL
               INCLUDE ITE
           END-EXEC

           EXEC SQL
               INCLUDE SHP
           END-EXEC

           EXEC SQL
               INCLUDE SMV
           END-EXEC

           EXEC SQL
               INCLUDE WST
           END-EXEC

           EXEC SQL
               INCLUDE CSG
           END-EXEC

      *--------------------------------------------------------------
      *  CARTES SYSIN, UNE PAR OPERATION, TERMINEES PAR UNE CARTE A
      *  BLANC (OU LA FIN DU FICHIER). LES CARTES 'U' ET 'C' D'UN
      *  MEME CLIENT SE SUIVENT : ELLES FORMENT UNE SEULE COMMANDE
      *  DE CONSOMMATION
      *  COL 1     : OPERATION ('R' REASSORT, 'U' CONSOMMATION
      *              DECLAREE, 'C' COMPTAGE DU SITE)
      *  COL 2-6   : NO DE CLIENT (C_NO)
      *  COL 7-10  : CODE PRODUIT (P_NO)
      *  COL 11-15 : QUANTITE - REASSORTIE, CONSOMMEE OU COMPTEE
      *  COL 16-25 : DATE DE L'OPERATION (AAAA-MM-JJ, BLANC = DU
      *              JOUR)
      *  COL 26-30 : OPERATEUR (CODE A 5 CARACTERES)
      *  COL 31-32 : DEPOT EXPEDITEUR DU REASSORT (BLANC = DEPOT
      *              QUI SERT L'ETAT DU CLIENT, VOIR WHSESEL)
      *  COL 33-34 : VENDEUR DE LA COMMANDE DE CONSOMMATION (BLANC
      *              = TITULAIRE DU SECTEUR DE VENTE DU CLIENT, A
      *              DEFAUT VENDEUR DE SA DERNIERE COMMANDE)
      *--------------------------------------------------------------
       01  WS-SYSIN-CSG.
           05 CSC-ACTION        PIC X.
              88 CSC-REPLENISH        VALUE 'R'.
              88 CSC-USAGE            VALUE 'U'.
              88 CSC-COUNT            VALUE 'C'.
           05 CSC-C-NO          PIC 9(5).
           05 CSC-P-NO          PIC X(4).
           05 CSC-QTY           PIC 9(5).
           05 CSC-DATE          PIC X(10).
           05 CSC-OPERATOR      PIC X(5).
           05 CSC-WHSE          PIC X(2).
           05 CSC-S-NO          PIC 9(2).
           05 CSC-S-NO-X REDEFINES CSC-S-NO PIC X(2).
           05 FILLER            PIC X(46).

       77 WS-FS-CTR         PIC XX.
       77 WS-FS-RPT         PIC XX.
       01 WS-LINE           PIC X(78).

       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE-NUM   PIC 9(8).

      ***************************************
      * OPERATION EN COURS                  *
      ***************************************
       77 WS-REJECT-REASON  PIC X(40) VALUE SPACES.
       77 WS-CSC-DATE       PIC X(10) VALUE SPACES.
       77 WS-CSC-WHSE       PIC X(2) VALUE SPACES.
       77 WS-CSG-WHSE       PIC X(2) VALUE 'CS'.
       77 WS-CSG-FOUND      PIC X VALUE 'N'.
       77 WS-MOVE-QTY       PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 WS-USED-QTY       PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 WS-TO-BILL        PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 WS-ATP            PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 WS-SHP-NO         PIC 9(9) VALUE ZERO.
       77 WS-STATUS-TEXT    PIC X(20) VALUE SPACES.
       COPY WHSESELP.
       COPY TERRSELP.

      ***************************************
      * COMMANDE DE CONSOMMATION EN COURS : *
      * UNE PAR GROUPE DE CARTES D'UN MEME  *
      * CLIENT ; UNE NOUVELLE EST OUVERTE   *
      * QUAND LE PRODUIT Y FIGURE DEJA (UNE *
      * LIGNE PAR PRODUIT) OU QUAND LE      *
      * CONSOMME DEPASSE 99 (QUANTITE MAXI  *
      * D'UNE LIGNE)                        *
      ***************************************
       77 WS-USE-C-NO       PIC 9(5) VALUE ZERO.
       77 WS-USE-O-NO       PIC S9(4)V USAGE COMP-3 VALUE ZERO.
       77 WS-USE-S-NO       PIC S9(2)V USAGE COMP-3 VALUE ZERO.
       77 WS-LINE-QTY       PIC S9(2)V USAGE COMP-3 VALUE ZERO.
       77 WS-LINE-COUNT     PIC S9(4) USAGE COMP VALUE ZERO.

      ***************************************
      * SOLDE EN CONSIGNATION PAR CLIENT    *
      ***************************************
           EXEC SQL
                DECLARE CBAL CURSOR
                FOR
                SELECT S.C_NO, C.COMPANY, S.P_NO, P.DESCRIPTION,
                       S.STOCK, P.UNIT_COST, S.LAST_COUNT
                FROM CONSIGN_STOCK S
                INNER JOIN CUSTOMERS C
                ON C.C_NO = S.C_NO
                INNER JOIN PRODUCTS P
                ON P.P_NO = S.P_NO
                WHERE S.STOCK <> 0
                ORDER BY S.C_NO, S.P_NO
           END-EXEC
       77 WS-BAL-C-NO       PIC S9(5)V USAGE COMP-3 VALUE -1.
       77 WS-BAL-VALUE      PIC S9(9)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-CUS-BAL-VALUE  PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-BAL-VALUE  PIC S9(11)V99 VALUE ZERO.

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-REPL-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-USAGE-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-ORDER-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-BILL-LINE-COUNT PIC 9(7) VALUE ZERO.
       77 WS-REJECT-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-OUT-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-REPL-QTY       PIC S9(7) VALUE ZERO.
       77 WS-USED-TOT-QTY   PIC S9(7) VALUE ZERO.

       01 E-C-NO            PIC 9(5).
       01 E-O-NO            PIC 9(4).
       01 E-QTY             PIC Z(4)9.
       01 E-USED-QTY        PIC Z(4)9.
       01 E-VALUE           PIC Z(8)9,99-.
       01 E-UNIT-COST       PIC ZZ9,99.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'CONSIGN'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - STOCK EN CONSIGNATION'.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM INIT-RUN-DATE
            PERFORM OPEN-FILES
            PERFORM WRITE-REPORT-HEADER
            PERFORM READ-SYSIN-CARD
            PERFORM UNTIL CSC-ACTION = SPACE
                PERFORM PROCESS-CSG-CARD
                PERFORM READ-SYSIN-CARD
            END-PERFORM
            PERFORM WRITE-BALANCE-REPORT
            PERFORM CLOSE-FILES
            PERFORM WRITE-BATCH-SUMMARY
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.

       INIT-RUN-DATE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE
           STRING
                WS-RUN-DATE-NUM(1:4) DELIMITED BY SIZE
                '-'                  DELIMITED BY SIZE
                WS-RUN-DATE-NUM(5:2) DELIMITED BY SIZE
                '-'                  DELIMITED BY SIZE
                WS-RUN-DATE-NUM(7:2) DELIMITED BY SIZE
           INTO WS-RUN-DATE.

       READ-SYSIN-CARD.
           MOVE SPACES TO WS-SYSIN-CSG
           ACCEPT WS-SYSIN-CSG FROM SYSIN
           IF CSC-ACTION NOT = SPACE
              ADD 1 TO WS-READ-COUNT
           END-IF.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'CONSIGN' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-READ-COUNT TO RJ-IN-COUNT
           COMPUTE WS-OUT-COUNT = WS-REPL-COUNT + WS-USAGE-COUNT
           MOVE WS-OUT-COUNT TO RJ-OUT-COUNT
           MOVE WS-REJECT-COUNT TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * OUVERTURE : LE COMPTEUR DES         *
      * EXPEDITIONS EST CELUI DE SHIPORD    *
      ***************************************
       OPEN-FILES.
           OPEN I-O SHPCTR
           IF WS-FS-CTR NOT = '00'
              DISPLAY 'ERR OPEN FSHPCTR, FS=' WS-FS-CTR
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FCSGRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE SHPCTR
           CLOSE RPT.

      ***************************************
      * INCREMENT ET LECTURE DU PROCHAIN    *
      * NUMERO D'EXPEDITION                 *
      ***************************************
       GET-NEXT-SHP-NO.
           MOVE 'SHPNUM' TO CTR-KEY
           READ SHPCTR KEY IS CTR-KEY
           ADD 1 TO CTR-VALUE
           REWRITE SHPCTR-REC
           MOVE CTR-VALUE TO WS-SHP-NO.

      ***************************************
      * TRAITEMENT D'UNE CARTE : CONTROLES  *
      * COMMUNS (CLIENT, PRODUIT, QUANTITE) *
      * PUIS REASSORT OU CONSOMMATION       *
      ***************************************
       PROCESS-CSG-CARD.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-MOVE-QTY
           MOVE ZERO TO WS-USED-QTY
           IF CSC-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-CSC-DATE
           ELSE
              MOVE CSC-DATE TO WS-CSC-DATE
           END-IF
           EVALUATE TRUE
              WHEN NOT CSC-REPLENISH AND NOT CSC-USAGE
               AND NOT CSC-COUNT
                 MOVE 'OPERATION INCONNUE' TO WS-REJECT-REASON
              WHEN CSC-C-NO IS NOT NUMERIC
                 MOVE 'NUMERO DE CLIENT INVALIDE'
                   TO WS-REJECT-REASON
              WHEN CSC-QTY IS NOT NUMERIC
                 MOVE 'QUANTITE INVALIDE' TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM CHECK-CUSTOMER-PRODUCT
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              EVALUATE TRUE
                 WHEN CSC-REPLENISH
                    PERFORM REPLENISH-CONSIGNMENT
                 WHEN OTHER
                    PERFORM RECORD-CONSUMPTION
              END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM REJECT-CSG-CARD
           END-IF.

       CHECK-CUSTOMER-PRODUCT.
           MOVE CSC-C-NO TO CUS-C-NO
           EXEC SQL
              SELECT STATE
                INTO :CUS-STATE
                FROM CUSTOMERS
               WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE = +100
              MOVE 'CLIENT INCONNU' TO WS-REJECT-REASON
           ELSE
              PERFORM TEST-SQLCODE
              MOVE CSC-P-NO TO PRO-P-NO
              EXEC SQL
                 SELECT PRICE, STOCK, ALLOCATED
                   INTO :PRO-PRICE, :PRO-STOCK, :PRO-ALLOCATED
                   FROM PRODUCTS
                  WHERE P_NO = :PRO-P-NO
              END-EXEC
              IF SQLCODE = +100
                 MOVE 'PRODUIT INCONNU' TO WS-REJECT-REASON
              ELSE
                 PERFORM TEST-SQLCODE
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM GET-CONSIGN-STOCK
           END-IF.

      *    SOLDE DU PRODUIT CHEZ LE CLIENT (PAS DE LIGNE = AUCUNE
      *    CONSIGNATION ENCORE ETABLIE)
       GET-CONSIGN-STOCK.
           MOVE CSC-C-NO TO CSG-C-NO
           MOVE CSC-P-NO TO CSG-P-NO
           MOVE 'Y' TO WS-CSG-FOUND
           EXEC SQL
              SELECT STOCK
                INTO :CSG-STOCK
                FROM CONSIGN_STOCK
               WHERE C_NO = :CSG-C-NO
                 AND P_NO = :CSG-P-NO
           END-EXEC
           IF SQLCODE = +100
              MOVE 'N' TO WS-CSG-FOUND
              MOVE ZERO TO CSG-STOCK
           ELSE
              PERFORM TEST-SQLCODE
           END-IF.

      ***************************************
      * REASSORT : LE STOCK QUITTE LE DEPOT *
      * SANS ENTAMER CE QUI EST RESERVE AUX *
      * COMMANDES (STOCK - ALLOCATED) ET    *
      * PASSE SUR LE SITE DU CLIENT. LE     *
      * TOTAL POSSEDE NE BOUGE PAS : LES    *
      * DEUX MOUVEMENTS 'K' SE COMPENSENT   *
      ***************************************
       REPLENISH-CONSIGNMENT.
           MOVE CSC-QTY TO WS-MOVE-QTY
           IF CSC-WHSE NOT = SPACES
              MOVE CSC-WHSE TO WS-CSC-WHSE
           ELSE
              MOVE 'S'       TO WH-FUNC
              MOVE CUS-STATE TO WH-STATE
              CALL 'WHSESEL' USING WH-PARM
              MOVE WH-WHSE   TO WS-CSC-WHSE
           END-IF
           MOVE CSC-P-NO    TO WST-P-NO
           MOVE WS-CSC-WHSE TO WST-WHSE
           EXEC SQL
              SELECT STOCK
                INTO :WST-STOCK
                FROM WHSE_STOCK
               WHERE P_NO = :WST-P-NO
                 AND WHSE = :WST-WHSE
           END-EXEC
           IF SQLCODE = +100
              MOVE ZERO TO WST-STOCK
           ELSE
              PERFORM TEST-SQLCODE
           END-IF
           COMPUTE WS-ATP = PRO-STOCK - PRO-ALLOCATED
           EVALUATE TRUE
              WHEN WS-MOVE-QTY = ZERO
                 MOVE 'QUANTITE NULLE' TO WS-REJECT-REASON
              WHEN WST-STOCK < WS-MOVE-QTY
                 MOVE 'STOCK INSUFFISANT AU DEPOT EXPEDITEUR'
                   TO WS-REJECT-REASON
              WHEN WS-ATP < WS-MOVE-QTY
                 MOVE 'STOCK RESERVE AUX COMMANDES'
                   TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM BOOK-REPLENISHMENT
           END-EVALUATE.

       BOOK-REPLENISHMENT.
           EXEC SQL
              UPDATE WHSE_STOCK
                 SET STOCK = STOCK - :WS-MOVE-QTY
               WHERE P_NO = :WST-P-NO
                 AND WHSE = :WST-WHSE
           END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL
              UPDATE PRODUCTS
                 SET STOCK = STOCK - :WS-MOVE-QTY
               WHERE P_NO = :PRO-P-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE 'K'         TO SMV-MOVE-TYPE
           MOVE CSC-C-NO    TO SMV-REF-NO
           COMPUTE SMV-QTY = ZERO - WS-MOVE-QTY
           MOVE WS-CSC-WHSE TO SMV-WHSE
           PERFORM WRITE-STOCK-MOVE
           IF WS-CSG-FOUND = 'Y'
              EXEC SQL
                 UPDATE CONSIGN_STOCK
                    SET STOCK = STOCK + :WS-MOVE-QTY
                  WHERE C_NO = :CSG-C-NO
                    AND P_NO = :CSG-P-NO
              END-EXEC
           ELSE
              MOVE WS-MOVE-QTY TO CSG-STOCK
              MOVE SPACES      TO CSG-LAST-COUNT
              EXEC SQL
                 INSERT INTO CONSIGN_STOCK (C_NO, P_NO, STOCK,
                        LAST_COUNT)
                 VALUES (:CSG-C-NO, :CSG-P-NO, :CSG-STOCK,
                         :CSG-LAST-COUNT)
              END-EXEC
           END-IF
           PERFORM TEST-SQLCODE
           MOVE 'K'         TO SMV-MOVE-TYPE
           MOVE CSC-C-NO    TO SMV-REF-NO
           MOVE WS-MOVE-QTY TO SMV-QTY
           MOVE WS-CSG-WHSE TO SMV-WHSE
           PERFORM WRITE-STOCK-MOVE
           ADD 1 TO WS-REPL-COUNT
           ADD WS-MOVE-QTY TO WS-REPL-QTY
           MOVE SPACES TO WS-STATUS-TEXT
           STRING 'REASSORT DEPOT ' DELIMITED BY SIZE
                  WS-CSC-WHSE       DELIMITED BY SIZE
           INTO WS-STATUS-TEXT
           PERFORM WRITE-CSG-LINE.

      ***************************************
      * CONSOMMATION : DECLAREE ('U') OU    *
      * DEDUITE DU COMPTAGE DU SITE ('C'),  *
      * JAMAIS AU-DELA DU SOLDE. LE SOLDE   *
      * BAISSE, LE CONSOMME EST FACTURE     *
      ***************************************
       RECORD-CONSUMPTION.
           IF CSC-USAGE
              MOVE CSC-QTY TO WS-USED-QTY
           ELSE
              COMPUTE WS-USED-QTY = CSG-STOCK - CSC-QTY
           END-IF
           EVALUATE TRUE
              WHEN WS-CSG-FOUND = 'N'
                 MOVE 'PAS DE CONSIGNATION DE CE PRODUIT'
                   TO WS-REJECT-REASON
              WHEN CSC-USAGE AND WS-USED-QTY > CSG-STOCK
                 MOVE 'CONSOMMATION SUPERIEURE AU SOLDE'
                   TO WS-REJECT-REASON
              WHEN CSC-COUNT AND WS-USED-QTY < ZERO
                 MOVE 'COMPTAGE SUPERIEUR AU SOLDE'
                   TO WS-REJECT-REASON
              WHEN OTHER
                 IF WS-USED-QTY > ZERO
                    PERFORM GET-USAGE-SALESMAN
                 END-IF
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              EXEC SQL
                 UPDATE CONSIGN_STOCK
                    SET STOCK = STOCK - :WS-USED-QTY,
                        LAST_COUNT = :WS-CSC-DATE
                  WHERE C_NO = :CSG-C-NO
                    AND P_NO = :CSG-P-NO
              END-EXEC
              PERFORM TEST-SQLCODE
              MOVE WS-USED-QTY TO WS-TO-BILL
              PERFORM UNTIL WS-TO-BILL = ZERO
                 IF WS-TO-BILL > 99
                    MOVE 99 TO WS-LINE-QTY
                 ELSE
                    MOVE WS-TO-BILL TO WS-LINE-QTY
                 END-IF
                 PERFORM BILL-CONSUMED-QTY
                 SUBTRACT WS-LINE-QTY FROM WS-TO-BILL
              END-PERFORM
              ADD 1 TO WS-USAGE-COUNT
              ADD WS-USED-QTY TO WS-USED-TOT-QTY
              MOVE CSC-QTY TO WS-MOVE-QTY
              IF WS-USED-QTY = ZERO
                 MOVE 'RIEN CONSOMME' TO WS-STATUS-TEXT
              ELSE
                 MOVE WS-USE-O-NO TO E-O-NO
                 MOVE SPACES TO WS-STATUS-TEXT
                 STRING 'COMMANDE ' DELIMITED BY SIZE
                        E-O-NO      DELIMITED BY SIZE
                 INTO WS-STATUS-TEXT
              END-IF
              PERFORM WRITE-CSG-LINE
           END-IF.

      ***************************************
      * VENDEUR DE LA COMMANDE DE           *
      * CONSOMMATION : CELUI DE LA CARTE,   *
      * SINON LE TITULAIRE DU SECTEUR DU    *
      * CLIENT, SINON CELUI DE SA DERNIERE  *
      * COMMANDE                            *
      ***************************************
       GET-USAGE-SALESMAN.
           IF CSC-S-NO-X NOT = SPACES
              IF CSC-S-NO IS NOT NUMERIC
                 MOVE 'VENDEUR INVALIDE' TO WS-REJECT-REASON
              ELSE
                 MOVE CSC-S-NO TO EMP-E-NO
                 EXEC SQL
                    SELECT LNAME
                      INTO :EMP-LNAME
                      FROM EMPLOYEES
                     WHERE E_NO = :EMP-E-NO
                 END-EXEC
                 IF SQLCODE = +100
                    MOVE 'VENDEUR INCONNU' TO WS-REJECT-REASON
                 ELSE
                    PERFORM TEST-SQLCODE
                    MOVE CSC-S-NO TO WS-USE-S-NO
                 END-IF
              END-IF
           ELSE
              MOVE CSC-C-NO TO TS-C-NO
              MOVE ZERO     TO TS-SHIPTO-ID
              MOVE ZERO     TO TS-E-NO
              CALL 'TERRSEL' USING TS-PARM
              EVALUATE TS-RC
                 WHEN 4
                    MOVE TS-E-NO TO WS-USE-S-NO
                 WHEN 8
                    PERFORM GET-LAST-ORDER-SALESMAN
                 WHEN OTHER
                    DISPLAY 'ERREUR SQL SECTEURS : ' TS-SQLCODE
                    PERFORM ABEND-PROG
              END-EVALUATE
           END-IF.

       GET-LAST-ORDER-SALESMAN.
           MOVE CSC-C-NO TO ORD-C-NO
           EXEC SQL
              SELECT S_NO
                INTO :ORD-S-NO
                FROM ORDERS
               WHERE C_NO = :ORD-C-NO
               ORDER BY O_NO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = +100
              MOVE 'VENDEUR A PRECISER (COL 33-34)'
                TO WS-REJECT-REASON
           ELSE
              PERFORM TEST-SQLCODE
              MOVE ORD-S-NO TO WS-USE-S-NO
           END-IF.

      ***************************************
      * LIGNE DE COMMANDE DU CONSOMME, AU   *
      * PRIX CATALOGUE DU JOUR, LIVREE DES  *
      * SA CREATION : EXPEDITION SHIPMENTS  *
      * ET SORTIE 'S' DU PSEUDO-DEPOT 'CS'  *
      ***************************************
       BILL-CONSUMED-QTY.
           IF CSC-C-NO NOT = WS-USE-C-NO
              MOVE ZERO TO WS-USE-O-NO
           END-IF
           IF WS-USE-O-NO NOT = ZERO
              MOVE WS-USE-O-NO TO ITE-O-NO
              MOVE CSC-P-NO    TO ITE-P-NO
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-LINE-COUNT
                   FROM ITEMS
                  WHERE O_NO = :ITE-O-NO
                    AND P_NO = :ITE-P-NO
              END-EXEC
              PERFORM TEST-SQLCODE
              IF WS-LINE-COUNT > ZERO
                 MOVE ZERO TO WS-USE-O-NO
              END-IF
           END-IF
           IF WS-USE-O-NO = ZERO
              PERFORM CREATE-USAGE-ORDER
           END-IF
           MOVE WS-USE-O-NO TO ITE-O-NO
           MOVE CSC-P-NO    TO ITE-P-NO
           MOVE WS-LINE-QTY TO ITE-QUANTITY
           MOVE PRO-PRICE   TO ITE-PRICE
           MOVE WS-LINE-QTY TO ITE-SHIPPED-QTY
           MOVE 'C'         TO ITE-DROP-SHIP
           EXEC SQL
              INSERT INTO ITEMS (O_NO, P_NO, QUANTITY, PRICE,
                     SHIPPED_QTY, DROP_SHIP)
              VALUES (:ITE-O-NO, :ITE-P-NO, :ITE-QUANTITY,
                      :ITE-PRICE, :ITE-SHIPPED-QTY, :ITE-DROP-SHIP)
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM GET-NEXT-SHP-NO
           MOVE WS-SHP-NO   TO SHP-SHP-NO
           MOVE ITE-O-NO    TO SHP-O-NO
           MOVE ITE-P-NO    TO SHP-P-NO
           MOVE WS-CSC-DATE TO SHP-SHIP-DATE
           MOVE WS-LINE-QTY TO SHP-QUANTITY
           MOVE SPACES      TO SHP-CARRIER
           MOVE 'CONSIGNATION' TO SHP-TRACKING-NO
           MOVE SPACES      TO SHP-LOT-NO
           EXEC SQL
              INSERT INTO SHIPMENTS (SHP_NO, O_NO, P_NO, SHIP_DATE,
                     QUANTITY, CARRIER, TRACKING_NO, LOT_NO)
              VALUES (:SHP-SHP-NO, :SHP-O-NO, :SHP-P-NO,
                      :SHP-SHIP-DATE, :SHP-QUANTITY,
                      :SHP-CARRIER, :SHP-TRACKING-NO, :SHP-LOT-NO)
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE 'S'         TO SMV-MOVE-TYPE
           MOVE WS-SHP-NO   TO SMV-REF-NO
           COMPUTE SMV-QTY = ZERO - WS-LINE-QTY
           MOVE WS-CSG-WHSE TO SMV-WHSE
           PERFORM WRITE-STOCK-MOVE
           ADD 1 TO WS-BILL-LINE-COUNT.

      ***************************************
      * COMMANDE DE CONSOMMATION : EN-TETE  *
      * ORDINAIRE, LIVRAISON AU SIEGE (LA   *
      * MARCHANDISE EST DEJA CHEZ LE        *
      * CLIENT)                             *
      ***************************************
       CREATE-USAGE-ORDER.
           EXEC SQL
              SELECT VALUE(MAX(O_NO), 0) + 1
                INTO :ORD-O-NO
                FROM ORDERS
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE WS-CSC-DATE TO ORD-O-DATE
           MOVE WS-USE-S-NO TO ORD-S-NO
           MOVE CSC-C-NO    TO ORD-C-NO
           MOVE ZERO        TO ORD-SHIPTO-ID
           MOVE ZERO        TO ORD-S2-NO
           MOVE ZERO        TO ORD-SPLIT-PCT
           EXEC SQL
              INSERT INTO ORDERS (O_NO, S_NO, C_NO, O_DATE,
                     SHIPTO_ID, S2_NO, SPLIT_PCT)
              VALUES (:ORD-O-NO, :ORD-S-NO, :ORD-C-NO, :ORD-O-DATE,
                      :ORD-SHIPTO-ID, :ORD-S2-NO, :ORD-SPLIT-PCT)
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE ORD-O-NO TO WS-USE-O-NO
           MOVE CSC-C-NO TO WS-USE-C-NO
           ADD 1 TO WS-ORDER-COUNT.

      ***************************************
      * MOUVEMENT DE STOCK DE LA CARTE AU   *
      * DEPOT SMV-WHSE                      *
      ***************************************
       WRITE-STOCK-MOVE.
           MOVE CSC-P-NO     TO SMV-P-NO
           MOVE WS-CSC-DATE  TO SMV-MOVE-DATE
           MOVE SPACES       TO SMV-OPERATOR
           IF CSC-OPERATOR = SPACES
              MOVE 'CONSIGN' TO SMV-OPERATOR
           ELSE
              MOVE CSC-OPERATOR TO SMV-OPERATOR(1:5)
           END-IF
           MOVE SPACES       TO SMV-LOT-NO
           EXEC SQL
              INSERT INTO STOCK_MOVES (P_NO, MOVE_DATE, MOVE_TYPE,
                     REF_NO, QTY, OPERATOR, LOT_NO, WHSE)
              VALUES (:SMV-P-NO, :SMV-MOVE-DATE, :SMV-MOVE-TYPE,
                      :SMV-REF-NO, :SMV-QTY, :SMV-OPERATOR,
                      :SMV-LOT-NO, :SMV-WHSE)
           END-EXEC
           PERFORM TEST-SQLCODE.

       REJECT-CSG-CARD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-LINE
           STRING
                CSC-ACTION       DELIMITED BY SIZE
                ' '              DELIMITED BY SIZE
                CSC-C-NO         DELIMITED BY SIZE
                ' '              DELIMITED BY SIZE
                CSC-P-NO         DELIMITED BY SIZE
                '  CARTE REJETEE : ' DELIMITED BY SIZE
                WS-REJECT-REASON DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

      ***************************************
      * LIGNE DU RAPPORT : CLIENT, PRODUIT, *
      * QUANTITE DE LA CARTE, CONSOMME,     *
      * SUITE DONNEE                        *
      ***************************************
       WRITE-CSG-LINE.
           MOVE WS-MOVE-QTY TO E-QTY
           MOVE WS-USED-QTY TO E-USED-QTY
           MOVE SPACES TO WS-LINE
           STRING
                CSC-ACTION     DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                CSC-C-NO       DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                CSC-P-NO       DELIMITED BY SIZE
                '  '           DELIMITED BY SIZE
                E-QTY          DELIMITED BY SIZE
                '  '           DELIMITED BY SIZE
                E-USED-QTY     DELIMITED BY SIZE
                '  '           DELIMITED BY SIZE
                WS-STATUS-TEXT DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

      ***************************************
      * SOLDE EN CONSIGNATION PAR CLIENT ET *
      * PAR PRODUIT, VALORISE AU COUT       *
      * UNITAIRE, AVEC SOUS-TOTAL CLIENT ET *
      * TOTAL GENERAL                       *
      ***************************************
       WRITE-BALANCE-REPORT.
           MOVE SPACES TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE SPACES TO WS-LINE
           STRING 'SOLDE EN CONSIGNATION PAR CLIENT AU '
                              DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 'P_NO   SOLDE  COUT U.        VALEUR  DERNIER RELEVE'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           EXEC SQL
              OPEN CBAL
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CBAL
           PERFORM UNTIL SQLCODE = +100
              IF CSG-C-NO NOT = WS-BAL-C-NO
                 IF WS-BAL-C-NO NOT = -1
                    PERFORM WRITE-CUSTOMER-TOTAL
                 END-IF
                 PERFORM WRITE-CUSTOMER-HEADER
              END-IF
              PERFORM WRITE-BALANCE-LINE
              PERFORM FETCH-CBAL
           END-PERFORM
           EXEC SQL
              CLOSE CBAL
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-BAL-C-NO NOT = -1
              PERFORM WRITE-CUSTOMER-TOTAL
           END-IF
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE WS-TOT-BAL-VALUE TO E-VALUE
           MOVE SPACES TO WS-LINE
           STRING 'VALEUR TOTALE EN CONSIGNATION : ' DELIMITED BY SIZE
                  E-VALUE DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

       FETCH-CBAL.
           MOVE SPACES TO CUS-COMPANY-TEXT PRO-DESCRIPTION-TEXT
           EXEC SQL
              FETCH CBAL
              INTO :CSG-C-NO, :CUS-COMPANY, :CSG-P-NO,
                   :PRO-DESCRIPTION, :CSG-STOCK, :PRO-UNIT-COST,
                   :CSG-LAST-COUNT
           END-EXEC
           PERFORM TEST-SQLCODE.

       WRITE-CUSTOMER-HEADER.
           MOVE CSG-C-NO TO WS-BAL-C-NO
           MOVE ZERO TO WS-CUS-BAL-VALUE
           MOVE CSG-C-NO TO E-C-NO
           MOVE SPACES TO WS-LINE
           PERFORM WRITE-FILE-RPT
           STRING 'CLIENT '        DELIMITED BY SIZE
                  E-C-NO           DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  CUS-COMPANY-TEXT DELIMITED BY '  '
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

       WRITE-BALANCE-LINE.
           COMPUTE WS-BAL-VALUE = CSG-STOCK * PRO-UNIT-COST
           ADD WS-BAL-VALUE TO WS-CUS-BAL-VALUE
           ADD WS-BAL-VALUE TO WS-TOT-BAL-VALUE
           MOVE CSG-STOCK     TO E-QTY
           MOVE PRO-UNIT-COST TO E-UNIT-COST
           MOVE WS-BAL-VALUE  TO E-VALUE
           MOVE SPACES TO WS-LINE
           STRING CSG-P-NO       DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  E-QTY          DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  E-UNIT-COST    DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  E-VALUE        DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  CSG-LAST-COUNT DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

       WRITE-CUSTOMER-TOTAL.
           MOVE WS-CUS-BAL-VALUE TO E-VALUE
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL CLIENT         ' DELIMITED BY SIZE
                  E-VALUE                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

       WRITE-FILE-RPT.
           MOVE WS-LINE TO RPT-ENR
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FCSGRPT :' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 'STOCK EN CONSIGNATION - OPERATIONS DU JOUR'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 'O CLIENT P_NO    QTE  CONSO  SUITE'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           DISPLAY '  RESUME DU STOCK EN CONSIGNATION'
           DISPLAY '  CARTES LUES          : ' WS-READ-COUNT
           DISPLAY '  REASSORTS            : ' WS-REPL-COUNT
           DISPLAY '  QUANTITE REASSORTIE  : ' WS-REPL-QTY
           DISPLAY '  RELEVES/COMPTAGES    : ' WS-USAGE-COUNT
           DISPLAY '  QUANTITE CONSOMMEE   : ' WS-USED-TOT-QTY
           DISPLAY '  COMMANDES CREEES     : ' WS-ORDER-COUNT
           DISPLAY '  LIGNES A FACTURER    : ' WS-BILL-LINE-COUNT
           DISPLAY '  CARTES REJETEES      : ' WS-REJECT-COUNT
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
