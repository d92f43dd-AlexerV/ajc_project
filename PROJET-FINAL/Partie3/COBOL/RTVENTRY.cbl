       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RTVENTRY.
      **********************************************
      * RETOURS AU FOURNISSEUR : CHAQUE CARTE       *
      * SYSIN RENVOIE AU FOURNISSEUR UNE QUANTITE   *
      * D'UN LOT RECU SUR UNE COMMANDE D'ACHAT      *
      * (KSDS FPURCHPO) - LOT DEFECTUEUX TROUVE EN  *
      * STOCK, OU RETOUR CLIENT MIS AU REBUT (RMA   *
      * DECISION 'S' CONFIRMEE). LE LOT DOIT AVOIR  *
      * ETE RECU SUR LA COMMANDE (MOUVEMENTS 'G')   *
      * ET NE PEUT PAS ETRE RENVOYE AU-DELA. UN LOT *
      * SORTI DU STOCK DESCEND PARTS1 (STOCK-NPT)   *
      * ET LA TABLE PARTS AVEC UN MOUVEMENT 'V'     *
      * DANS STOCK_MOVES ; UN LOT REFUSE AU         *
      * CONTROLE QUALITE SORT DE LA QUANTITE EN     *
      * CONTROLE (HOLD-NPT / PARTS.HOLD_STOCK),     *
      * AUSSI AVEC UN MOUVEMENT 'V' ; UN REBUT EST  *
      * DEJA HORS STOCK. CHAQUE RETOUR RECOIT UN    *
      * NUMERO DE NOTE DE DEBIT DU COMPTEUR         *
      * FDBNCTR, INSCRIT DANS FSUPDBN QU'APPAYRUN   *
      * IMPUTE SUR LES PROCHAINS BONS DU            *
      * FOURNISSEUR, ET PASSE AU GRAND LIVRE DEBIT  *
      * FOURNISSEURS 2100 / CREDIT STOCK 1400 (OU   *
      * REBUTS 6300 POUR UN RETOUR CLIENT DEJA      *
      * PASSE EN REBUT).                            *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT POF ASSIGN TO FPURCHPO
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PO-NO
            FILE STATUS IS WS-FS-POF.
            SELECT NPT ASSIGN TO FNPT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PNO-NPT
            FILE STATUS IS WS-FS-NPT.
            SELECT OPTIONAL RMAF ASSIGN TO FRMAFILE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RMA-NO
            FILE STATUS IS WS-FS-RMAF.
            SELECT DBNCTR ASSIGN TO FDBNCTR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CTR-KEY
            FILE STATUS IS WS-FS-CTR.
            SELECT DBN ASSIGN TO FSUPDBN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DBN-KEY
            FILE STATUS IS WS-FS-DBN.
            SELECT RPT ASSIGN TO FRTVRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
            SELECT GLP ASSIGN TO FGLPOST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-GLP.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD POF.
       COPY PURCHPO.

       FD NPT.
       COPY NEWPARTS.

       FD RMAF.
       COPY RMAFILE.

       FD DBNCTR.
       01 DBNCTR-REC.
          05 CTR-KEY       PIC X(6).
          05 CTR-VALUE     PIC 9(9).

      ***************************************
      * REGISTRE DES NOTES DE DEBIT         *
      * FOURNISSEURS                        *
      ***************************************
       FD DBN.
       COPY SUPDEBIT.

       FD RPT.
       01 RPT-ENR       PIC X(78).

       FD GLP.
       COPY GLPOST.

       FD PARAMS.
       COPY PARAMREC.

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE PAR
           END-EXEC

           EXEC SQL
               INCLUDE SMV
           END-EXEC

      *--------------------------------------------------------------
      *  CARTES SYSIN, UNE PAR RETOUR, TERMINEES PAR UNE CARTE
      *  '000' EN COLONNES 1-3
      *  COL 1-3   : CODE PIECE (PNO)
      *  COL 4-10  : NO DE COMMANDE D'ACHAT D'ORIGINE
      *  COL 11-15 : QUANTITE RENVOYEE
      *  COL 16-25 : NO DE LOT FOURNISSEUR (CELUI DE LA RECEPTION)
      *  COL 26-32 : NO DE RMA POUR UN RETOUR CLIENT MIS AU REBUT
      *              (A ZERO OU BLANC : LOT DEFECTUEUX PRIS EN STOCK)
      *  COL 33-35 : CODE MOTIF (DEF=DEFECTUEUX, NCF=NON CONFORME,
      *              ...)
      *  COL 36-45 : DATE DU RETOUR (AAAA-MM-JJ, BLANC = DU JOUR)
      *  COL 46    : 'C' = LOT REFUSE AU CONTROLE QUALITE, PRIS SUR
      *              LA QUANTITE EN CONTROLE (SANS RMA)
      *--------------------------------------------------------------
       01  WS-SYSIN-RTV.
           05 RTVC-PNO          PIC X(3).
           05 RTVC-PO-NO        PIC 9(7).
           05 RTVC-QTY          PIC 9(5).
           05 RTVC-LOT-NO       PIC X(10).
           05 RTVC-RMA-NO       PIC 9(7).
           05 RTVC-REASON       PIC X(3).
           05 RTVC-DATE         PIC X(10).
           05 RTVC-HOLD-FLAG    PIC X.
              88 RTVC-FROM-HOLD           VALUE 'C'.
           05 FILLER            PIC X(34).

       77 WS-FS-POF         PIC XX.
       77 WS-FS-NPT         PIC XX.
       77 WS-FS-RMAF        PIC XX.
       77 WS-FS-CTR         PIC XX.
       77 WS-FS-DBN         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 WS-FS-GLP         PIC XX.
       77 FF-DBN            PIC 9 VALUE ZERO.
       77 WS-RMA-PRESENT    PIC X VALUE 'N'.
       01 WS-LINE           PIC X(78).

       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE-NUM   PIC 9(8).

      ***************************************
      * RETOUR EN COURS DE CONTROLE         *
      ***************************************
       77 WS-RTV-OK         PIC X VALUE 'N'.
          88 RTV-ACCEPTED             VALUE 'Y'.
       77 WS-REJECT-REASON  PIC X(40) VALUE SPACES.
       77 WS-RTV-SOURCE     PIC X VALUE SPACE.
       77 WS-DBN-NO         PIC 9(7) VALUE ZERO.
       77 WS-DBN-AMOUNT     PIC S9(9)V99 VALUE ZERO.
       77 WS-RTV-DATE       PIC X(10) VALUE SPACES.
       77 WS-RMA-O-NO       PIC 9(4) VALUE ZERO.
       77 WS-LOT-RECV-QTY   PIC S9(7) USAGE COMP-3 VALUE ZERO.
       77 WS-LOT-RTV-QTY    PIC S9(7) USAGE COMP-3 VALUE ZERO.
       77 WS-RMA-USED       PIC X VALUE 'N'.

      ***************************************
      * COMPTES DU GRAND LIVRE : REPLIS     *
      * COMPILES, REMPLACES PAR LES FICHES  *
      * GLACCT-xx DE FPARAMS COMME DANS     *
      * CREAFACT                            *
      ***************************************
       77 WS-FS-PRM         PIC XX.
       77 WS-PRM-FOUND      PIC X VALUE 'N'.
       01 WS-GL-ACCOUNTS.
          05 WS-GL-AP        PIC X(10) VALUE '2100'.
          05 WS-GL-STK       PIC X(10) VALUE '1400'.
          05 WS-GL-SCR       PIC X(10) VALUE '6300'.

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-DBN-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-REJECT-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-SUM-DEBIT      PIC S9(9)V99 VALUE ZERO.

       01 E-DBN-NO          PIC 9(7).
       01 E-PO-NO           PIC 9(7).
       01 E-RMA-NO          PIC 9(7).
       01 E-QTY             PIC Z(4)9.
       01 E-AMOUNT          PIC Z(7)9,99.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'RTVENTRY'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - RETOURS AU FOURNISSEUR'.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM INIT-RUN-DATE
            PERFORM GET-PARAMETERS
            PERFORM OPEN-FILES
            PERFORM WRITE-REPORT-HEADER
            PERFORM READ-SYSIN-CARD
            PERFORM UNTIL RTVC-PNO = '000'
                PERFORM PROCESS-RTV-CARD
                PERFORM READ-SYSIN-CARD
            END-PERFORM
            PERFORM WRITE-REPORT-FOOTER
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
           MOVE SPACES TO WS-SYSIN-RTV
           ACCEPT WS-SYSIN-RTV FROM SYSIN
           IF RTVC-PNO = SPACES
              MOVE '000' TO RTVC-PNO
           END-IF
           IF RTVC-PNO NOT = '000'
              ADD 1 TO WS-READ-COUNT
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
              MOVE 'GLACCT-AP ' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-AP
              END-IF
              MOVE 'GLACCT-STK' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-STK
              END-IF
              MOVE 'GLACCT-SCR' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-SCR
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
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'RTVENTRY' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-READ-COUNT TO RJ-IN-COUNT
           MOVE WS-DBN-COUNT TO RJ-OUT-COUNT
           MOVE WS-REJECT-COUNT TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * OUVERTURE : LE COMPTEUR ET LE       *
      * REGISTRE DES NOTES SONT CREES AU    *
      * PREMIER PASSAGE ; FRMAFILE EST      *
      * FACULTATIF (SANS LUI, PAS DE RETOUR *
      * DE REBUT CLIENT)                    *
      ***************************************
       OPEN-FILES.
           OPEN I-O POF
           IF WS-FS-POF NOT = '00'
              DISPLAY 'ERR OPEN FPURCHPO, FS=' WS-FS-POF
              PERFORM ABEND-PROG
           END-IF
           OPEN I-O NPT
           IF WS-FS-NPT NOT = '00'
              DISPLAY 'ERR OPEN FNPT, FS=' WS-FS-NPT
              PERFORM ABEND-PROG
           END-IF
           MOVE 'N' TO WS-RMA-PRESENT
           OPEN INPUT RMAF
           IF WS-FS-RMAF = '00'
              MOVE 'Y' TO WS-RMA-PRESENT
           END-IF
           OPEN I-O DBNCTR
           IF WS-FS-CTR = '35'
              OPEN OUTPUT DBNCTR
              MOVE 'DBNNUM' TO CTR-KEY
              MOVE 0        TO CTR-VALUE
              WRITE DBNCTR-REC
              CLOSE DBNCTR
              OPEN I-O DBNCTR
           END-IF
           IF WS-FS-CTR NOT = '00'
              DISPLAY 'ERR OPEN FDBNCTR, FS=' WS-FS-CTR
              PERFORM ABEND-PROG
           END-IF
           OPEN I-O DBN
           IF WS-FS-DBN = '35'
              OPEN OUTPUT DBN
              CLOSE DBN
              OPEN I-O DBN
           END-IF
           IF WS-FS-DBN NOT = '00'
              DISPLAY 'ERR OPEN FSUPDBN, FS=' WS-FS-DBN
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FRTVRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF
           OPEN EXTEND GLP
           IF WS-FS-GLP NOT = '00' AND WS-FS-GLP NOT = '05'
              DISPLAY 'ERR OPEN GLPOST, FS=' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE POF
           CLOSE NPT
           IF WS-RMA-PRESENT = 'Y'
              CLOSE RMAF
           END-IF
           CLOSE DBNCTR
           CLOSE DBN
           CLOSE RPT
           CLOSE GLP.

      ***************************************
      * INCREMENT ET LECTURE DU PROCHAIN    *
      * NUMERO DE NOTE DE DEBIT             *
      ***************************************
       GET-NEXT-DBN-NO.
           MOVE 'DBNNUM' TO CTR-KEY
           READ DBNCTR KEY IS CTR-KEY
           ADD 1 TO CTR-VALUE
           REWRITE DBNCTR-REC
           MOVE CTR-VALUE TO WS-DBN-NO.

      ***************************************
      * TRAITEMENT D'UNE CARTE : CONTROLE,  *
      * PUIS SORTIE DE STOCK, NOTE DE DEBIT *
      * ET ECRITURES                        *
      ***************************************
       PROCESS-RTV-CARD.
           PERFORM VALIDATE-RTV
           IF RTV-ACCEPTED
              PERFORM BOOK-RTV
           ELSE
              PERFORM REJECT-RTV
           END-IF.

       REJECT-RTV.
           ADD 1 TO WS-REJECT-COUNT
           MOVE RTVC-PO-NO TO E-PO-NO
           MOVE SPACES TO WS-LINE
           STRING
                RTVC-PNO         DELIMITED BY SIZE
                '  '             DELIMITED BY SIZE
                E-PO-NO          DELIMITED BY SIZE
                '  REJET : '     DELIMITED BY SIZE
                WS-REJECT-REASON DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

      ***************************************
      * CONTROLES : COMMANDE CONNUE SUR LA  *
      * PIECE, QUANTITE, RMA DE REBUT       *
      * CONFIRMEE SI ELLE EST DONNEE, LOT   *
      * RECU SUR LA COMMANDE ET PAS DEJA    *
      * RENVOYE, STOCK (OU QUANTITE EN      *
      * CONTROLE) SUFFISANT POUR UN LOT     *
      * PRIS EN STOCK (OU AU CONTROLE)      *
      ***************************************
       VALIDATE-RTV.
           MOVE 'N' TO WS-RTV-OK
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-RMA-O-NO
           IF RTVC-RMA-NO IS NOT NUMERIC
              MOVE ZERO TO RTVC-RMA-NO
           END-IF
           EVALUATE TRUE
              WHEN RTVC-RMA-NO NOT = ZERO
                 MOVE 'R' TO WS-RTV-SOURCE
              WHEN RTVC-FROM-HOLD
                 MOVE 'I' TO WS-RTV-SOURCE
              WHEN OTHER
                 MOVE 'L' TO WS-RTV-SOURCE
           END-EVALUATE
           IF RTVC-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-RTV-DATE
           ELSE
              MOVE RTVC-DATE TO WS-RTV-DATE
           END-IF
           IF RTVC-QTY IS NOT NUMERIC OR RTVC-QTY = ZERO
              MOVE 'QUANTITE INVALIDE' TO WS-REJECT-REASON
           ELSE
              MOVE RTVC-PO-NO TO PO-NO
              READ POF KEY IS PO-NO
                 INVALID KEY
                    MOVE 'COMMANDE D''ACHAT INCONNUE'
                      TO WS-REJECT-REASON
                 NOT INVALID KEY
                    IF PO-PNO NOT = RTVC-PNO
                       MOVE 'PIECE EN ECART AVEC LA COMMANDE'
                         TO WS-REJECT-REASON
                    END-IF
              END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND WS-RTV-SOURCE = 'R'
              PERFORM VALIDATE-RMA
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM VALIDATE-LOT-QTY
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND WS-RTV-SOURCE NOT = 'R'
              PERFORM VALIDATE-STOCK-QTY
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE 'Y' TO WS-RTV-OK
           END-IF.

      ***************************************
      * LE LOT DOIT AVOIR ETE RECU SUR LA   *
      * COMMANDE ET NE PEUT PAS ETRE        *
      * RENVOYE AU-DELA DE CE QUI EST RECU  *
      ***************************************
       VALIDATE-LOT-QTY.
           PERFORM GET-LOT-RECEIVED-QTY
           PERFORM GET-LOT-RETURNED-QTY
           EVALUATE TRUE
              WHEN WS-RMA-USED = 'Y'
                 MOVE 'RMA DEJA RENVOYEE AU FOURNISSEUR'
                   TO WS-REJECT-REASON
              WHEN WS-LOT-RECV-QTY = ZERO
                 MOVE 'LOT NON RECU SUR CETTE COMMANDE'
                   TO WS-REJECT-REASON
              WHEN WS-LOT-RTV-QTY + RTVC-QTY > WS-LOT-RECV-QTY
                 MOVE 'QUANTITE SUPERIEURE AU RECU DU LOT'
                   TO WS-REJECT-REASON
           END-EVALUATE.

       VALIDATE-STOCK-QTY.
           MOVE RTVC-PNO TO PNO-NPT
           READ NPT KEY IS PNO-NPT
              INVALID KEY
                 MOVE 'PIECE ABSENTE DE PARTS1' TO WS-REJECT-REASON
              NOT INVALID KEY
                 IF HOLD-NPT IS NOT NUMERIC
                    MOVE ZERO TO HOLD-NPT
                 END-IF
                 IF WS-RTV-SOURCE = 'I'
                    IF HOLD-NPT < RTVC-QTY
                       MOVE 'QUANTITE EN CONTROLE INSUFFISANTE'
                         TO WS-REJECT-REASON
                    END-IF
                 ELSE
                    IF STOCK-NPT < RTVC-QTY
                       MOVE 'STOCK INSUFFISANT' TO WS-REJECT-REASON
                    END-IF
                 END-IF
           END-READ.

      ***************************************
      * RETOUR CLIENT : L'AUTORISATION DOIT *
      * ETRE UNE DECISION DE REBUT, LES     *
      * MARCHANDISES ARRIVEES (CONFIRMEE)   *
      * ET PORTER SUR UN PRODUIT ISSU DE LA *
      * PIECE RENVOYEE                      *
      ***************************************
       VALIDATE-RMA.
           IF WS-RMA-PRESENT NOT = 'Y'
              MOVE 'FRMAFILE ABSENT' TO WS-REJECT-REASON
           ELSE
              MOVE RTVC-RMA-NO TO RMA-NO
              READ RMAF KEY IS RMA-NO
                 INVALID KEY
                    MOVE 'RMA INCONNUE' TO WS-REJECT-REASON
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN NOT RMA-SCRAP
                          MOVE 'RMA SANS DECISION DE REBUT'
                            TO WS-REJECT-REASON
                       WHEN NOT RMA-CONFIRMED
                          MOVE 'RMA NON CONFIRMEE'
                            TO WS-REJECT-REASON
                       WHEN RMA-P-NO(1:3) NOT = RTVC-PNO
                          MOVE 'RMA SUR UN AUTRE PRODUIT'
                            TO WS-REJECT-REASON
                       WHEN RTVC-QTY > RMA-QTY
                          MOVE 'QUANTITE SUPERIEURE A LA RMA'
                            TO WS-REJECT-REASON
                       WHEN OTHER
                          MOVE RMA-O-NO TO WS-RMA-O-NO
                    END-EVALUATE
              END-READ
           END-IF.

      ***************************************
      * QUANTITE RECUE DU LOT SUR LA        *
      * COMMANDE (MOUVEMENTS 'G' DE PORECV) *
      ***************************************
       GET-LOT-RECEIVED-QTY.
           MOVE RTVC-PO-NO  TO SMV-REF-NO
           MOVE RTVC-LOT-NO TO SMV-LOT-NO
           MOVE ZERO TO WS-LOT-RECV-QTY
           EXEC SQL
              SELECT COALESCE(SUM(QTY), 0)
                INTO :WS-LOT-RECV-QTY
                FROM STOCK_MOVES
               WHERE MOVE_TYPE = 'G'
                 AND REF_NO = :SMV-REF-NO
                 AND LOT_NO = :SMV-LOT-NO
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * QUANTITE DEJA RENVOYEE DU LOT : LES *
      * NOTES DU FOURNISSEUR DE LA COMMANDE *
      * SE SUIVENT DANS LE REGISTRE ; ON Y  *
      * VERIFIE AUSSI QUE LA RMA N'A PAS    *
      * DEJA DONNE LIEU A UNE NOTE          *
      ***************************************
       GET-LOT-RETURNED-QTY.
           MOVE ZERO TO WS-LOT-RTV-QTY
           MOVE 'N' TO WS-RMA-USED
           MOVE 0 TO FF-DBN
           MOVE PO-SUP-CODE TO DBN-SUP-CODE
           MOVE ZERO TO DBN-NO
           START DBN KEY IS NOT LESS THAN DBN-KEY
              INVALID KEY
                 MOVE 1 TO FF-DBN
           END-START
           PERFORM UNTIL FF-DBN = 1
              READ DBN NEXT RECORD
                 AT END
                    MOVE 1 TO FF-DBN
                 NOT AT END
                    IF DBN-SUP-CODE NOT = PO-SUP-CODE
                       MOVE 1 TO FF-DBN
                    ELSE
                       IF DBN-PO-NO = RTVC-PO-NO
                          AND DBN-LOT-NO = RTVC-LOT-NO
                          ADD DBN-QTY TO WS-LOT-RTV-QTY
                       END-IF
                       IF WS-RTV-SOURCE = 'R'
                          AND DBN-RMA-NO = RTVC-RMA-NO
                          MOVE 'Y' TO WS-RMA-USED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      ***************************************
      * COMPTABILISATION DU RETOUR          *
      ***************************************
       BOOK-RTV.
           PERFORM GET-NEXT-DBN-NO
           COMPUTE WS-DBN-AMOUNT ROUNDED = RTVC-QTY * PO-PRICE
           IF WS-RTV-SOURCE NOT = 'R'
              PERFORM UPDATE-STOCK-NPT
              PERFORM UPDATE-PARTS-STOCK
              PERFORM WRITE-STOCK-MOVE
           END-IF
           PERFORM WRITE-DEBIT-NOTE
           PERFORM WRITE-GL-POSTINGS
           PERFORM WRITE-RTV-LINE
           ADD 1 TO WS-DBN-COUNT
           ADD WS-DBN-AMOUNT TO WS-SUM-DEBIT.

       UPDATE-STOCK-NPT.
           IF WS-RTV-SOURCE = 'I'
              SUBTRACT RTVC-QTY FROM HOLD-NPT
           ELSE
              SUBTRACT RTVC-QTY FROM STOCK-NPT
           END-IF
           REWRITE ENR-NPT
           IF WS-FS-NPT NOT = '00'
              DISPLAY 'ERR REWRITE FNPT, FS=' WS-FS-NPT
              PERFORM ABEND-PROG
           END-IF.

       UPDATE-PARTS-STOCK.
           MOVE RTVC-PNO TO PAR-PNO
           IF WS-RTV-SOURCE = 'I'
              EXEC SQL
                 UPDATE PARTS
                    SET HOLD_STOCK = HOLD_STOCK - :RTVC-QTY
                  WHERE PNO = :PAR-PNO
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE PARTS
                    SET STOCK = STOCK - :RTVC-QTY
                  WHERE PNO = :PAR-PNO
              END-EXEC
           END-IF
           PERFORM TEST-SQLCODE.

      ***************************************
      * MOUVEMENT 'V' (RETOUR FOURNISSEUR), *
      * SUR LA COMMANDE ET LE LOT D'ORIGINE *
      * COMME LA RECEPTION 'G' QU'IL ANNULE *
      ***************************************
       WRITE-STOCK-MOVE.
           MOVE SPACES      TO SMV-P-NO
           MOVE RTVC-PNO    TO SMV-P-NO(1:3)
           MOVE WS-RTV-DATE TO SMV-MOVE-DATE
           MOVE 'V'         TO SMV-MOVE-TYPE
           MOVE RTVC-PO-NO  TO SMV-REF-NO
           COMPUTE SMV-QTY = ZERO - RTVC-QTY
           MOVE 'RTVENTRY'  TO SMV-OPERATOR
           MOVE RTVC-LOT-NO TO SMV-LOT-NO
           EXEC SQL
              INSERT INTO STOCK_MOVES (P_NO, MOVE_DATE, MOVE_TYPE,
                     REF_NO, QTY, OPERATOR, LOT_NO)
              VALUES (:SMV-P-NO, :SMV-MOVE-DATE, :SMV-MOVE-TYPE,
                      :SMV-REF-NO, :SMV-QTY, :SMV-OPERATOR,
                      :SMV-LOT-NO)
           END-EXEC
           PERFORM TEST-SQLCODE.

       WRITE-DEBIT-NOTE.
           MOVE SPACES        TO DBN-ENR
           MOVE PO-SUP-CODE   TO DBN-SUP-CODE
           MOVE WS-DBN-NO     TO DBN-NO
           MOVE RTVC-PO-NO    TO DBN-PO-NO
           MOVE RTVC-PNO      TO DBN-PNO
           MOVE RTVC-LOT-NO   TO DBN-LOT-NO
           MOVE RTVC-QTY      TO DBN-QTY
           MOVE PO-PRICE      TO DBN-UNIT-PRICE
           MOVE WS-DBN-AMOUNT TO DBN-AMOUNT
           MOVE WS-RTV-SOURCE TO DBN-SOURCE
           MOVE RTVC-RMA-NO   TO DBN-RMA-NO
           MOVE RTVC-REASON   TO DBN-REASON
           MOVE WS-RTV-DATE   TO DBN-DATE
           SET DBN-OPEN       TO TRUE
           WRITE DBN-ENR
              INVALID KEY
                 DISPLAY 'DOUBLON NOTE DE DEBIT ' WS-DBN-NO
                 PERFORM ABEND-PROG
           END-WRITE.

      ***************************************
      * ECRITURES : LA DETTE FOURNISSEUR    *
      * BAISSE DU MONTANT DE LA NOTE, EN    *
      * CONTREPARTIE DU STOCK SORTI OU DU   *
      * COUT DE REBUT RECUPERE              *
      ***************************************
       WRITE-GL-POSTINGS.
           IF WS-DBN-AMOUNT = ZERO
              CONTINUE
           ELSE
              MOVE SPACES        TO GLP-ENR
              MOVE 'RTVENTRY'    TO GLP-SOURCE
              MOVE WS-DBN-NO     TO GLP-INVOICE-NO
              MOVE WS-RMA-O-NO   TO GLP-O-NO
              MOVE WS-RTV-DATE   TO GLP-DATE
              MOVE WS-GL-AP      TO GLP-ACCOUNT
              MOVE 'ACCOUNTS PAYABLE'   TO GLP-DESCRIPTION
              MOVE 'D'           TO GLP-DC
              MOVE WS-DBN-AMOUNT TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
              IF WS-RTV-SOURCE NOT = 'R'
                 MOVE WS-GL-STK  TO GLP-ACCOUNT
                 MOVE 'INVENTORY'          TO GLP-DESCRIPTION
              ELSE
                 MOVE WS-GL-SCR  TO GLP-ACCOUNT
                 MOVE 'SCRAP RECOVERY'     TO GLP-DESCRIPTION
              END-IF
              MOVE 'C'           TO GLP-DC
              MOVE WS-DBN-AMOUNT TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
           END-IF.

       WRITE-GL-LINE.
           WRITE GLP-ENR
           IF WS-FS-GLP NOT = ZERO THEN
              DISPLAY 'ERR WRITE GLPOST :' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * LIGNE DU RAPPORT : NOTE, COMMANDE,  *
      * LOT, QUANTITE, MONTANT, ORIGINE     *
      ***************************************
       WRITE-RTV-LINE.
           MOVE WS-DBN-NO     TO E-DBN-NO
           MOVE RTVC-PO-NO    TO E-PO-NO
           MOVE RTVC-QTY      TO E-QTY
           MOVE WS-DBN-AMOUNT TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING
                E-DBN-NO     DELIMITED BY SIZE
                ' '          DELIMITED BY SIZE
                PO-SUP-CODE  DELIMITED BY SIZE
                ' '          DELIMITED BY SIZE
                RTVC-PNO     DELIMITED BY SIZE
                ' '          DELIMITED BY SIZE
                E-PO-NO      DELIMITED BY SIZE
                ' '          DELIMITED BY SIZE
                RTVC-LOT-NO  DELIMITED BY SIZE
                ' '          DELIMITED BY SIZE
                E-QTY        DELIMITED BY SIZE
                ' '          DELIMITED BY SIZE
                E-AMOUNT     DELIMITED BY SIZE
                ' '          DELIMITED BY SIZE
                RTVC-REASON  DELIMITED BY SIZE
           INTO WS-LINE
           IF WS-RTV-SOURCE = 'R'
              MOVE RTVC-RMA-NO TO E-RMA-NO
              STRING 'RMA ' E-RMA-NO DELIMITED BY SIZE
                INTO WS-LINE(68:11)
           END-IF
           IF WS-RTV-SOURCE = 'I'
              MOVE 'CONTROLE' TO WS-LINE(68:8)
           END-IF
           PERFORM WRITE-FILE-RPT.

       WRITE-FILE-RPT.
           MOVE WS-LINE TO RPT-ENR
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FRTVRPT :' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 'RETOURS AU FOURNISSEUR - NOTES DE DEBIT' TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 'NOTE    FOUR PNO COMMANDE LOT          QTE'
                TO WS-LINE
           MOVE 'MONTANT MOTIF' TO WS-LINE(49:13)
           PERFORM WRITE-FILE-RPT.

       WRITE-REPORT-FOOTER.
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE WS-SUM-DEBIT TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'TOTAL DES NOTES DE DEBIT : ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           MOVE WS-SUM-DEBIT TO E-AMOUNT
           DISPLAY '==============================================='
           DISPLAY '  RESUME DES RETOURS AU FOURNISSEUR'
           DISPLAY '  CARTES LUES        : ' WS-READ-COUNT
           DISPLAY '  NOTES DE DEBIT     : ' WS-DBN-COUNT
           DISPLAY '  CARTES REJETEES    : ' WS-REJECT-COUNT
           DISPLAY '  MONTANT DES NOTES  : ' E-AMOUNT
           DISPLAY '==============================================='.

      ***************************************
      * CONTROLE DU CODE RETOUR SQL         *
      ***************************************
       TEST-SQLCODE.
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 CONTINUE
              WHEN SQLCODE > 0
                 DISPLAY 'WARNING : ', SQLCODE
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
