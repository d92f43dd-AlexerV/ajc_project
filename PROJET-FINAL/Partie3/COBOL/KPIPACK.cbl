       IDENTIFICATION DIVISION.
       PROGRAM-ID.    KPIPACK.
      **********************************************
      * TABLEAU DE BORD MENSUEL DE LA DIRECTION :   *
      * LES INDICATEURS JUSQU'ICI EPARPILLES DANS   *
      * QUOTARPT, MARGRPT, DSORPT, ARAGING,         *
      * FILLRATE, BORELEAS, QUOTPRNT... SONT        *
      * RECALCULES ICI DIRECTEMENT SUR LES DONNEES, *
      * POUR LE MOIS DEMANDE, LE MOIS PRECEDENT ET  *
      * LE MEME MOIS DE L'ANNEE PRECEDENTE :        *
      *  - CA NET (SALES_HISTORY) ET OBJECTIF       *
      *    (SALES_QUOTAS), TAUX DE REALISATION ;    *
      *  - MARGE BRUTE % (REVENUE / COST DE         *
      *    L'HISTORIQUE) ;                          *
      *  - DSO : DELAI DE PAIEMENT MOYEN PONDERE    *
      *    DES PIECES FSETTLE SOLDEES DANS LE MOIS, *
      *    MEME CALCUL QUE DSORPT ;                 *
      *  - ENCOURS CLIENTS EN FIN DE MOIS ET PART   *
      *    DE PLUS DE 60 JOURS, RECONSTITUES DEPUIS *
      *    AR_LEDGER A LA DATE DE FIN DE MOIS ;     *
      *  - TAUX DE SERVICE ET DELAI MOYEN COMMANDE  *
      *    -> PREMIERE EXPEDITION DES COMMANDES DU  *
      *    MOIS, MEMES REGLES QUE FILLRATE ;        *
      *  - VALEUR DES RELIQUATS NES DANS LE MOIS    *
      *    (FBACKORD AU PRIX DE LA LIGNE ITEMS) ;   *
      *  - TAUX D'AVOIRS : AVOIRS / FACTURES DU     *
      *    MOIS (AR_LEDGER 'C' / 'I') ;             *
      *  - DEVIS GAGNES % : DEVIS DU MOIS GAGNES    *
      *    SUR DEVIS CLOS (GAGNES, PERDUS, EXPIRES) *
      *  - ROTATION DES STOCKS ANNUALISEE : COUT    *
      *    DES VENTES DU MOIS X 12 / STOCK MOYEN    *
      *    VALORISE (DEBUT ET FIN DE MOIS, STOCK    *
      *    ACTUEL DE PRODUCTS DIMINUE DES           *
      *    MOUVEMENTS STOCK_MOVES POSTERIEURS).     *
      * SORTIES : L'ETAT FKPIRPT (78 COLONNES) ET   *
      * LE FICHIER DELIMITE FKPICSV (';', VIRGULE   *
      * DECIMALE, UNE LIGNE D'EN-TETE) QUE LA       *
      * COMPTABILITE CHARGE DANS SON TABLEUR.       *
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
            SELECT OPTIONAL BKO ASSIGN TO FBACKORD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BKO-KEY
            FILE STATUS IS WS-FS-BKO.
            SELECT OPTIONAL QTE ASSIGN TO FQUOTES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS QTE-QUOTE-NO
            FILE STATUS IS WS-FS-QTE.
            SELECT RPT ASSIGN TO FKPIRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
            SELECT CSV ASSIGN TO FKPICSV
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-CSV.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD STL.
       COPY SETTLE.
       FD BKO.
       COPY BACKORD.
       FD QTE.
       COPY QUOTES.
       FD RPT.
       01 RPT-ENR      PIC X(78).
       FD CSV.
       01 CSV-ENR      PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE ORD
           END-EXEC

           EXEC SQL
               INCLUDE ITE
           END-EXEC

      *--------------------------------------------------------------
      *  PARAMETRE SYSIN
      *  COL 1-6   : MOIS ANALYSE (AAAAMM, BLANC = MOIS PRECEDENT)
      *--------------------------------------------------------------
       01  WS-PARM-CARD.
           05 WS-PARM-PERIOD        PIC X(6).
           05 FILLER                PIC X(74).

       77 WS-FS-STL         PIC XX.
       77 WS-FS-BKO         PIC XX.
       77 WS-FS-QTE         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 WS-FS-CSV         PIC XX.
       77 WS-BKO-PRESENT    PIC X VALUE 'N'.
       77 WS-QTE-PRESENT    PIC X VALUE 'N'.
       77 FF-STL            PIC 9 VALUE ZERO.
       77 FF-BKO            PIC 9 VALUE ZERO.
       77 FF-QTE            PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).
       01 WS-CSV-LINE       PIC X(132).
       77 WS-CSV-PTR        PIC 9(3) VALUE ZERO.

      ***************************************
      * LES TROIS MOIS COMPARES : 1 = MOIS  *
      * ANALYSE, 2 = MOIS PRECEDENT, 3 =    *
      * MEME MOIS DE L'ANNEE PRECEDENTE     *
      ***************************************
       01 WS-PER-TABLE.
          05 WS-PER OCCURS 3 TIMES.
             10 WPR-PERIOD        PIC X(6).
             10 WPR-MONTH         PIC X(7).
             10 WPR-FROM          PIC X(10).
             10 WPR-TO            PIC X(10).
      *          VEILLE DU PREMIER JOUR (STOCK D'OUVERTURE)
             10 WPR-OPEN          PIC X(10).
      *          FIN DE MOIS MOINS 60 JOURS (ENCOURS AGE)
             10 WPR-CUTOFF        PIC X(10).
             10 WPR-DSO-WDAYS     PIC S9(13)V99 USAGE COMP-3.
             10 WPR-DSO-AMOUNT    PIC S9(11)V99 USAGE COMP-3.
             10 WPR-BKO-VALUE     PIC S9(11)V99 USAGE COMP-3.
             10 WPR-QTE-WON       PIC 9(7) USAGE COMP-3.
             10 WPR-QTE-CLOSED    PIC 9(7) USAGE COMP-3.
       77 WS-PX             PIC 9 VALUE ZERO.
       77 WS-PX2            PIC 9 VALUE ZERO.

      ***************************************
      * CALCUL DES DATES                    *
      ***************************************
       77 WS-JULIAN         PIC S9(7) VALUE ZERO.
       77 WS-YYYY           PIC 9(4) VALUE ZERO.
       77 WS-MM             PIC 9(2) VALUE ZERO.
       01 WS-WORK-DATE-NUM.
          05 WS-WORK-YYYY   PIC 9(4).
          05 WS-WORK-MM     PIC 9(2).
          05 WS-WORK-DD     PIC 9(2).
       01 WS-WORK-DATE-INT REDEFINES WS-WORK-DATE-NUM PIC 9(8).
       01 WS-WORK-DATE-TXT  PIC X(10).
       77 WS-ORD-JULIAN     PIC S9(7) VALUE ZERO.
       77 WS-SHIP-JULIAN    PIC S9(7) VALUE ZERO.
       77 WS-DAYS           PIC S9(5) VALUE ZERO.

      ***************************************
      * INDICATEURS : LIBELLE, UNITE ('M'   *
      * MONTANT, 'P' POURCENTAGE, 'J'       *
      * JOURS, 'R' RATIO) ET VALEUR DES     *
      * TROIS MOIS ('N' = NON DISPONIBLE)   *
      ***************************************
       01 WS-KPI-DEFS.
          05 FILLER PIC X(32) VALUE 'CA      CA NET FACTURE         M'.
          05 FILLER PIC X(32) VALUE 'QUOTA   OBJECTIF DE VENTES     M'.
          05 FILLER PIC X(32) VALUE 'ATTAIN  REALISATION OBJECTIF % P'.
          05 FILLER PIC X(32) VALUE 'MARGIN  MARGE BRUTE %          P'.
          05 FILLER PIC X(32) VALUE 'DSO     DSO (JOURS)            J'.
          05 FILLER PIC X(32) VALUE 'AR      ENCOURS CLIENTS        M'.
          05 FILLER PIC X(32) VALUE 'AR60    ENCOURS > 60 JOURS %   P'.
          05 FILLER PIC X(32) VALUE 'FILL    TAUX DE SERVICE %      P'.
          05 FILLER PIC X(32) VALUE 'SHIPDAYSDELAI CDE-EXPED. (J)   J'.
          05 FILLER PIC X(32) VALUE 'BACKORD VALEUR DES RELIQUATS   M'.
          05 FILLER PIC X(32) VALUE 'CREDIT  TAUX D''AVOIRS %        P'.
          05 FILLER PIC X(32) VALUE 'QUOTEWINDEVIS GAGNES %         P'.
          05 FILLER PIC X(32) VALUE 'TURNS   ROTATION DES STOCKS    R'.
       01 WS-KPI-DEF-TABLE REDEFINES WS-KPI-DEFS.
          05 WS-KPI-DEF OCCURS 13 TIMES.
             10 WKD-CODE          PIC X(8).
             10 WKD-LABEL         PIC X(23).
             10 WKD-UNIT          PIC X.
       01 WS-KPI-TABLE.
          05 WS-KPI OCCURS 13 TIMES.
             10 WKP-CELL OCCURS 3 TIMES.
                15 WKP-VALUE      PIC S9(11)V99 USAGE COMP-3.
                15 WKP-AVAIL      PIC X.
       77 WS-KX             PIC 99 VALUE ZERO.
       77 KPI-SALES         PIC 99 VALUE 1.
       77 KPI-QUOTA         PIC 99 VALUE 2.
       77 KPI-ATTAIN        PIC 99 VALUE 3.
       77 KPI-MARGIN        PIC 99 VALUE 4.
       77 KPI-DSO           PIC 99 VALUE 5.
       77 KPI-AR            PIC 99 VALUE 6.
       77 KPI-AR60          PIC 99 VALUE 7.
       77 KPI-FILL          PIC 99 VALUE 8.
       77 KPI-SHIPDAYS      PIC 99 VALUE 9.
       77 KPI-BACKORD       PIC 99 VALUE 10.
       77 KPI-CREDIT        PIC 99 VALUE 11.
       77 KPI-QUOTEWIN      PIC 99 VALUE 12.
       77 KPI-TURNS         PIC 99 VALUE 13.

      ***************************************
      * VARIABLES HOTES ET CUMULS D'UN MOIS *
      ***************************************
       01 WS-SEL-PERIOD     PIC X(6).
       01 WS-SEL-FROM       PIC X(10).
       01 WS-SEL-TO         PIC X(10).
       01 WS-SEL-DATE       PIC X(10).
       01 WS-SHIP-DATE      PIC X(10).
       01 WS-SUM-REV        PIC S9(11)V99 USAGE COMP-3.
       01 WS-SUM-COST       PIC S9(11)V99 USAGE COMP-3.
       01 WS-SUM-QUOTA      PIC S9(11)V99 USAGE COMP-3.
       01 WS-SUM-AR         PIC S9(11)V99 USAGE COMP-3.
       01 WS-SUM-AR60       PIC S9(11)V99 USAGE COMP-3.
       01 WS-SUM-INV        PIC S9(11)V99 USAGE COMP-3.
       01 WS-SUM-CREDIT     PIC S9(11)V99 USAGE COMP-3.
       01 WS-STOCK-NOW      PIC S9(11)V99 USAGE COMP-3.
       01 WS-STOCK-AFTER    PIC S9(11)V99 USAGE COMP-3.
       01 WS-STOCK-OPEN     PIC S9(11)V99 USAGE COMP-3.
       01 WS-STOCK-CLOSE    PIC S9(11)V99 USAGE COMP-3.
       01 WS-STOCK-AVG      PIC S9(11)V99 USAGE COMP-3.
       77 WS-FILL-LINES     PIC 9(7) VALUE ZERO.
       77 WS-FILL-COMPLETE  PIC 9(7) VALUE ZERO.
       77 WS-FILL-DAYS-SUM  PIC S9(9) VALUE ZERO.
       77 WS-FILL-DAYS-CNT  PIC 9(7) VALUE ZERO.
       77 WS-LINE-BACKORDERED PIC X VALUE 'N'.

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 WS-CUR-VALUE      PIC S9(11)V99 USAGE COMP-3.
       01 WS-CMP-VALUE      PIC S9(11)V99 USAGE COMP-3.
       01 WS-VAR            PIC S9(7)V9 USAGE COMP-3.
       77 WS-VAR-AVAIL      PIC X VALUE 'N'.
       01 E-AMOUNT          PIC -ZZZ.ZZZ.ZZ9.
       01 E-RATE            PIC -ZZZZZZZ9,99.
       01 E-VAR             PIC +ZZZ9,9.
       01 E-CELL            PIC X(12).
       01 E-VAR-CELL        PIC X(7).
       01 WS-RPT-CELLS.
          05 WS-RPT-CELL OCCURS 3 TIMES PIC X(12).
          05 WS-RPT-VAR  OCCURS 3 TIMES PIC X(7).
       01 E-CSV-NUM         PIC -(12)9,99.
       01 E-CSV-VAR         PIC -(6)9,9.
       77 WS-LEAD           PIC 99 VALUE ZERO.
       01 WS-CSV-CELL       PIC X(16).
       77 WS-LINES-READ     PIC 9(7) VALUE ZERO.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'KPIPACK'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - TABLEAU DE BORD MENSUEL'.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      *** LIGNES DE COMMANDE D'UN MOIS (MEME SELECTION QUE FILLRATE)
           EXEC SQL
                DECLARE CLINES CURSOR
                FOR
                SELECT I.O_NO, I.P_NO, I.QUANTITY,
                       I.SHIPPED_QTY, O.O_DATE
                FROM ITEMS I
                INNER JOIN ORDERS O
                ON O.O_NO = I.O_NO
                WHERE O.O_DATE >= :WS-SEL-FROM
                AND O.O_DATE <= :WS-SEL-TO
           END-EXEC

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM READ-PARM
            PERFORM BUILD-PERIODS
            PERFORM LOAD-SETTLED-PIECES
            PERFORM OPEN-FILE-BKO
            PERFORM LOAD-BACKORDERS
            PERFORM LOAD-QUOTES
            PERFORM GET-CURRENT-STOCK
            PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
               PERFORM COMPUTE-PERIOD
            END-PERFORM
            PERFORM CLOSE-FILE-BKO
            PERFORM OPEN-FILES-OUT
            PERFORM WRITE-REPORT
            PERFORM WRITE-CSV
            PERFORM CLOSE-FILES-OUT
            DISPLAY 'TABLEAU DE BORD DU MOIS : ' WPR-MONTH (1)
            DISPLAY 'LIGNES DE COMMANDE LUES : ' WS-LINES-READ
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.

       READ-PARM.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-PERIOD = SPACES
              ACCEPT WS-WORK-DATE-INT FROM DATE YYYYMMDD
              MOVE WS-WORK-YYYY TO WS-YYYY
              MOVE WS-WORK-MM   TO WS-MM
              PERFORM PREVIOUS-MONTH
           ELSE
              IF WS-PARM-PERIOD IS NOT NUMERIC
                 OR WS-PARM-PERIOD(5:2) < '01'
                 OR WS-PARM-PERIOD(5:2) > '12'
                 DISPLAY 'PERIODE SYSIN INVALIDE (AAAAMM)'
                 PERFORM ABEND-PROG
              END-IF
              MOVE WS-PARM-PERIOD(1:4) TO WS-YYYY
              MOVE WS-PARM-PERIOD(5:2) TO WS-MM
           END-IF.

       PREVIOUS-MONTH.
           IF WS-MM = 1
              MOVE 12 TO WS-MM
              SUBTRACT 1 FROM WS-YYYY
           ELSE
              SUBTRACT 1 FROM WS-MM
           END-IF.

      ***************************************
      * LES TROIS MOIS ET LEURS BORNES      *
      ***************************************
       BUILD-PERIODS.
           MOVE 1 TO WS-PX
           PERFORM BUILD-ONE-PERIOD
           MOVE WS-YYYY TO WS-WORK-YYYY
           MOVE WS-MM   TO WS-WORK-MM
           PERFORM PREVIOUS-MONTH
           MOVE 2 TO WS-PX
           PERFORM BUILD-ONE-PERIOD
           MOVE WS-WORK-YYYY TO WS-YYYY
           MOVE WS-WORK-MM   TO WS-MM
           SUBTRACT 1 FROM WS-YYYY
           MOVE 3 TO WS-PX
           PERFORM BUILD-ONE-PERIOD.

       BUILD-ONE-PERIOD.
           MOVE SPACES TO WPR-PERIOD (WS-PX) WPR-MONTH (WS-PX)
           STRING WS-YYYY DELIMITED BY SIZE
                  WS-MM   DELIMITED BY SIZE
             INTO WPR-PERIOD (WS-PX)
           STRING WS-YYYY DELIMITED BY SIZE
                  '-'     DELIMITED BY SIZE
                  WS-MM   DELIMITED BY SIZE
             INTO WPR-MONTH (WS-PX)
      *    PREMIER JOUR DU MOIS, PUIS SA VEILLE
           MOVE WS-YYYY TO WS-WORK-YYYY
           MOVE WS-MM   TO WS-WORK-MM
           MOVE 1       TO WS-WORK-DD
           PERFORM INT-TO-TEXT
           MOVE WS-WORK-DATE-TXT TO WPR-FROM (WS-PX)
           COMPUTE WS-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-INT) - 1
           PERFORM JULIAN-TO-TEXT
           MOVE WS-WORK-DATE-TXT TO WPR-OPEN (WS-PX)
      *    DERNIER JOUR = VEILLE DU PREMIER DU MOIS SUIVANT
           IF WS-MM = 12
              COMPUTE WS-WORK-YYYY = WS-YYYY + 1
              MOVE 1 TO WS-WORK-MM
           ELSE
              MOVE WS-YYYY TO WS-WORK-YYYY
              COMPUTE WS-WORK-MM = WS-MM + 1
           END-IF
           MOVE 1 TO WS-WORK-DD
           COMPUTE WS-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-INT) - 1
           PERFORM JULIAN-TO-TEXT
           MOVE WS-WORK-DATE-TXT TO WPR-TO (WS-PX)
           SUBTRACT 60 FROM WS-JULIAN
           PERFORM JULIAN-TO-TEXT
           MOVE WS-WORK-DATE-TXT TO WPR-CUTOFF (WS-PX)
           MOVE ZERO TO WPR-DSO-WDAYS (WS-PX) WPR-DSO-AMOUNT (WS-PX)
                        WPR-BKO-VALUE (WS-PX) WPR-QTE-WON (WS-PX)
                        WPR-QTE-CLOSED (WS-PX)
           MOVE WS-YYYY TO WS-WORK-YYYY
           MOVE WS-MM   TO WS-WORK-MM.

       JULIAN-TO-TEXT.
           COMPUTE WS-WORK-DATE-INT =
                   FUNCTION DATE-OF-INTEGER(WS-JULIAN)
           PERFORM INT-TO-TEXT.

       INT-TO-TEXT.
           MOVE SPACES TO WS-WORK-DATE-TXT
           STRING WS-WORK-YYYY DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-WORK-MM   DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-WORK-DD   DELIMITED BY SIZE
             INTO WS-WORK-DATE-TXT.

      *    DATE AAAA-MM-JJ DE WS-WORK-DATE-TXT VERS WS-JULIAN
       TEXT-TO-JULIAN.
           MOVE WS-WORK-DATE-TXT(1:4) TO WS-WORK-YYYY
           MOVE WS-WORK-DATE-TXT(6:2) TO WS-WORK-MM
           MOVE WS-WORK-DATE-TXT(9:2) TO WS-WORK-DD
           COMPUTE WS-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-INT).

      *    RANG (1-3) DU MOIS AAAA-MM DE WS-WORK-DATE-TXT, ZERO SI
      *    HORS DES TROIS MOIS ANALYSES
       FIND-PERIOD.
           MOVE ZERO TO WS-PX2
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
              IF WS-WORK-DATE-TXT(1:7) = WPR-MONTH (WS-PX)
                 MOVE WS-PX TO WS-PX2
              END-IF
           END-PERFORM.

      ***************************************
      * DSO : PIECES FSETTLE SOLDEES, DELAI *
      * FACTURE -> ENCAISSEMENT PONDERE PAR *
      * LE MONTANT, PAR MOIS D'ENCAISSEMENT *
      * (COMME DSORPT)                      *
      ***************************************
       LOAD-SETTLED-PIECES.
           OPEN INPUT STL
           IF WS-FS-STL NOT = '00'
              DISPLAY 'ERR OPEN FSETTLE, FS=' WS-FS-STL
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-FILE-STL
           PERFORM UNTIL FF-STL = 1
              IF STL-SETTLED AND STL-SETTLE-DATE NOT = SPACES
                 MOVE STL-SETTLE-DATE TO WS-WORK-DATE-TXT
                 PERFORM FIND-PERIOD
                 IF WS-PX2 > ZERO
                    PERFORM ANALYZE-ONE-PIECE
                 END-IF
              END-IF
              PERFORM READ-FILE-STL
           END-PERFORM
           CLOSE STL.

       READ-FILE-STL.
           READ STL AT END
               MOVE 1 TO FF-STL
           END-READ.

       ANALYZE-ONE-PIECE.
           MOVE STL-INVOICE-DATE TO WS-WORK-DATE-TXT
           PERFORM TEXT-TO-JULIAN
           MOVE WS-JULIAN TO WS-ORD-JULIAN
           MOVE STL-SETTLE-DATE TO WS-WORK-DATE-TXT
           PERFORM TEXT-TO-JULIAN
           COMPUTE WS-DAYS = WS-JULIAN - WS-ORD-JULIAN
           IF WS-DAYS < ZERO
              MOVE ZERO TO WS-DAYS
           END-IF
           COMPUTE WPR-DSO-WDAYS (WS-PX2) =
                   WPR-DSO-WDAYS (WS-PX2) + (WS-DAYS * STL-AMOUNT)
           ADD STL-AMOUNT TO WPR-DSO-AMOUNT (WS-PX2).

      ***************************************
      * RELIQUATS NES DANS L'UN DES MOIS,   *
      * VALORISES AU PRIX DE LEUR LIGNE     *
      * ITEMS (COMME LOSTSALE) - LES        *
      * COMMANDES GRATUITES NE COMPTENT PAS *
      ***************************************
       OPEN-FILE-BKO.
           MOVE 'N' TO WS-BKO-PRESENT
           OPEN INPUT BKO
           IF WS-FS-BKO = '00'
              MOVE 'Y' TO WS-BKO-PRESENT
           END-IF.

       CLOSE-FILE-BKO.
           IF WS-BKO-PRESENT = 'Y'
              CLOSE BKO
           END-IF.

       LOAD-BACKORDERS.
           IF WS-BKO-PRESENT = 'Y'
              MOVE ZERO TO FF-BKO
              MOVE LOW-VALUES TO BKO-KEY
              START BKO KEY IS NOT LESS THAN BKO-KEY
                 INVALID KEY
                    MOVE 1 TO FF-BKO
              END-START
              PERFORM UNTIL FF-BKO = 1
                 READ BKO NEXT
                    AT END
                       MOVE 1 TO FF-BKO
                    NOT AT END
                       MOVE BKO-DATE TO WS-WORK-DATE-TXT
                       PERFORM FIND-PERIOD
                       IF WS-PX2 > ZERO
                          PERFORM VALUE-ONE-BACKORDER
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       VALUE-ONE-BACKORDER.
           MOVE BKO-O-NO TO ITE-O-NO
           MOVE BKO-P-NO TO ITE-P-NO
           EXEC SQL
              SELECT I.PRICE, O.ORDER_TYPE
                INTO :ITE-PRICE, :ORD-ORDER-TYPE
                FROM ITEMS I
                INNER JOIN ORDERS O
                ON O.O_NO = I.O_NO
               WHERE I.O_NO = :ITE-O-NO
                 AND I.P_NO = :ITE-P-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           IF SQLCODE = ZERO AND NOT ORD-NO-CHARGE
              COMPUTE WPR-BKO-VALUE (WS-PX2) =
                      WPR-BKO-VALUE (WS-PX2) + BKO-QTY * ITE-PRICE
           END-IF.

      ***************************************
      * DEVIS EMIS DANS L'UN DES MOIS : LES *
      * DEVIS CLOS (GAGNES, PERDUS OU       *
      * EXPIRES) ET LES GAGNES - UN DEVIS   *
      * ENCORE OUVERT N'EST PAS ENCORE JUGE *
      ***************************************
       LOAD-QUOTES.
           MOVE 'N' TO WS-QTE-PRESENT
           OPEN INPUT QTE
           IF WS-FS-QTE = '00'
              MOVE 'Y' TO WS-QTE-PRESENT
              MOVE ZERO TO FF-QTE
              PERFORM READ-FILE-QTE
              PERFORM UNTIL FF-QTE = 1
                 IF NOT QTE-OPEN
                    MOVE QTE-QUOTE-DATE TO WS-WORK-DATE-TXT
                    PERFORM FIND-PERIOD
                    IF WS-PX2 > ZERO
                       ADD 1 TO WPR-QTE-CLOSED (WS-PX2)
                       IF QTE-WON
                          ADD 1 TO WPR-QTE-WON (WS-PX2)
                       END-IF
                    END-IF
                 END-IF
                 PERFORM READ-FILE-QTE
              END-PERFORM
              CLOSE QTE
           END-IF.

       READ-FILE-QTE.
           READ QTE AT END
               MOVE 1 TO FF-QTE
           END-READ.

      ***************************************
      * STOCK POSSEDE ACTUEL VALORISE AU    *
      * COUT UNITAIRE (DISPONIBLE + EN      *
      * CONTROLE QUALITE, VOIR STOCK_MOVES) *
      ***************************************
       GET-CURRENT-STOCK.
           EXEC SQL
              SELECT VALUE(SUM(UNIT_COST * (STOCK + HOLD_STOCK)), 0)
                INTO :WS-STOCK-NOW
                FROM PRODUCTS
           END-EXEC
           PERFORM TEST-SQLCODE.

      *    STOCK VALORISE AU SOIR DE WS-SEL-DATE : LE STOCK ACTUEL
      *    MOINS LES MOUVEMENTS (SIGNES) DES JOURS SUIVANTS
       GET-STOCK-AT-DATE.
           EXEC SQL
              SELECT VALUE(SUM(P.UNIT_COST * M.QTY), 0)
                INTO :WS-STOCK-AFTER
                FROM STOCK_MOVES M
                INNER JOIN PRODUCTS P
                ON P.P_NO = M.P_NO
               WHERE M.MOVE_DATE > :WS-SEL-DATE
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * INDICATEURS D'UN MOIS (WS-PX)       *
      ***************************************
       COMPUTE-PERIOD.
           MOVE WPR-PERIOD (WS-PX) TO WS-SEL-PERIOD
           MOVE WPR-FROM (WS-PX)   TO WS-SEL-FROM
           MOVE WPR-TO (WS-PX)     TO WS-SEL-TO
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 13
              MOVE ZERO TO WKP-VALUE (WS-KX, WS-PX)
              MOVE 'N'  TO WKP-AVAIL (WS-KX, WS-PX)
           END-PERFORM
           PERFORM COMPUTE-SALES-KPI
           PERFORM COMPUTE-AR-KPI
           PERFORM COMPUTE-FILL-KPI
           PERFORM COMPUTE-STOCK-KPI
      *    DSO, RELIQUATS ET DEVIS : CUMULS DES PASSAGES FICHIERS
           IF WPR-DSO-AMOUNT (WS-PX) > ZERO
              COMPUTE WKP-VALUE (KPI-DSO, WS-PX) ROUNDED =
                      WPR-DSO-WDAYS (WS-PX) / WPR-DSO-AMOUNT (WS-PX)
              MOVE 'Y' TO WKP-AVAIL (KPI-DSO, WS-PX)
           END-IF
           IF WS-BKO-PRESENT = 'Y'
              MOVE WPR-BKO-VALUE (WS-PX)
                TO WKP-VALUE (KPI-BACKORD, WS-PX)
              MOVE 'Y' TO WKP-AVAIL (KPI-BACKORD, WS-PX)
           END-IF
           IF WPR-QTE-CLOSED (WS-PX) > ZERO
              COMPUTE WKP-VALUE (KPI-QUOTEWIN, WS-PX) ROUNDED =
                      WPR-QTE-WON (WS-PX) * 100
                      / WPR-QTE-CLOSED (WS-PX)
              MOVE 'Y' TO WKP-AVAIL (KPI-QUOTEWIN, WS-PX)
           END-IF.

      *    CA NET, OBJECTIF, REALISATION ET MARGE BRUTE DU MOIS
       COMPUTE-SALES-KPI.
           EXEC SQL
              SELECT VALUE(SUM(REVENUE), 0), VALUE(SUM(COST), 0)
                INTO :WS-SUM-REV, :WS-SUM-COST
                FROM SALES_HISTORY
               WHERE PERIOD = :WS-SEL-PERIOD
           END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL
              SELECT VALUE(SUM(QUOTA_AMOUNT), 0)
                INTO :WS-SUM-QUOTA
                FROM SALES_QUOTAS
               WHERE QUOTA_PERIOD = :WS-SEL-PERIOD
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE WS-SUM-REV TO WKP-VALUE (KPI-SALES, WS-PX)
           MOVE 'Y'        TO WKP-AVAIL (KPI-SALES, WS-PX)
           MOVE WS-SUM-QUOTA TO WKP-VALUE (KPI-QUOTA, WS-PX)
           MOVE 'Y'          TO WKP-AVAIL (KPI-QUOTA, WS-PX)
           IF WS-SUM-QUOTA > ZERO
              COMPUTE WKP-VALUE (KPI-ATTAIN, WS-PX) ROUNDED =
                      WS-SUM-REV * 100 / WS-SUM-QUOTA
              MOVE 'Y' TO WKP-AVAIL (KPI-ATTAIN, WS-PX)
           END-IF
           IF WS-SUM-REV > ZERO
              COMPUTE WKP-VALUE (KPI-MARGIN, WS-PX) ROUNDED =
                      (WS-SUM-REV - WS-SUM-COST) * 100 / WS-SUM-REV
              MOVE 'Y' TO WKP-AVAIL (KPI-MARGIN, WS-PX)
           END-IF.

      ***************************************
      * ENCOURS CLIENTS A LA FIN DU MOIS :  *
      * SOMME DU GRAND LIVRE AUXILIAIRE A   *
      * CETTE DATE ; PART DE PLUS DE 60     *
      * JOURS = MOUVEMENTS (HORS AVOIRS,    *
      * NUMEROTES A PART) DES FACTURES      *
      * EMISES AVANT LA DATE DE COUPURE.    *
      * TAUX D'AVOIRS = AVOIRS / FACTURES   *
      * EMIS DANS LE MOIS                   *
      ***************************************
       COMPUTE-AR-KPI.
           MOVE WPR-CUTOFF (WS-PX) TO WS-SEL-DATE
           EXEC SQL
              SELECT VALUE(SUM(AMOUNT), 0)
                INTO :WS-SUM-AR
                FROM AR_LEDGER
               WHERE DOC_DATE <= :WS-SEL-TO
           END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL
              SELECT VALUE(SUM(A.AMOUNT), 0)
                INTO :WS-SUM-AR60
                FROM AR_LEDGER A
               WHERE A.DOC_DATE <= :WS-SEL-TO
                 AND A.DOC_TYPE <> 'C'
                 AND EXISTS
                     (SELECT 1 FROM AR_LEDGER I
                       WHERE I.C_NO = A.C_NO
                         AND I.DOC_NO = A.DOC_NO
                         AND I.DOC_TYPE = 'I'
                         AND I.DOC_DATE <= :WS-SEL-DATE)
           END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL
              SELECT VALUE(SUM(AMOUNT), 0)
                INTO :WS-SUM-INV
                FROM AR_LEDGER
               WHERE DOC_TYPE = 'I'
                 AND DOC_DATE >= :WS-SEL-FROM
                 AND DOC_DATE <= :WS-SEL-TO
           END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL
              SELECT VALUE(SUM(0 - AMOUNT), 0)
                INTO :WS-SUM-CREDIT
                FROM AR_LEDGER
               WHERE DOC_TYPE = 'C'
                 AND DOC_DATE >= :WS-SEL-FROM
                 AND DOC_DATE <= :WS-SEL-TO
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE WS-SUM-AR TO WKP-VALUE (KPI-AR, WS-PX)
           MOVE 'Y'       TO WKP-AVAIL (KPI-AR, WS-PX)
           IF WS-SUM-AR60 < ZERO
              MOVE ZERO TO WS-SUM-AR60
           END-IF
           IF WS-SUM-AR > ZERO
              COMPUTE WKP-VALUE (KPI-AR60, WS-PX) ROUNDED =
                      WS-SUM-AR60 * 100 / WS-SUM-AR
              MOVE 'Y' TO WKP-AVAIL (KPI-AR60, WS-PX)
           END-IF
           IF WS-SUM-INV > ZERO
              COMPUTE WKP-VALUE (KPI-CREDIT, WS-PX) ROUNDED =
                      WS-SUM-CREDIT * 100 / WS-SUM-INV
              MOVE 'Y' TO WKP-AVAIL (KPI-CREDIT, WS-PX)
           END-IF.

      ***************************************
      * TAUX DE SERVICE ET DELAI COMMANDE   *
      * -> PREMIERE EXPEDITION DES LIGNES   *
      * DES COMMANDES DU MOIS : SERVIE      *
      * COMPLETE DU PREMIER COUP = EXPEDIEE *
      * EN TOTALITE SANS FICHE RELIQUAT     *
      ***************************************
       COMPUTE-FILL-KPI.
           MOVE ZERO TO WS-FILL-LINES WS-FILL-COMPLETE
                        WS-FILL-DAYS-SUM WS-FILL-DAYS-CNT
           EXEC SQL
              OPEN CLINES
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CLINES
           PERFORM UNTIL SQLCODE = +100
              PERFORM CLASSIFY-ONE-LINE
              PERFORM FETCH-CLINES
           END-PERFORM
           EXEC SQL
              CLOSE CLINES
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-FILL-LINES > ZERO
              COMPUTE WKP-VALUE (KPI-FILL, WS-PX) ROUNDED =
                      WS-FILL-COMPLETE * 100 / WS-FILL-LINES
              MOVE 'Y' TO WKP-AVAIL (KPI-FILL, WS-PX)
           END-IF
           IF WS-FILL-DAYS-CNT > ZERO
              COMPUTE WKP-VALUE (KPI-SHIPDAYS, WS-PX) ROUNDED =
                      WS-FILL-DAYS-SUM / WS-FILL-DAYS-CNT
              MOVE 'Y' TO WKP-AVAIL (KPI-SHIPDAYS, WS-PX)
           END-IF.

       FETCH-CLINES.
           EXEC SQL
              FETCH CLINES
              INTO :ITE-O-NO, :ITE-P-NO, :ITE-QUANTITY,
                   :ITE-SHIPPED-QTY, :ORD-O-DATE
           END-EXEC
           PERFORM TEST-SQLCODE.

       CLASSIFY-ONE-LINE.
           ADD 1 TO WS-LINES-READ
           ADD 1 TO WS-FILL-LINES
           MOVE 'N' TO WS-LINE-BACKORDERED
           IF WS-BKO-PRESENT = 'Y'
              MOVE ITE-O-NO TO BKO-O-NO
              MOVE ITE-P-NO TO BKO-P-NO
              READ BKO KEY IS BKO-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-LINE-BACKORDERED
              END-READ
           END-IF
           IF WS-LINE-BACKORDERED = 'N'
              AND ITE-SHIPPED-QTY >= ITE-QUANTITY
              ADD 1 TO WS-FILL-COMPLETE
           END-IF
           MOVE SPACES TO WS-SHIP-DATE
           EXEC SQL
              SELECT VALUE(MIN(SHIP_DATE), ' ')
                INTO :WS-SHIP-DATE
                FROM SHIPMENTS
               WHERE O_NO = :ITE-O-NO
                 AND P_NO = :ITE-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SPACES TO WS-SHIP-DATE
           END-IF
           IF WS-SHIP-DATE NOT = SPACES
              MOVE ORD-O-DATE TO WS-WORK-DATE-TXT
              PERFORM TEXT-TO-JULIAN
              MOVE WS-JULIAN TO WS-ORD-JULIAN
              MOVE WS-SHIP-DATE TO WS-WORK-DATE-TXT
              PERFORM TEXT-TO-JULIAN
              MOVE WS-JULIAN TO WS-SHIP-JULIAN
              COMPUTE WS-DAYS = WS-SHIP-JULIAN - WS-ORD-JULIAN
              IF WS-DAYS >= ZERO
                 ADD WS-DAYS TO WS-FILL-DAYS-SUM
                 ADD 1 TO WS-FILL-DAYS-CNT
              END-IF
           END-IF.

      ***************************************
      * ROTATION DES STOCKS : COUT DES      *
      * VENTES DU MOIS RAMENE A L'ANNEE SUR *
      * LE STOCK MOYEN VALORISE (VEILLE DU  *
      * PREMIER JOUR ET FIN DE MOIS)        *
      ***************************************
       COMPUTE-STOCK-KPI.
           MOVE WPR-OPEN (WS-PX) TO WS-SEL-DATE
           PERFORM GET-STOCK-AT-DATE
           COMPUTE WS-STOCK-OPEN = WS-STOCK-NOW - WS-STOCK-AFTER
           MOVE WPR-TO (WS-PX) TO WS-SEL-DATE
           PERFORM GET-STOCK-AT-DATE
           COMPUTE WS-STOCK-CLOSE = WS-STOCK-NOW - WS-STOCK-AFTER
           COMPUTE WS-STOCK-AVG ROUNDED =
                   (WS-STOCK-OPEN + WS-STOCK-CLOSE) / 2
           IF WS-STOCK-AVG > ZERO
              COMPUTE WKP-VALUE (KPI-TURNS, WS-PX) ROUNDED =
                      WS-SUM-COST * 12 / WS-STOCK-AVG
              MOVE 'Y' TO WKP-AVAIL (KPI-TURNS, WS-PX)
           END-IF.

      ***************************************
      * VARIATION DU MOIS (WS-CUR-VALUE)    *
      * CONTRE UN MOIS DE COMPARAISON       *
      * (WS-CMP-VALUE) : EN % POUR LES      *
      * MONTANTS ET RATIOS, EN POINTS OU EN *
      * JOURS POUR LES TAUX ET DELAIS       *
      ***************************************
       COMPUTE-VARIATION.
           MOVE 'N' TO WS-VAR-AVAIL
           MOVE ZERO TO WS-VAR
           IF WKP-AVAIL (WS-KX, 1) = 'Y'
              AND WKP-AVAIL (WS-KX, WS-PX) = 'Y'
              MOVE WKP-VALUE (WS-KX, 1)     TO WS-CUR-VALUE
              MOVE WKP-VALUE (WS-KX, WS-PX) TO WS-CMP-VALUE
              EVALUATE TRUE
                 WHEN WKD-UNIT (WS-KX) = 'P' OR WKD-UNIT (WS-KX) = 'J'
                    COMPUTE WS-VAR ROUNDED = WS-CUR-VALUE - WS-CMP-VALUE
                       ON SIZE ERROR
                          CONTINUE
                       NOT ON SIZE ERROR
                          MOVE 'Y' TO WS-VAR-AVAIL
                    END-COMPUTE
                 WHEN WS-CMP-VALUE > ZERO
                    COMPUTE WS-VAR ROUNDED =
                       (WS-CUR-VALUE - WS-CMP-VALUE) * 100
                       / WS-CMP-VALUE
                       ON SIZE ERROR
                          CONTINUE
                       NOT ON SIZE ERROR
                          MOVE 'Y' TO WS-VAR-AVAIL
                    END-COMPUTE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-VAR-AVAIL = 'Y' AND WS-VAR > -1000 AND WS-VAR < 10000
              MOVE WS-VAR TO E-VAR
              MOVE E-VAR TO E-VAR-CELL
           ELSE
              MOVE '    N/D' TO E-VAR-CELL
              MOVE 'N' TO WS-VAR-AVAIL
           END-IF.

      *    VALEUR WKP-VALUE (WS-KX, WS-PX) EDITEE POUR L'ETAT
       FORMAT-CELL.
           IF WKP-AVAIL (WS-KX, WS-PX) = 'Y'
              IF WKD-UNIT (WS-KX) = 'M'
                 MOVE WKP-VALUE (WS-KX, WS-PX) TO E-AMOUNT
                 MOVE E-AMOUNT TO E-CELL
              ELSE
                 MOVE WKP-VALUE (WS-KX, WS-PX) TO E-RATE
                 MOVE E-RATE TO E-CELL
              END-IF
           ELSE
              MOVE '         N/D' TO E-CELL
           END-IF.

      ***************************************
      * ETAT FKPIRPT                        *
      ***************************************
       OPEN-FILES-OUT.
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FKPIRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT CSV
           IF WS-FS-CSV NOT = '00'
              DISPLAY 'ERR OPEN FKPICSV, FS=' WS-FS-CSV
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES-OUT.
           CLOSE RPT
           CLOSE CSV.

       WRITE-REPORT.
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING 'TABLEAU DE BORD MENSUEL - MOIS ' DELIMITED BY SIZE
                  WPR-MONTH (1)                     DELIMITED BY SIZE
             INTO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING 'COMPARE A ' DELIMITED BY SIZE
                  WPR-MONTH (2) DELIMITED BY SIZE
                  ' (MOIS PRECEDENT) ET A ' DELIMITED BY SIZE
                  WPR-MONTH (3) DELIMITED BY SIZE
                  ' (N-1)' DELIMITED BY SIZE
             INTO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING 'INDICATEUR                   ' DELIMITED BY SIZE
                  WPR-MONTH (1) DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  WPR-MONTH (2) DELIMITED BY SIZE
                  '    VAR      ' DELIMITED BY SIZE
                  WPR-MONTH (3) DELIMITED BY SIZE
                  '    VAR' DELIMITED BY SIZE
             INTO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE '------------------------------------------------'
                TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 13
              PERFORM WRITE-KPI-LINE
           END-PERFORM
           MOVE '------------------------------------------------'
                TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'VAR : EN % POUR LES MONTANTS ET LA ROTATION, EN'
                TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE '      POINTS OU EN JOURS POUR LES TAUX ET DELAIS'
                TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'N/D : DONNEE ABSENTE OU BASE NULLE SUR LE MOIS'
                TO WS-LINE
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-KPI-LINE.
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 3
              PERFORM FORMAT-CELL
              MOVE E-CELL TO WS-RPT-CELL (WS-PX)
              IF WS-PX > 1
                 PERFORM COMPUTE-VARIATION
                 MOVE E-VAR-CELL TO WS-RPT-VAR (WS-PX)
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINE
           STRING WKD-LABEL (WS-KX)  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-RPT-CELL (1)    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-RPT-CELL (2)    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-RPT-VAR (2)     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-RPT-CELL (3)    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-RPT-VAR (3)     DELIMITED BY SIZE
             INTO WS-LINE
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-LINE-TO-RPT.
           MOVE WS-LINE TO RPT-ENR
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FKPIRPT :' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * FICHIER DELIMITE FKPICSV : UNE      *
      * LIGNE D'EN-TETE PUIS UNE LIGNE PAR  *
      * INDICATEUR - VALEUR VIDE QUAND ELLE *
      * N'EST PAS DISPONIBLE                *
      ***************************************
       WRITE-CSV.
           MOVE SPACES TO WS-CSV-LINE
           STRING 'PERIODE;CODE;INDICATEUR;UNITE;MOIS;'
                                           DELIMITED BY SIZE
                  'MOIS_PRECEDENT;VAR_MOIS_PRECEDENT;'
                                           DELIMITED BY SIZE
                  'MOIS_N-1;VAR_N-1'       DELIMITED BY SIZE
             INTO WS-CSV-LINE
           PERFORM WRITE-LINE-TO-CSV
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 13
              PERFORM WRITE-KPI-CSV
           END-PERFORM.

       WRITE-KPI-CSV.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING WPR-PERIOD (1)    DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
                  WKD-CODE (WS-KX)  DELIMITED BY SPACE
                  ';'               DELIMITED BY SIZE
                  WKD-LABEL (WS-KX) DELIMITED BY '  '
                  ';'               DELIMITED BY SIZE
                  WKD-UNIT (WS-KX)  DELIMITED BY SIZE
                  ';'               DELIMITED BY SIZE
             INTO WS-CSV-LINE
             WITH POINTER WS-CSV-PTR
           MOVE 1 TO WS-PX
           PERFORM APPEND-CSV-VALUE
           PERFORM VARYING WS-PX FROM 2 BY 1 UNTIL WS-PX > 3
              STRING ';' DELIMITED BY SIZE
                INTO WS-CSV-LINE
                WITH POINTER WS-CSV-PTR
              PERFORM APPEND-CSV-VALUE
              STRING ';' DELIMITED BY SIZE
                INTO WS-CSV-LINE
                WITH POINTER WS-CSV-PTR
              PERFORM COMPUTE-VARIATION
              IF WS-VAR-AVAIL = 'Y'
                 MOVE WS-VAR TO E-CSV-VAR
                 MOVE ZERO TO WS-LEAD
                 INSPECT E-CSV-VAR TALLYING WS-LEAD FOR LEADING SPACE
                 STRING E-CSV-VAR(WS-LEAD + 1:) DELIMITED BY SIZE
                   INTO WS-CSV-LINE
                   WITH POINTER WS-CSV-PTR
              END-IF
           END-PERFORM
           PERFORM WRITE-LINE-TO-CSV.

      *    VALEUR DU MOIS WS-PX CADREE A GAUCHE, RIEN SI ABSENTE
       APPEND-CSV-VALUE.
           IF WKP-AVAIL (WS-KX, WS-PX) = 'Y'
              MOVE WKP-VALUE (WS-KX, WS-PX) TO E-CSV-NUM
              MOVE ZERO TO WS-LEAD
              INSPECT E-CSV-NUM TALLYING WS-LEAD FOR LEADING SPACE
              STRING E-CSV-NUM(WS-LEAD + 1:) DELIMITED BY SIZE
                INTO WS-CSV-LINE
                WITH POINTER WS-CSV-PTR
           END-IF.

       WRITE-LINE-TO-CSV.
           MOVE WS-CSV-LINE TO CSV-ENR
           WRITE CSV-ENR
           IF WS-FS-CSV NOT = '00'
              DISPLAY 'ERR WRITE FKPICSV :' WS-FS-CSV
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'KPIPACK' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-LINES-READ TO RJ-IN-COUNT
           MOVE 13 TO RJ-OUT-COUNT
           MOVE ZERO TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

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

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
        ABEND-PROG.
           DISPLAY 'ABEND PROG !'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
