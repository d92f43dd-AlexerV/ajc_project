       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LOSTSALE.
      **********************************************
      * VENTES PERDUES : POUR UNE PERIODE (LE MOIS  *
      * ECOULE EN GENERAL), LA DEMANDE QUE NOUS     *
      * N'AVONS PAS CONVERTIE EST RASSEMBLEE DE     *
      * TOUTES SES SOURCES ET VALORISEE AU PRIX QUI *
      * AURAIT ETE FACTURE :                        *
      * - RELIQUATS ANNULES A LA DEMANDE DU CLIENT  *
      *   (BOCANCEL) OU PERIMES (BOEXPIRE), AU PRIX *
      *   DE LA LIGNE ITEMS ; CHEZ UN CLIENT QUI    *
      *   REFUSE LES SUBSTITUTIONS (SUBST_OPTOUT)   *
      *   ALORS QU'UN EQUIVALENT EST APPROUVE DANS  *
      *   FSUBST, LA CAUSE EST LA SUBSTITUTION      *
      *   REFUSEE ;                                 *
      * - DEVIS PERDUS ('L') OU EXPIRES ('X') DE    *
      *   FQUOTES, AU PRIX DU DEVIS ;               *
      * - COMMANDES ANNULEES DANS PGM1OAM (LIGNES   *
      *   'X' D'ORDER_AUDIT) ;                      *
      * - COMMANDES RETENUES PAR LE CONTROLE        *
      *   CREDIT (FCRHOLD) ET JAMAIS LIBEREES : LA  *
      *   COMMANDE EST COMPTEE DANS LA PERIODE OU   *
      *   ELLE ATTEINT L'AGE LIMITE DE BLOCAGE.     *
      * LES RELIQUATS DONT LA COMMANDE A DISPARU    *
      * SONT DEJA COMPTES AVEC L'ANNULATION ; LES   *
      * COMMANDES SANS FACTURATION N'ENTRENT PAS.   *
      * LE RAPPORT DONNE LE TOTAL PAR CAUSE, PUIS   *
      * PAR PRODUIT ET PAR CLIENT AVEC LA           *
      * VENTILATION RUPTURE / DEVIS / ANNULATION /  *
      * CREDIT.                                     *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL BKO ASSIGN TO FBACKORD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BKO-KEY
            FILE STATUS IS WS-FS-BKO.
            SELECT OPTIONAL QTE ASSIGN TO FQUOTES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS QTE-QUOTE-NO
            FILE STATUS IS WS-FS-QTE.
            SELECT OPTIONAL CRHOLD ASSIGN TO FCRHOLD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS HOLD-O-NO
            FILE STATUS IS WS-FS-HOLD.
            SELECT OPTIONAL SUBST ASSIGN TO FSUBST
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SUB-KEY
            FILE STATUS IS WS-FS-SUB.
            SELECT RPT ASSIGN TO FLOSTRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD BKO.
       COPY BACKORD.
       FD QTE.
       COPY QUOTES.
       FD CRHOLD.
       COPY CRHOLD.
       FD SUBST.
       COPY SUBST.
       FD RPT.
       01 RPT-ENR      PIC X(78).

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

           EXEC SQL
               INCLUDE CUS
           END-EXEC

           EXEC SQL
               INCLUDE OAU
           END-EXEC

       77 WS-FS-BKO         PIC XX.
       77 WS-FS-QTE         PIC XX.
       77 WS-FS-HOLD        PIC XX.
       77 WS-FS-SUB         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 WS-BKO-PRESENT    PIC X VALUE 'N'.
       77 WS-QTE-PRESENT    PIC X VALUE 'N'.
       77 WS-HOLD-PRESENT   PIC X VALUE 'N'.
       77 WS-SUB-PRESENT    PIC X VALUE 'N'.
       77 FF-BKO            PIC 9 VALUE ZERO.
       77 FF-QTE            PIC 9 VALUE ZERO.
       77 FF-HOLD           PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).

      *--------------------------------------------------------------
      *  PARAMETRE SYSIN
      *  COL 1-10  : DATE DEBUT (AAAA-MM-JJ)
      *  COL 11-20 : DATE FIN   (AAAA-MM-JJ)
      *  COL 21-23 : AGE EN JOURS AU-DELA DUQUEL UN BLOCAGE CREDIT
      *              JAMAIS LEVE EST UNE VENTE PERDUE (DEFAUT 30)
      *--------------------------------------------------------------
       01  WS-PARM-CARD.
           05 WS-PARM-DATE-FROM     PIC X(10).
           05 WS-PARM-DATE-TO       PIC X(10).
           05 WS-PARM-HOLD-DAYS     PIC X(3).
       77 WS-HOLD-DAYS      PIC 9(3) VALUE 30.

      *** LIGNES DES COMMANDES ANNULEES DE LA PERIODE ***
           EXEC SQL
                DECLARE CCANCEL CURSOR
                FOR
                SELECT C_NO, P_NO, OLD_QTY, PRICE
                FROM ORDER_AUDIT
                WHERE ACTION = 'X'
                AND P_NO <> ' '
                AND PRICE > 0
                AND CHANGE_DATE >= :WS-PARM-DATE-FROM
                AND CHANGE_DATE <= :WS-PARM-DATE-TO
           END-EXEC

      *** LIGNES D'UNE COMMANDE BLOQUEE AU CREDIT ***
           EXEC SQL
                DECLARE CHOLDL CURSOR
                FOR
                SELECT I.P_NO, I.QUANTITY, I.PRICE
                FROM ITEMS I
                INNER JOIN ORDERS O
                ON O.O_NO = I.O_NO
                WHERE I.O_NO = :ITE-O-NO
                AND O.ORDER_TYPE <> 'N'
           END-EXEC

      ***************************************
      * EVENEMENT DE VENTE PERDUE EN COURS  *
      * (UNE LIGNE PRODUIT D'UNE SOURCE)    *
      ***************************************
       77 WS-EV-CAUSE       PIC 9 VALUE ZERO.
       77 WS-EV-C-NO        PIC X(5).
       77 WS-EV-P-NO        PIC X(4).
       77 WS-EV-QTY         PIC S9(5) VALUE ZERO.
       77 WS-EV-PRICE       PIC S9(3)V99 VALUE ZERO.
       77 WS-EV-VALUE       PIC S9(7)V99 VALUE ZERO.
       77 WS-C-NO-NUM       PIC 9(5) VALUE ZERO.
       77 WS-QTE-IDX        PIC 9 VALUE ZERO.
       77 WS-QTE-DATE       PIC X(10).
       77 WS-OPTOUT         PIC X VALUE 'N'.
       77 WS-HAS-SUBST      PIC X VALUE 'N'.

      ***************************************
      * AGE DES BLOCAGES CREDIT : DATE A    *
      * LAQUELLE LE BLOCAGE DEVIENT UNE     *
      * VENTE PERDUE                        *
      ***************************************
       01 WS-RUN-DATE-NUM.
          05 WS-RUN-YYYY    PIC 9(4).
          05 WS-RUN-MM      PIC 9(2).
          05 WS-RUN-DD      PIC 9(2).
       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.
       77 WS-JULIAN         PIC 9(8) VALUE ZERO.
       77 WS-LOST-DATE      PIC X(10) VALUE SPACES.
       01 WS-WORK-DATE-NUM.
          05 WS-WORK-YYYY   PIC 9(4).
          05 WS-WORK-MM     PIC 9(2).
          05 WS-WORK-DD     PIC 9(2).
       01 WS-WORK-DATE-INT REDEFINES WS-WORK-DATE-NUM PIC 9(8).

      ***************************************
      * CAUSES : 1-3 RUPTURE (RELIQUAT      *
      * ANNULE, PERIME, SUBSTITUTION        *
      * REFUSEE), 4-5 DEVIS, 6 ANNULATION,  *
      * 7 CREDIT                            *
      ***************************************
       01 WS-CAUSE-LABELS.
          05 FILLER PIC X(30) VALUE 'RELIQUAT ANNULE PAR LE CLIENT '.
          05 FILLER PIC X(30) VALUE 'RELIQUAT PERIME               '.
          05 FILLER PIC X(30) VALUE 'SUBSTITUTION REFUSEE          '.
          05 FILLER PIC X(30) VALUE 'DEVIS PERDU                   '.
          05 FILLER PIC X(30) VALUE 'DEVIS EXPIRE                  '.
          05 FILLER PIC X(30) VALUE 'COMMANDE ANNULEE              '.
          05 FILLER PIC X(30) VALUE 'BLOCAGE CREDIT NON LEVE       '.
       01 WS-CAUSE-LABEL-TAB REDEFINES WS-CAUSE-LABELS.
          05 WS-CAUSE-LABEL  PIC X(30) OCCURS 7 TIMES.
       01 WS-CAUSE-TABLE.
          05 WS-CAUSE-ENTRY OCCURS 7 TIMES.
             10 WLC-LINES         PIC 9(7) USAGE COMP-3.
             10 WLC-QTY           PIC S9(9) USAGE COMP-3.
             10 WLC-VALUE         PIC S9(11)V99 USAGE COMP-3.

      ***************************************
      * VENTILATION PAR PRODUIT ET CLIENT : *
      * VALEUR PAR GROUPE DE CAUSES (1      *
      * RUPTURE, 2 DEVIS, 3 ANNULATION, 4   *
      * CREDIT)                             *
      ***************************************
       01 WS-PRO-TABLE.
          05 WS-PRO-ENTRY OCCURS 200 TIMES.
             10 WLP-P-NO          PIC X(4).
             10 WLP-QTY           PIC S9(9) USAGE COMP-3.
             10 WLP-GROUP-VALUE   PIC S9(11)V99 USAGE COMP-3
                                  OCCURS 4 TIMES.
             10 WLP-VALUE         PIC S9(11)V99 USAGE COMP-3.
       77 WS-PRO-COUNT       PIC 9(3) VALUE ZERO.
       77 WS-PRO-FOUND-IDX   PIC 9(3) VALUE ZERO.
       01 WS-CUS-TABLE.
          05 WS-CUS-ENTRY OCCURS 200 TIMES.
             10 WLU-C-NO          PIC X(5).
             10 WLU-QTY           PIC S9(9) USAGE COMP-3.
             10 WLU-GROUP-VALUE   PIC S9(11)V99 USAGE COMP-3
                                  OCCURS 4 TIMES.
             10 WLU-VALUE         PIC S9(11)V99 USAGE COMP-3.
       77 WS-CUS-COUNT       PIC 9(3) VALUE ZERO.
       77 WS-CUS-FOUND-IDX   PIC 9(3) VALUE ZERO.
       77 WS-GROUP           PIC 9 VALUE ZERO.
       77 WS-GRP-IDX         PIC 9 VALUE ZERO.
       01 WS-IDX             PIC 9(3) VALUE ZERO.

      ***************************************
      * TOTAUX GENERAUX                     *
      ***************************************
       77 WS-TOT-LINES      PIC 9(7) VALUE ZERO.
       77 WS-TOT-QTY        PIC S9(9) VALUE ZERO.
       77 WS-TOT-VALUE      PIC S9(11)V99 VALUE ZERO.
       77 WS-ORPHAN-COUNT   PIC 9(7) VALUE ZERO.

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-LINES           PIC ZZZZZZ9.
       01 E-QTY             PIC ZZZZZ9.
       01 E-VALUE           PIC ZZZZZZZZ9,99.
       01 E-GROUP-VALUE     PIC ZZZZZZ9,99.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'LOSTSALE'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - ETAT DES VENTES PERDUES'.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            PERFORM READ-PARM
            PERFORM INIT-TABLES
            PERFORM OPEN-INPUT-FILES
            PERFORM LOAD-BACKORDERS
            PERFORM LOAD-QUOTES
            PERFORM LOAD-CANCELLED-ORDERS
            PERFORM LOAD-CREDIT-HOLDS
            PERFORM CLOSE-INPUT-FILES
            PERFORM OPEN-FILE-RPT
            PERFORM WRITE-REPORT
            PERFORM CLOSE-FILE-RPT
            DISPLAY 'LIGNES PERDUES      : ' WS-TOT-LINES
            MOVE WS-TOT-VALUE TO E-VALUE
            DISPLAY 'VALEUR PERDUE       : ' E-VALUE
            DISPLAY 'RELIQUATS ORPHELINS : ' WS-ORPHAN-COUNT
            GOBACK.

       READ-PARM.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-DATE-FROM = SPACES
           OR WS-PARM-DATE-TO = SPACES
              DISPLAY 'DATES SYSIN ABSENTES (AAAA-MM-JJ X 2)'
              PERFORM ABEND-PROG
           END-IF
           IF WS-PARM-HOLD-DAYS IS NUMERIC
              AND WS-PARM-HOLD-DAYS > ZERO
              MOVE WS-PARM-HOLD-DAYS TO WS-HOLD-DAYS
           END-IF
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE
           STRING
                WS-RUN-YYYY DELIMITED BY SIZE
                '-'         DELIMITED BY SIZE
                WS-RUN-MM   DELIMITED BY SIZE
                '-'         DELIMITED BY SIZE
                WS-RUN-DD   DELIMITED BY SIZE
           INTO WS-RUN-DATE.

       INIT-TABLES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 7
              MOVE ZERO TO WLC-LINES (WS-IDX)
              MOVE ZERO TO WLC-QTY (WS-IDX)
              MOVE ZERO TO WLC-VALUE (WS-IDX)
           END-PERFORM.

      ***************************************
      * FICHIERS SOURCES : UN FICHIER       *
      * ABSENT NE FAIT QUE RETIRER SA CAUSE *
      ***************************************
       OPEN-INPUT-FILES.
           MOVE 'N' TO WS-BKO-PRESENT
           OPEN INPUT BKO
           IF WS-FS-BKO = '00'
              MOVE 'Y' TO WS-BKO-PRESENT
           END-IF
           MOVE 'N' TO WS-QTE-PRESENT
           OPEN INPUT QTE
           IF WS-FS-QTE = '00'
              MOVE 'Y' TO WS-QTE-PRESENT
           END-IF
           MOVE 'N' TO WS-HOLD-PRESENT
           OPEN INPUT CRHOLD
           IF WS-FS-HOLD = '00'
              MOVE 'Y' TO WS-HOLD-PRESENT
           END-IF
           MOVE 'N' TO WS-SUB-PRESENT
           OPEN INPUT SUBST
           IF WS-FS-SUB = '00'
              MOVE 'Y' TO WS-SUB-PRESENT
           END-IF.

       CLOSE-INPUT-FILES.
           IF WS-BKO-PRESENT = 'Y'
              CLOSE BKO
           END-IF
           IF WS-QTE-PRESENT = 'Y'
              CLOSE QTE
           END-IF
           IF WS-HOLD-PRESENT = 'Y'
              CLOSE CRHOLD
           END-IF
           IF WS-SUB-PRESENT = 'Y'
              CLOSE SUBST
           END-IF.

      ***************************************
      * RELIQUATS ANNULES OU PERIMES DANS   *
      * LA PERIODE                          *
      ***************************************
       LOAD-BACKORDERS.
           IF WS-BKO-PRESENT = 'Y'
              MOVE ZERO TO FF-BKO
              PERFORM READ-FILE-BKO
              PERFORM UNTIL FF-BKO = 1
                 IF BKO-CANCELLED
                    AND BKO-RELEASE-DATE >= WS-PARM-DATE-FROM
                    AND BKO-RELEASE-DATE <= WS-PARM-DATE-TO
                    PERFORM PROCESS-CANCELLED-BACKORDER
                 END-IF
                 PERFORM READ-FILE-BKO
              END-PERFORM
           END-IF.

       READ-FILE-BKO.
           READ BKO AT END
               MOVE 1 TO FF-BKO
           END-READ.

      ***************************************
      * UN RELIQUAT ANNULE : VALORISE AU    *
      * PRIX DE SA LIGNE ITEMS. LIGNE OU    *
      * COMMANDE DISPARUE = DEJA COMPTEE    *
      * PAR L'ANNULATION DE LA COMMANDE     *
      ***************************************
       PROCESS-CANCELLED-BACKORDER.
           IF BKO-CANCEL-ORPHAN
              ADD 1 TO WS-ORPHAN-COUNT
           ELSE
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
              IF SQLCODE = +100
                 ADD 1 TO WS-ORPHAN-COUNT
              ELSE
              IF NOT ORD-NO-CHARGE
                 MOVE BKO-C-NO  TO WS-EV-C-NO
                 MOVE BKO-P-NO  TO WS-EV-P-NO
                 MOVE BKO-QTY   TO WS-EV-QTY
                 MOVE ITE-PRICE TO WS-EV-PRICE
                 PERFORM CHECK-SUBST-REFUSED
                 IF WS-OPTOUT = 'Y' AND WS-HAS-SUBST = 'Y'
                    MOVE 3 TO WS-EV-CAUSE
                 ELSE
                 IF BKO-CANCEL-EXPIRED
                    MOVE 2 TO WS-EV-CAUSE
                 ELSE
                    MOVE 1 TO WS-EV-CAUSE
                 END-IF
                 END-IF
                 PERFORM RECORD-LOST-LINE
              END-IF
              END-IF
           END-IF.

      ***************************************
      * SUBSTITUTION REFUSEE : LE CLIENT A  *
      * REFUSE LES SUBSTITUTIONS ET UN      *
      * EQUIVALENT EST APPROUVE POUR LE     *
      * PRODUIT - LA LIGNE AURAIT PU PARTIR *
      ***************************************
       CHECK-SUBST-REFUSED.
           MOVE 'N' TO WS-OPTOUT
           MOVE 'N' TO WS-HAS-SUBST
           MOVE BKO-C-NO TO WS-C-NO-NUM
           MOVE WS-C-NO-NUM TO CUS-C-NO
           EXEC SQL
              SELECT SUBST_OPTOUT
                INTO :CUS-SUBST-OPTOUT
                FROM CUSTOMERS
               WHERE C_NO = :CUS-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           IF SQLCODE = ZERO AND CUS-SUBST-OPTOUT = 'Y'
              MOVE 'Y' TO WS-OPTOUT
           END-IF
           IF WS-OPTOUT = 'Y' AND WS-SUB-PRESENT = 'Y'
              MOVE BKO-P-NO TO SUB-P-NO
              MOVE ZERO TO SUB-PRIO
              START SUBST KEY IS NOT LESS THAN SUB-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ SUBST NEXT
                       AT END
                          CONTINUE
                       NOT AT END
                          IF SUB-P-NO = BKO-P-NO
                             MOVE 'Y' TO WS-HAS-SUBST
                          END-IF
                    END-READ
              END-START
           END-IF.

      ***************************************
      * DEVIS PERDUS OU EXPIRES DANS LA     *
      * PERIODE : DATE DE CLOTURE, A DEFAUT *
      * EXPIRATION (EXPIRE) OU DATE DU      *
      * DEVIS (PERDU)                       *
      ***************************************
       LOAD-QUOTES.
           IF WS-QTE-PRESENT = 'Y'
              MOVE ZERO TO FF-QTE
              PERFORM READ-FILE-QTE
              PERFORM UNTIL FF-QTE = 1
                 IF QTE-LOST OR QTE-EXPIRED
                    PERFORM PROCESS-CLOSED-QUOTE
                 END-IF
                 PERFORM READ-FILE-QTE
              END-PERFORM
           END-IF.

       READ-FILE-QTE.
           READ QTE AT END
               MOVE 1 TO FF-QTE
           END-READ.

       PROCESS-CLOSED-QUOTE.
           IF QTE-CLOSE-DATE NOT = SPACES
              AND QTE-CLOSE-DATE NOT = LOW-VALUES
              MOVE QTE-CLOSE-DATE TO WS-QTE-DATE
           ELSE
           IF QTE-EXPIRED
              MOVE QTE-EXPIRY-DATE TO WS-QTE-DATE
           ELSE
              MOVE QTE-QUOTE-DATE TO WS-QTE-DATE
           END-IF
           END-IF
           IF WS-QTE-DATE >= WS-PARM-DATE-FROM
              AND WS-QTE-DATE <= WS-PARM-DATE-TO
              IF QTE-LOST
                 MOVE 4 TO WS-EV-CAUSE
              ELSE
                 MOVE 5 TO WS-EV-CAUSE
              END-IF
              MOVE QTE-C-NO TO WS-EV-C-NO
              PERFORM VARYING WS-QTE-IDX FROM 1 BY 1
                      UNTIL WS-QTE-IDX > 4
                 IF QTE-P-NO (WS-QTE-IDX) NOT = SPACES
                    MOVE QTE-P-NO (WS-QTE-IDX)  TO WS-EV-P-NO
                    MOVE QTE-QTY (WS-QTE-IDX)   TO WS-EV-QTY
                    MOVE QTE-PRICE (WS-QTE-IDX) TO WS-EV-PRICE
                    PERFORM RECORD-LOST-LINE
                 END-IF
              END-PERFORM
           END-IF.

      ***************************************
      * LIGNES DES COMMANDES ANNULEES DANS  *
      * PGM1OAM (TRACE ORDER_AUDIT)         *
      ***************************************
       LOAD-CANCELLED-ORDERS.
           MOVE 6 TO WS-EV-CAUSE
           EXEC SQL
              OPEN CCANCEL
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CCANCEL
           PERFORM UNTIL SQLCODE = +100
              MOVE OAU-C-NO    TO WS-C-NO-NUM
              MOVE WS-C-NO-NUM TO WS-EV-C-NO
              MOVE OAU-P-NO    TO WS-EV-P-NO
              MOVE OAU-OLD-QTY TO WS-EV-QTY
              MOVE OAU-PRICE   TO WS-EV-PRICE
              PERFORM RECORD-LOST-LINE
              PERFORM FETCH-CCANCEL
           END-PERFORM
           EXEC SQL
              CLOSE CCANCEL
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-CCANCEL.
           EXEC SQL
              FETCH CCANCEL
              INTO :OAU-C-NO, :OAU-P-NO, :OAU-OLD-QTY, :OAU-PRICE
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * BLOCAGES CREDIT JAMAIS LEVES : LA   *
      * COMMANDE DEVIENT UNE VENTE PERDUE   *
      * LE JOUR OU ELLE ATTEINT L'AGE       *
      * LIMITE, SI CE JOUR TOMBE DANS LA    *
      * PERIODE ET N'EST PAS A VENIR        *
      ***************************************
       LOAD-CREDIT-HOLDS.
           IF WS-HOLD-PRESENT = 'Y'
              MOVE ZERO TO FF-HOLD
              PERFORM READ-FILE-HOLD
              PERFORM UNTIL FF-HOLD = 1
                 IF HOLD-HELD
                    PERFORM CHECK-HOLD-AGE
                 END-IF
                 PERFORM READ-FILE-HOLD
              END-PERFORM
           END-IF.

       READ-FILE-HOLD.
           READ CRHOLD AT END
               MOVE 1 TO FF-HOLD
           END-READ.

       CHECK-HOLD-AGE.
           MOVE HOLD-DATE(1:4) TO WS-WORK-YYYY
           MOVE HOLD-DATE(6:2) TO WS-WORK-MM
           MOVE HOLD-DATE(9:2) TO WS-WORK-DD
           COMPUTE WS-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-INT)
                   + WS-HOLD-DAYS
           COMPUTE WS-WORK-DATE-INT =
                   FUNCTION DATE-OF-INTEGER(WS-JULIAN)
           MOVE SPACES TO WS-LOST-DATE
           STRING
                WS-WORK-YYYY DELIMITED BY SIZE
                '-'          DELIMITED BY SIZE
                WS-WORK-MM   DELIMITED BY SIZE
                '-'          DELIMITED BY SIZE
                WS-WORK-DD   DELIMITED BY SIZE
           INTO WS-LOST-DATE
           IF WS-LOST-DATE >= WS-PARM-DATE-FROM
              AND WS-LOST-DATE <= WS-PARM-DATE-TO
              AND WS-LOST-DATE <= WS-RUN-DATE
              PERFORM PROCESS-HELD-ORDER
           END-IF.

       PROCESS-HELD-ORDER.
           MOVE 7 TO WS-EV-CAUSE
           MOVE HOLD-C-NO TO WS-EV-C-NO
           MOVE HOLD-O-NO TO ITE-O-NO
           EXEC SQL
              OPEN CHOLDL
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CHOLDL
           PERFORM UNTIL SQLCODE = +100
              MOVE ITE-P-NO     TO WS-EV-P-NO
              MOVE ITE-QUANTITY TO WS-EV-QTY
              MOVE ITE-PRICE    TO WS-EV-PRICE
              PERFORM RECORD-LOST-LINE
              PERFORM FETCH-CHOLDL
           END-PERFORM
           EXEC SQL
              CLOSE CHOLDL
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-CHOLDL.
           EXEC SQL
              FETCH CHOLDL
              INTO :ITE-P-NO, :ITE-QUANTITY, :ITE-PRICE
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * CUMUL D'UNE LIGNE PERDUE PAR CAUSE, *
      * PRODUIT ET CLIENT                   *
      ***************************************
       RECORD-LOST-LINE.
           COMPUTE WS-EV-VALUE = WS-EV-QTY * WS-EV-PRICE
           EVALUATE WS-EV-CAUSE
              WHEN 1 THRU 3
                 MOVE 1 TO WS-GROUP
              WHEN 4 THRU 5
                 MOVE 2 TO WS-GROUP
              WHEN 6
                 MOVE 3 TO WS-GROUP
              WHEN OTHER
                 MOVE 4 TO WS-GROUP
           END-EVALUATE
           ADD 1           TO WLC-LINES (WS-EV-CAUSE)
           ADD WS-EV-QTY   TO WLC-QTY (WS-EV-CAUSE)
           ADD WS-EV-VALUE TO WLC-VALUE (WS-EV-CAUSE)
           ADD 1           TO WS-TOT-LINES
           ADD WS-EV-QTY   TO WS-TOT-QTY
           ADD WS-EV-VALUE TO WS-TOT-VALUE
           PERFORM FIND-OR-ADD-PRO
           ADD WS-EV-QTY   TO WLP-QTY (WS-PRO-FOUND-IDX)
           ADD WS-EV-VALUE TO WLP-VALUE (WS-PRO-FOUND-IDX)
           ADD WS-EV-VALUE
               TO WLP-GROUP-VALUE (WS-PRO-FOUND-IDX, WS-GROUP)
           PERFORM FIND-OR-ADD-CUS
           ADD WS-EV-QTY   TO WLU-QTY (WS-CUS-FOUND-IDX)
           ADD WS-EV-VALUE TO WLU-VALUE (WS-CUS-FOUND-IDX)
           ADD WS-EV-VALUE
               TO WLU-GROUP-VALUE (WS-CUS-FOUND-IDX, WS-GROUP).

       FIND-OR-ADD-PRO.
           MOVE ZERO TO WS-PRO-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PRO-COUNT
              IF WLP-P-NO (WS-IDX) = WS-EV-P-NO
                 MOVE WS-IDX TO WS-PRO-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-PRO-FOUND-IDX = ZERO
              IF WS-PRO-COUNT >= 200
                 DISPLAY 'TABLE DES PRODUITS PLEINE (200)'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-PRO-COUNT
              MOVE WS-PRO-COUNT TO WS-PRO-FOUND-IDX
              MOVE WS-EV-P-NO TO WLP-P-NO (WS-PRO-FOUND-IDX)
              MOVE ZERO TO WLP-QTY (WS-PRO-FOUND-IDX)
              MOVE ZERO TO WLP-VALUE (WS-PRO-FOUND-IDX)
              PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                      UNTIL WS-GRP-IDX > 4
                 MOVE ZERO
                   TO WLP-GROUP-VALUE (WS-PRO-FOUND-IDX, WS-GRP-IDX)
              END-PERFORM
           END-IF.

       FIND-OR-ADD-CUS.
           MOVE ZERO TO WS-CUS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CUS-COUNT
              IF WLU-C-NO (WS-IDX) = WS-EV-C-NO
                 MOVE WS-IDX TO WS-CUS-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-CUS-FOUND-IDX = ZERO
              IF WS-CUS-COUNT >= 200
                 DISPLAY 'TABLE DES CLIENTS PLEINE (200)'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-CUS-COUNT
              MOVE WS-CUS-COUNT TO WS-CUS-FOUND-IDX
              MOVE WS-EV-C-NO TO WLU-C-NO (WS-CUS-FOUND-IDX)
              MOVE ZERO TO WLU-QTY (WS-CUS-FOUND-IDX)
              MOVE ZERO TO WLU-VALUE (WS-CUS-FOUND-IDX)
              PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                      UNTIL WS-GRP-IDX > 4
                 MOVE ZERO
                   TO WLU-GROUP-VALUE (WS-CUS-FOUND-IDX, WS-GRP-IDX)
              END-PERFORM
           END-IF.

      ***************************************
      * EDITION DU RAPPORT                  *
      ***************************************
       OPEN-FILE-RPT.
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FLOSTRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILE-RPT.
           CLOSE RPT.

       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FLOSTRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-REPORT.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'VENTES PERDUES DU '  DELIMITED BY SIZE
                WS-PARM-DATE-FROM     DELIMITED BY SIZE
                ' AU '                DELIMITED BY SIZE
                WS-PARM-DATE-TO       DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-TOT-VALUE TO E-VALUE
           MOVE SPACES TO WS-LINE
           STRING
                'VALEUR TOTALE AU PRIX FACTURABLE : ' DELIMITED BY SIZE
                E-VALUE                              DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'CAUSE                          LIGNES    QTE'
                TO WS-LINE
           MOVE '       VALEUR' TO WS-LINE(45:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 7
              PERFORM WRITE-CAUSE-LINE
           END-PERFORM
           MOVE SPACES TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'P_NO    QTE    RUPTURE      DEVIS ANNULATION'
                TO WS-LINE
           MOVE '     CREDIT         TOTAL' TO WS-LINE(45:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PRO-COUNT
              PERFORM WRITE-PRO-LINE
           END-PERFORM
           MOVE SPACES TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'C_NO    QTE    RUPTURE      DEVIS ANNULATION'
                TO WS-LINE
           MOVE '     CREDIT         TOTAL' TO WS-LINE(45:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CUS-COUNT
              PERFORM WRITE-CUS-LINE
           END-PERFORM.

       WRITE-CAUSE-LINE.
           MOVE WLC-LINES (WS-IDX) TO E-LINES
           MOVE WLC-QTY (WS-IDX)   TO E-QTY
           MOVE WLC-VALUE (WS-IDX) TO E-VALUE
           MOVE SPACES TO WS-LINE
           STRING
                WS-CAUSE-LABEL (WS-IDX) DELIMITED BY SIZE
                E-LINES                 DELIMITED BY SIZE
                ' '                     DELIMITED BY SIZE
                E-QTY                   DELIMITED BY SIZE
                ' '                     DELIMITED BY SIZE
                E-VALUE                 DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-PRO-LINE.
           MOVE SPACES TO WS-LINE
           MOVE WLP-P-NO (WS-IDX) TO WS-LINE(1:4)
           MOVE WLP-QTY (WS-IDX)  TO E-QTY
           MOVE E-QTY TO WS-LINE(6:6)
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > 4
              MOVE WLP-GROUP-VALUE (WS-IDX, WS-GRP-IDX)
                TO E-GROUP-VALUE
              MOVE E-GROUP-VALUE
                TO WS-LINE(WS-GRP-IDX * 11 + 2:10)
           END-PERFORM
           MOVE WLP-VALUE (WS-IDX) TO E-VALUE
           MOVE E-VALUE TO WS-LINE(58:12)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-CUS-LINE.
           MOVE SPACES TO WS-LINE
           MOVE WLU-C-NO (WS-IDX) TO WS-LINE(1:5)
           MOVE WLU-QTY (WS-IDX)  TO E-QTY
           MOVE E-QTY TO WS-LINE(6:6)
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > 4
              MOVE WLU-GROUP-VALUE (WS-IDX, WS-GRP-IDX)
                TO E-GROUP-VALUE
              MOVE E-GROUP-VALUE
                TO WS-LINE(WS-GRP-IDX * 11 + 2:10)
           END-PERFORM
           MOVE WLU-VALUE (WS-IDX) TO E-VALUE
           MOVE E-VALUE TO WS-LINE(58:12)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

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
