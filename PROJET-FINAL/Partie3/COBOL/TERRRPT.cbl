       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TERRRPT.
      **********************************************
      * VENTES PAR SECTEUR DE VENTE SUR UNE PERIODE:*
      * L'HISTORIQUE SALES_HISTORY (NET DES AVOIRS) *
      * EST CUMULE PAR ETAT DE FACTURATION ET PAR   *
      * CLIENT, PUIS CHAQUE CUMUL EST RANGE DANS LE *
      * SECTEUR (TERRITORIES) QUI COUVRE CET ETAT ET*
      * LE CODE POSTAL DU CLIENT - CELUI DE SON     *
      * ADRESSE DE LIVRAISON DANS L'ETAT QUAND LE   *
      * SIEGE EST AILLEURS. LE PLUS ETROIT L'EMPORTE*
      * COMME DANS TERRSEL. CHIFFRE D'AFFAIRES, COUT*
      * ET MARGE PAR SECTEUR AVEC SON TITULAIRE ;   *
      * LES VENTES QU'AUCUN SECTEUR NE COUVRE SONT  *
      * SUR UNE LIGNE HORS SECTEUR.                 *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RPT ASSIGN TO FTERRRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD RPT.
       01 RPT-ENR       PIC X(78).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE TER
           END-EXEC

           EXEC SQL
               INCLUDE SLH
           END-EXEC

           EXEC SQL
               INCLUDE CUS
           END-EXEC

           EXEC SQL
               INCLUDE SHT
           END-EXEC

           EXEC SQL
               INCLUDE EMP
           END-EXEC

       01 WS-FS            PIC XX.
       01 WS-LINE          PIC X(78).

      *** SECTEURS ET LEUR TITULAIRE ***
           EXEC SQL
                DECLARE CTERR CURSOR
                FOR
                SELECT T.TERR_ID, T.DESCRIPTION, T.STATE, T.ZIP_FROM,
                       T.ZIP_TO, T.E_NO, E.LNAME
                FROM TERRITORIES T
                LEFT OUTER JOIN EMPLOYEES E
                ON E.E_NO = T.E_NO
                ORDER BY T.TERR_ID
           END-EXEC

      *** VENTES DE LA PERIODE PAR ETAT ET PAR CLIENT ***
           EXEC SQL
                DECLARE CSALES CURSOR
                FOR
                SELECT STATE, C_NO, SUM(REVENUE), SUM(COST)
                FROM SALES_HISTORY
                WHERE PERIOD = :WS-PARM-PERIOD
                GROUP BY STATE, C_NO
                ORDER BY STATE, C_NO
           END-EXEC
       77 WS-REV-SUM       PIC S9(9)V99 VALUE ZERO.
       77 WS-COST-SUM      PIC S9(9)V99 VALUE ZERO.
       77 WS-ENAME-IND     PIC S9(4) COMP VALUE ZERO.

      *--------------------------------------------------------------
      *  PARAMETRE SYSIN
      *  COL 1-6 : PERIODE (AAAAMM)
      *--------------------------------------------------------------
       01  WS-PARM-CARD.
           05 WS-PARM-PERIOD     PIC X(6).
           05 FILLER             PIC X(14).

      ***************************************
      * TABLE DES SECTEURS                  *
      ***************************************
       01 WS-TER-TABLE.
          05 WS-TER-ENTRY OCCURS 200 TIMES.
             10 WTT-TERR-ID       PIC X(4).
             10 WTT-DESC          PIC X(20).
             10 WTT-STATE         PIC X(2).
             10 WTT-ZIP-FROM      PIC X(5).
             10 WTT-ZIP-TO        PIC X(5).
             10 WTT-E-NO          PIC 9(2).
             10 WTT-LNAME         PIC X(12).
             10 WTT-REVENUE       PIC S9(9)V99 USAGE COMP-3.
             10 WTT-COST          PIC S9(9)V99 USAGE COMP-3.
       77 WS-TER-COUNT       PIC 9(3) VALUE ZERO.
       77 WS-TER-FOUND-IDX   PIC 9(3) VALUE ZERO.
       01 WS-IDX             PIC 9(3) VALUE ZERO.

      ***************************************
      * CUMUL EN COURS DE RANGEMENT         *
      ***************************************
       01 WS-CUR-C-NO        PIC X(5).
       01 WS-CUR-C-NO-N REDEFINES WS-CUR-C-NO PIC 9(5).
       77 WS-CUR-ZIP         PIC X(5).

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-OUT-REVENUE    PIC S9(9)V99 VALUE ZERO.
       77 WS-OUT-COST       PIC S9(9)V99 VALUE ZERO.
       77 WS-OUT-COUNT      PIC 9(5) VALUE ZERO.
       77 WS-TOT-REVENUE    PIC S9(9)V99 VALUE ZERO.
       77 WS-TOT-COST       PIC S9(9)V99 VALUE ZERO.
       77 WS-ROW-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-MARGIN         PIC S9(9)V99 VALUE ZERO.

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-REVENUE         PIC -(7)9,99.
       01 E-COST            PIC -(7)9,99.
       01 E-MARGIN          PIC -(7)9,99.
       01 E-E-NO            PIC 9(2).

       01 WS-ALERT-PGM PIC X(8)  VALUE 'TERRRPT'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - RAPPORT VENTES PAR SECTEUR'.

       PROCEDURE DIVISION.
            PERFORM READ-PARM
            PERFORM OPEN-FILE-RPT
            PERFORM LOAD-TERRITORIES
            PERFORM LOAD-SALES
            PERFORM WRITE-REPORT-HEADER
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-TER-COUNT
               PERFORM WRITE-TERR-LINE
            END-PERFORM
            PERFORM WRITE-REPORT-FOOTER
            PERFORM CLOSE-FILE-RPT
            DISPLAY 'SECTEURS             : ' WS-TER-COUNT
            DISPLAY 'CUMULS ETAT/CLIENT   : ' WS-ROW-COUNT
            DISPLAY 'DONT HORS SECTEUR    : ' WS-OUT-COUNT
            GOBACK.

       READ-PARM.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-PERIOD = SPACES
              DISPLAY 'PERIODE SYSIN ABSENTE (AAAAMM)'
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * OUVERTURE / FERMETURE DES FICHIERS  *
      ***************************************
       OPEN-FILE-RPT.
           OPEN OUTPUT RPT
           IF WS-FS NOT = '00'
              DISPLAY 'ERR OPEN FTERRRPT, FS=' WS-FS
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILE-RPT.
           CLOSE RPT.

      ***************************************
      * CHARGEMENT DES SECTEURS (LE         *
      * TITULAIRE PEUT AVOIR QUITTE         *
      * EMPLOYEES : NOM A BLANC)            *
      ***************************************
       LOAD-TERRITORIES.
           EXEC SQL
              OPEN CTERR
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CTERR
           PERFORM UNTIL SQLCODE = +100
              IF WS-TER-COUNT >= 200
                 DISPLAY 'TABLE DES SECTEURS PLEINE (200)'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-TER-COUNT
              MOVE TER-TERR-ID TO WTT-TERR-ID (WS-TER-COUNT)
              MOVE TER-DESCRIPTION-TEXT TO WTT-DESC (WS-TER-COUNT)
              MOVE TER-STATE    TO WTT-STATE (WS-TER-COUNT)
              MOVE TER-ZIP-FROM TO WTT-ZIP-FROM (WS-TER-COUNT)
              MOVE TER-ZIP-TO   TO WTT-ZIP-TO (WS-TER-COUNT)
              MOVE TER-E-NO     TO WTT-E-NO (WS-TER-COUNT)
              IF WS-ENAME-IND < ZERO
                 MOVE '(INCONNU)' TO WTT-LNAME (WS-TER-COUNT)
              ELSE
                 MOVE EMP-LNAME-TEXT TO WTT-LNAME (WS-TER-COUNT)
              END-IF
              MOVE ZERO TO WTT-REVENUE (WS-TER-COUNT)
              MOVE ZERO TO WTT-COST (WS-TER-COUNT)
              PERFORM FETCH-CTERR
           END-PERFORM
           EXEC SQL
              CLOSE CTERR
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-CTERR.
           MOVE SPACES TO TER-DESCRIPTION-TEXT
           MOVE SPACES TO EMP-LNAME-TEXT
           EXEC SQL
              FETCH CTERR
              INTO :TER-TERR-ID, :TER-DESCRIPTION, :TER-STATE,
                   :TER-ZIP-FROM, :TER-ZIP-TO, :TER-E-NO,
                   :EMP-LNAME :WS-ENAME-IND
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * VENTES DE LA PERIODE : CHAQUE CUMUL *
      * ETAT/CLIENT EST RANGE DANS SON      *
      * SECTEUR OU HORS SECTEUR             *
      ***************************************
       LOAD-SALES.
           EXEC SQL
              OPEN CSALES
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CSALES
           PERFORM UNTIL SQLCODE = +100
              ADD 1 TO WS-ROW-COUNT
              ADD WS-REV-SUM  TO WS-TOT-REVENUE
              ADD WS-COST-SUM TO WS-TOT-COST
              PERFORM GET-SALE-ZIP
              PERFORM FIND-TERRITORY
              IF WS-TER-FOUND-IDX = ZERO
                 ADD 1 TO WS-OUT-COUNT
                 ADD WS-REV-SUM  TO WS-OUT-REVENUE
                 ADD WS-COST-SUM TO WS-OUT-COST
              ELSE
                 ADD WS-REV-SUM  TO WTT-REVENUE (WS-TER-FOUND-IDX)
                 ADD WS-COST-SUM TO WTT-COST (WS-TER-FOUND-IDX)
              END-IF
              PERFORM FETCH-CSALES
           END-PERFORM
           EXEC SQL
              CLOSE CSALES
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-CSALES.
           EXEC SQL
              FETCH CSALES
              INTO :SLH-STATE, :SLH-C-NO, :WS-REV-SUM, :WS-COST-SUM
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * CODE POSTAL DE LA VENTE : CELUI DU  *
      * CLIENT S'IL EST DANS L'ETAT FACTURE,*
      * SINON CELUI DE SA PREMIERE ADRESSE  *
      * DE LIVRAISON DANS CET ETAT          *
      ***************************************
       GET-SALE-ZIP.
           MOVE SPACES TO WS-CUR-ZIP
           MOVE SLH-C-NO TO WS-CUR-C-NO
           IF WS-CUR-C-NO IS NUMERIC
              MOVE WS-CUR-C-NO-N TO CUS-C-NO
              EXEC SQL
                   SELECT STATE, ZIP
                   INTO  :CUS-STATE, :CUS-ZIP
                   FROM  CUSTOMERS
                   WHERE C_NO = :CUS-C-NO
              END-EXEC
              PERFORM TEST-SQLCODE
              IF SQLCODE = ZERO AND CUS-STATE = SLH-STATE
                 MOVE CUS-ZIP TO WS-CUR-ZIP
              ELSE
                 MOVE WS-CUR-C-NO-N TO SHT-C-NO
                 MOVE SLH-STATE TO SHT-STATE
                 EXEC SQL
                      SELECT ZIP
                      INTO  :SHT-ZIP
                      FROM  SHIPTO
                      WHERE C_NO = :SHT-C-NO
                      AND   STATE = :SHT-STATE
                      ORDER BY SHIPTO_ID
                      FETCH FIRST 1 ROW ONLY
                 END-EXEC
                 PERFORM TEST-SQLCODE
                 IF SQLCODE = ZERO
                    MOVE SHT-ZIP TO WS-CUR-ZIP
                 END-IF
              END-IF
           END-IF.

      ***************************************
      * SECTEUR LE PLUS ETROIT QUI COUVRE   *
      * L'ETAT ET LE CODE POSTAL (MEME      *
      * REGLE QUE TERRSEL) - ZERO = HORS    *
      * SECTEUR                             *
      ***************************************
       FIND-TERRITORY.
           MOVE ZERO TO WS-TER-FOUND-IDX
           IF WS-CUR-ZIP NOT = SPACES
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > WS-TER-COUNT
                 IF WTT-STATE (WS-IDX) = SLH-STATE
                    AND WTT-ZIP-FROM (WS-IDX) <= WS-CUR-ZIP
                    AND WTT-ZIP-TO (WS-IDX) >= WS-CUR-ZIP
                    IF WS-TER-FOUND-IDX = ZERO
                       MOVE WS-IDX TO WS-TER-FOUND-IDX
                    ELSE
                       IF WTT-ZIP-FROM (WS-IDX) >
                          WTT-ZIP-FROM (WS-TER-FOUND-IDX)
                       OR (WTT-ZIP-FROM (WS-IDX) =
                           WTT-ZIP-FROM (WS-TER-FOUND-IDX)
                           AND WTT-ZIP-TO (WS-IDX) <
                               WTT-ZIP-TO (WS-TER-FOUND-IDX))
                          MOVE WS-IDX TO WS-TER-FOUND-IDX
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

      ***************************************
      * ECRITURE DU RAPPORT                 *
      ***************************************
       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS NOT = '00'
              DISPLAY 'ERR WRITE FTERRRPT, FS=' WS-FS
              PERFORM ABEND-PROG
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'VENTES PAR SECTEUR PERIODE ' DELIMITED BY SIZE
                WS-PARM-PERIOD                DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           MOVE 'SECT DESCRIPTION          VENDEUR' TO WS-LINE(1:33)
           MOVE '         CA        COUT       MARGE'
             TO WS-LINE(43:35)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-TERR-LINE.
           MOVE WTT-REVENUE (WS-IDX) TO E-REVENUE
           MOVE WTT-COST (WS-IDX)    TO E-COST
           COMPUTE WS-MARGIN = WTT-REVENUE (WS-IDX)
                             - WTT-COST (WS-IDX)
           MOVE WS-MARGIN TO E-MARGIN
           MOVE WTT-E-NO (WS-IDX) TO E-E-NO
           MOVE SPACES TO WS-LINE
           STRING
                WTT-TERR-ID (WS-IDX) DELIMITED BY SIZE
                ' '                  DELIMITED BY SIZE
                WTT-DESC (WS-IDX)    DELIMITED BY SIZE
                ' '                  DELIMITED BY SIZE
                E-E-NO               DELIMITED BY SIZE
                ' '                  DELIMITED BY SIZE
                WTT-LNAME (WS-IDX)   DELIMITED BY SIZE
                ' '                  DELIMITED BY SIZE
                E-REVENUE            DELIMITED BY SIZE
                ' '                  DELIMITED BY SIZE
                E-COST               DELIMITED BY SIZE
                ' '                  DELIMITED BY SIZE
                E-MARGIN             DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-REPORT-FOOTER.
           MOVE '------------------------------------------------'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-OUT-REVENUE TO E-REVENUE
           MOVE WS-OUT-COST    TO E-COST
           COMPUTE WS-MARGIN = WS-OUT-REVENUE - WS-OUT-COST
           MOVE WS-MARGIN TO E-MARGIN
           MOVE SPACES TO WS-LINE
           MOVE 'HORS SECTEUR' TO WS-LINE(1:12)
           MOVE E-REVENUE TO WS-LINE(43:11)
           MOVE E-COST    TO WS-LINE(55:11)
           MOVE E-MARGIN  TO WS-LINE(67:11)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-TOT-REVENUE TO E-REVENUE
           MOVE WS-TOT-COST    TO E-COST
           COMPUTE WS-MARGIN = WS-TOT-REVENUE - WS-TOT-COST
           MOVE WS-MARGIN TO E-MARGIN
           MOVE SPACES TO WS-LINE
           MOVE 'TOTAL GENERAL' TO WS-LINE(1:13)
           MOVE E-REVENUE TO WS-LINE(43:11)
           MOVE E-COST    TO WS-LINE(55:11)
           MOVE E-MARGIN  TO WS-LINE(67:11)
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

      ***************************************
      * ABEND-PROG                          *
      ***************************************
       ABEND-PROG.
           DISPLAY 'ANOMALIE GRAVE'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
