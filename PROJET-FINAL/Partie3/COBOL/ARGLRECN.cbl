       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ARGLRECN.
      **********************************************
      * RAPPROCHEMENT MENSUEL DU GRAND LIVRE        *
      * AUXILIAIRE CLIENTS (AR_LEDGER) AVEC LE      *
      * COMPTE COLLECTIF CLIENTS DE LA REMISE       *
      * COMPTABLE (FGLPOST) : LE COMPTE CLIENTS     *
      * (1100) ET SES DEUX SOUS-COMPTES QUE LE      *
      * SOLDE CLIENT PORTE AUSSI (PRELEVEMENTS EN   *
      * COURS 1150, ENCAISSEMENTS NON AFFECTES      *
      * 1190). POUR LA PERIODE, LE MOUVEMENT        *
      * AUXILIAIRE PAR TYPE DE PIECE EST MIS EN     *
      * REGARD DES ECRITURES DU COMPTE PAR          *
      * PROGRAMME EMETTEUR (GLP-SOURCE), PUIS LES   *
      * DEUX COTES SONT RAPPROCHES PIECE PAR PIECE  *
      * (DOC_NO = GLP-INVOICE-NO) : TOUTE PIECE     *
      * PRESENTE D'UN SEUL COTE OU POUR UN MONTANT  *
      * DIFFERENT EST LISTEE. L'ECART DE CLOTURE    *
      * EST PROUVE : ECART D'OUVERTURE + ECARTS DES *
      * PIECES LISTEES, LE NON EXPLIQUE DOIT ETRE   *
      * NUL. ETAT SUR FARGLREC.                     *
      * RC 04 SI L'ECART DE CLOTURE N'EST PAS NUL,  *
      * RC 08 SI UNE PARTIE N'EST PAS EXPLIQUEE.    *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT GLP ASSIGN TO FGLPOST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-GLP.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
            SELECT RPT ASSIGN TO FARGLREC
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD GLP.
       COPY GLPOST.
       FD PARAMS.
       COPY PARAMREC.
       FD RPT.
       01 RPT-ENR      PIC X(78).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE ARL
           END-EXEC

       77 WS-FS-GLP         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 FF-GLP            PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).

      ***************************************
      * PARAMETRE SYSIN                     *
      * COL 1-6 : PERIODE A RAPPROCHER      *
      *           AAAAMM (BLANC/ZERO = MOIS *
      *           PRECEDENT LA DATE DU JOUR)*
      ***************************************
       01 WS-SYSIN.
          05 WS-PERIOD-CARD PIC X(6).
       01 WS-PERIOD.
          05 WS-PERIOD-YYYY PIC 9(4).
          05 WS-PERIOD-MM   PIC 9(2).
       77 WS-FROM-DATE      PIC X(10) VALUE SPACES.
       77 WS-TO-DATE        PIC X(10) VALUE SPACES.

       01 WS-RUN-DATE-NUM.
          05 WS-RUN-YYYY    PIC 9(4).
          05 WS-RUN-MM      PIC 9(2).
          05 WS-RUN-DD      PIC 9(2).

      ***************************************
      * COMPTES DU GRAND LIVRE : REPLIS     *
      * COMPILES, REMPLACES PAR LES FICHES  *
      * GLACCT-xx DE FPARAMS                *
      ***************************************
       77 WS-FS-PRM         PIC XX.
       77 WS-PRM-FOUND      PIC X VALUE 'N'.
       01 WS-GL-ACCOUNTS.
          05 WS-GL-AR        PIC X(10) VALUE '1100'.
          05 WS-GL-DDC       PIC X(10) VALUE '1150'.
          05 WS-GL-UNA       PIC X(10) VALUE '1190'.

      ***************************************
      * PIECES DE LA PERIODE : D'ABORD      *
      * CELLES DU GRAND LIVRE AUXILIAIRE,   *
      * DANS L'ORDRE DES NUMEROS (RECHERCHE *
      * DICHOTOMIQUE), PUIS A LA SUITE      *
      * CELLES QUE SEUL FGLPOST CONNAIT.    *
      * TYPE '*' = PLUSIEURS TYPES SOUS LE  *
      * MEME NUMERO, ' ' = HORS AUXILIAIRE  *
      ***************************************
       01 WS-DOC-TABLE.
          05 WS-DOC-ENTRY OCCURS 20000 TIMES.
             10 WDC-DOC-NO        PIC 9(9).
             10 WDC-TYPE          PIC X.
             10 WDC-IN-ARL        PIC X.
             10 WDC-IN-GL         PIC X.
             10 WDC-ARL-AMT       PIC S9(11)V99.
             10 WDC-GL-AMT        PIC S9(11)V99.
       77 WS-DOC-COUNT       PIC 9(5) COMP VALUE ZERO.
       77 WS-ARL-DOC-COUNT   PIC 9(5) COMP VALUE ZERO.
       77 WS-DOC-FOUND-IDX   PIC 9(5) COMP VALUE ZERO.
       77 WS-DOC-IDX         PIC 9(5) COMP VALUE ZERO.
       77 WS-LOW             PIC 9(5) COMP VALUE ZERO.
       77 WS-HIGH            PIC 9(5) COMP VALUE ZERO.
       77 WS-MID             PIC 9(5) COMP VALUE ZERO.

      ***************************************
      * MOUVEMENT PAR TYPE DE PIECE : COTE  *
      * AUXILIAIRE ET COTE GRAND LIVRE      *
      * (ECRITURES DES PIECES DE CE TYPE)   *
      ***************************************
       01 WS-TYP-TABLE.
          05 WS-TYP-ENTRY OCCURS 8 TIMES.
             10 WTY-TYPE          PIC X.
             10 WTY-LABEL         PIC X(18).
             10 WTY-ARL-AMT       PIC S9(11)V99.
             10 WTY-GL-AMT        PIC S9(11)V99.
       77 WS-TYP-COUNT       PIC 9(2) VALUE 8.
       77 WS-TYP-FOUND-IDX   PIC 9(2) VALUE ZERO.
       01 WS-IDX             PIC 9(3) VALUE ZERO.

      ***************************************
      * ECRITURES DU COMPTE PAR PROGRAMME   *
      * EMETTEUR ET PAR COMPTE              *
      ***************************************
       01 WS-SRC-TABLE.
          05 WS-SRC-ENTRY OCCURS 50 TIMES.
             10 WSR-SOURCE        PIC X(8).
             10 WSR-COUNT         PIC 9(7).
             10 WSR-AMT           PIC S9(11)V99.
       77 WS-SRC-COUNT       PIC 9(3) VALUE ZERO.
       77 WS-SRC-FOUND-IDX   PIC 9(3) VALUE ZERO.
       77 WS-SUM-GL-AR       PIC S9(11)V99 VALUE ZERO.
       77 WS-SUM-GL-DDC      PIC S9(11)V99 VALUE ZERO.
       77 WS-SUM-GL-UNA      PIC S9(11)V99 VALUE ZERO.

      ***************************************
      * SOLDES ET ELEMENTS DE PREUVE        *
      ***************************************
       77 WS-GL-SIGNED       PIC S9(11)V99 VALUE ZERO.
       77 WS-TYPE-SUM        PIC S9(11)V99 VALUE ZERO.
       77 WS-ARL-OPENING     PIC S9(11)V99 VALUE ZERO.
       77 WS-GL-OPENING      PIC S9(11)V99 VALUE ZERO.
       77 WS-ARL-MONTH       PIC S9(11)V99 VALUE ZERO.
       77 WS-GL-MONTH        PIC S9(11)V99 VALUE ZERO.
       77 WS-ARL-CLOSING     PIC S9(11)V99 VALUE ZERO.
       77 WS-GL-CLOSING      PIC S9(11)V99 VALUE ZERO.
       77 WS-ECART-OPENING   PIC S9(11)V99 VALUE ZERO.
       77 WS-ECART-CLOSING   PIC S9(11)V99 VALUE ZERO.
       77 WS-ECART-DOCS      PIC S9(11)V99 VALUE ZERO.
       77 WS-ECART-UNEXPL    PIC S9(11)V99 VALUE ZERO.
       77 WS-DOC-ECART       PIC S9(11)V99 VALUE ZERO.
       77 WS-GL-LINE-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-MATCHED-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-UNMATCHED-COUNT PIC 9(7) VALUE ZERO.

      *** MOUVEMENT DE LA PERIODE PAR PIECE ET TYPE ***
           EXEC SQL
                DECLARE CDOCS CURSOR
                FOR
                SELECT DOC_NO, DOC_TYPE, SUM(AMOUNT)
                FROM AR_LEDGER
                WHERE DOC_DATE >= :WS-FROM-DATE
                AND DOC_DATE <= :WS-TO-DATE
                GROUP BY DOC_NO, DOC_TYPE
                ORDER BY DOC_NO, DOC_TYPE
           END-EXEC

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-AMOUNT          PIC Z(9)9,99-.
       01 E-AMOUNT-2        PIC Z(9)9,99-.
       01 E-AMOUNT-3        PIC Z(9)9,99-.
       01 E-COUNT           PIC Z(6)9.
       01 E-DOC-NO          PIC 9(9).

       01 WS-ALERT-PGM PIC X(8)  VALUE 'ARGLRECN'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - RAPPROCHEMENT AUXILIAIRE / GL'.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            PERFORM READ-PARM
            PERFORM GET-PARAMETERS
            PERFORM INIT-TYPE-TABLE
            PERFORM LOAD-LEDGER-DOCUMENTS
            PERFORM GET-LEDGER-OPENING
            PERFORM LOAD-GL-POSTINGS
            PERFORM MATCH-DOCUMENTS
            PERFORM COMPUTE-PROOF
            PERFORM OPEN-FILE-RPT
            PERFORM WRITE-RECONCILIATION
            PERFORM CLOSE-FILE-RPT
            PERFORM WRITE-BATCH-SUMMARY
            GOBACK.

      ***************************************
      * PERIODE A RAPPROCHER : CARTE SYSIN  *
      * OU MOIS PRECEDENT PAR DEFAUT        *
      ***************************************
       READ-PARM.
           MOVE SPACES TO WS-SYSIN
           ACCEPT WS-SYSIN FROM SYSIN
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           IF WS-PERIOD-CARD NOT = SPACES
              AND WS-PERIOD-CARD NOT = '000000'
              MOVE WS-PERIOD-CARD TO WS-PERIOD
           ELSE
              MOVE WS-RUN-YYYY TO WS-PERIOD-YYYY
              MOVE WS-RUN-MM   TO WS-PERIOD-MM
              IF WS-PERIOD-MM = 1
                 SUBTRACT 1 FROM WS-PERIOD-YYYY
                 MOVE 12 TO WS-PERIOD-MM
              ELSE
                 SUBTRACT 1 FROM WS-PERIOD-MM
              END-IF
           END-IF
      *    BORNES DU MOIS EN TEXTE ISO : '-31' COUVRE TOUS LES
      *    JOURS POSSIBLES EN COMPARAISON DE CHAINES
           MOVE SPACES TO WS-FROM-DATE
           STRING
                WS-PERIOD(1:4) DELIMITED BY SIZE
                '-'            DELIMITED BY SIZE
                WS-PERIOD(5:2) DELIMITED BY SIZE
                '-01'          DELIMITED BY SIZE
           INTO WS-FROM-DATE
           MOVE SPACES TO WS-TO-DATE
           STRING
                WS-PERIOD(1:4) DELIMITED BY SIZE
                '-'            DELIMITED BY SIZE
                WS-PERIOD(5:2) DELIMITED BY SIZE
                '-31'          DELIMITED BY SIZE
           INTO WS-TO-DATE.

      ***************************************
      * COMPTES DU GRAND LIVRE DEPUIS LE    *
      * FICHIER DE PARAMETRES CENTRAL       *
      ***************************************
       GET-PARAMETERS.
           OPEN INPUT PARAMS
           IF WS-FS-PRM NOT = '00'
              DISPLAY 'FPARAMS ABSENT - VALEURS COMPILEES'
           ELSE
              MOVE 'GLACCT-AR ' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-AR
              END-IF
              MOVE 'GLACCT-DDC' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-DDC
              END-IF
              MOVE 'GLACCT-UNA' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-UNA
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
      * TYPES DE PIECE DU GRAND LIVRE       *
      * AUXILIAIRE ET LEURS LIBELLES        *
      ***************************************
       INIT-TYPE-TABLE.
           MOVE 'I' TO WTY-TYPE (1)
           MOVE 'FACTURES (I)'       TO WTY-LABEL (1)
           MOVE 'C' TO WTY-TYPE (2)
           MOVE 'AVOIRS (C)'         TO WTY-LABEL (2)
           MOVE 'P' TO WTY-TYPE (3)
           MOVE 'ENCAISSEMENTS (P)'  TO WTY-LABEL (3)
           MOVE 'A' TO WTY-TYPE (4)
           MOVE 'AJUSTEMENTS (A)'    TO WTY-LABEL (4)
           MOVE 'W' TO WTY-TYPE (5)
           MOVE 'PERTES (W)'         TO WTY-LABEL (5)
           MOVE 'R' TO WTY-TYPE (6)
           MOVE 'REMBOURSEMENTS (R)' TO WTY-LABEL (6)
           MOVE '*' TO WTY-TYPE (7)
           MOVE 'PIECES MIXTES (*)'  TO WTY-LABEL (7)
           MOVE ' ' TO WTY-TYPE (8)
           MOVE 'HORS AUXILIAIRE'    TO WTY-LABEL (8)
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TYP-COUNT
              MOVE ZERO TO WTY-ARL-AMT (WS-IDX)
              MOVE ZERO TO WTY-GL-AMT (WS-IDX)
           END-PERFORM.

      ***************************************
      * PIECES DU GRAND LIVRE AUXILIAIRE    *
      * POUR LA PERIODE, PAR NUMERO         *
      * CROISSANT : UNE ENTREE PAR NUMERO,  *
      * LES TYPES SE CUMULENT               *
      ***************************************
       LOAD-LEDGER-DOCUMENTS.
           EXEC SQL
              OPEN CDOCS
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CDOCS
           PERFORM UNTIL SQLCODE = +100
              PERFORM ADD-LEDGER-DOCUMENT
              PERFORM FETCH-CDOCS
           END-PERFORM
           EXEC SQL
              CLOSE CDOCS
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE WS-DOC-COUNT TO WS-ARL-DOC-COUNT.

       FETCH-CDOCS.
           EXEC SQL
              FETCH CDOCS
              INTO :ARL-DOC-NO, :ARL-DOC-TYPE, :WS-TYPE-SUM
           END-EXEC
           PERFORM TEST-SQLCODE.

       ADD-LEDGER-DOCUMENT.
           ADD WS-TYPE-SUM TO WS-ARL-MONTH
           IF WS-DOC-COUNT > ZERO
              AND WDC-DOC-NO (WS-DOC-COUNT) = ARL-DOC-NO
              IF WDC-TYPE (WS-DOC-COUNT) NOT = ARL-DOC-TYPE
                 MOVE '*' TO WDC-TYPE (WS-DOC-COUNT)
              END-IF
              ADD WS-TYPE-SUM TO WDC-ARL-AMT (WS-DOC-COUNT)
           ELSE
              IF WS-DOC-COUNT >= 20000
                 DISPLAY 'TABLE DES PIECES PLEINE (20000)'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-DOC-COUNT
              MOVE ARL-DOC-NO   TO WDC-DOC-NO (WS-DOC-COUNT)
              MOVE ARL-DOC-TYPE TO WDC-TYPE (WS-DOC-COUNT)
              MOVE 'Y'          TO WDC-IN-ARL (WS-DOC-COUNT)
              MOVE 'N'          TO WDC-IN-GL (WS-DOC-COUNT)
              MOVE WS-TYPE-SUM  TO WDC-ARL-AMT (WS-DOC-COUNT)
              MOVE ZERO         TO WDC-GL-AMT (WS-DOC-COUNT)
           END-IF
      *    LE MOUVEMENT PAR TYPE SE CUMULE SUR LE TYPE DE LA LIGNE,
      *    PAS SUR CELUI (EVENTUELLEMENT MIXTE) DE LA PIECE
           MOVE ZERO TO WS-TYP-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 6
              IF WTY-TYPE (WS-IDX) = ARL-DOC-TYPE
                 MOVE WS-IDX TO WS-TYP-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-TYP-FOUND-IDX = ZERO
              DISPLAY 'TYPE DE PIECE INATTENDU : ' ARL-DOC-TYPE
                      ' PIECE ' ARL-DOC-NO
              MOVE 7 TO WS-TYP-FOUND-IDX
              MOVE '*' TO WDC-TYPE (WS-DOC-COUNT)
           END-IF
           ADD WS-TYPE-SUM TO WTY-ARL-AMT (WS-TYP-FOUND-IDX).

      ***************************************
      * SOLDE AUXILIAIRE A L'OUVERTURE :    *
      * TOUT CE QUI PRECEDE LA PERIODE      *
      ***************************************
       GET-LEDGER-OPENING.
           EXEC SQL
              SELECT VALUE(SUM(AMOUNT), 0)
                INTO :WS-ARL-OPENING
                FROM AR_LEDGER
               WHERE DOC_DATE < :WS-FROM-DATE
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * ECRITURES FGLPOST DES COMPTES       *
      * CLIENTS : AVANT LA PERIODE = SOLDE  *
      * D'OUVERTURE, DANS LA PERIODE =      *
      * MOUVEMENT PAR ORIGINE, PAR COMPTE   *
      * ET PAR PIECE. DEBIT POSITIF, CREDIT *
      * NEGATIF, COMME AR_LEDGER            *
      ***************************************
       LOAD-GL-POSTINGS.
           OPEN INPUT GLP
           IF WS-FS-GLP NOT = '00'
              DISPLAY 'ERR OPEN FGLPOST, FS=' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-FILE-GLP
           PERFORM UNTIL FF-GLP = 1
              IF GLP-ACCOUNT = WS-GL-AR
                 OR GLP-ACCOUNT = WS-GL-DDC
                 OR GLP-ACCOUNT = WS-GL-UNA
                 IF GLP-DEBIT
                    MOVE GLP-AMOUNT TO WS-GL-SIGNED
                 ELSE
                    COMPUTE WS-GL-SIGNED = ZERO - GLP-AMOUNT
                 END-IF
                 IF GLP-DATE < WS-FROM-DATE
                    ADD WS-GL-SIGNED TO WS-GL-OPENING
                 ELSE
                    IF GLP-DATE NOT > WS-TO-DATE
                       PERFORM ADD-GL-POSTING
                    END-IF
                 END-IF
              END-IF
              PERFORM READ-FILE-GLP
           END-PERFORM
           CLOSE GLP.

       READ-FILE-GLP.
           READ GLP AT END
               MOVE 1 TO FF-GLP
           END-READ.

       ADD-GL-POSTING.
           ADD 1 TO WS-GL-LINE-COUNT
           ADD WS-GL-SIGNED TO WS-GL-MONTH
           EVALUATE GLP-ACCOUNT
              WHEN WS-GL-AR
                 ADD WS-GL-SIGNED TO WS-SUM-GL-AR
              WHEN WS-GL-DDC
                 ADD WS-GL-SIGNED TO WS-SUM-GL-DDC
              WHEN OTHER
                 ADD WS-GL-SIGNED TO WS-SUM-GL-UNA
           END-EVALUATE
           PERFORM FIND-OR-ADD-SOURCE
           ADD 1 TO WSR-COUNT (WS-SRC-FOUND-IDX)
           ADD WS-GL-SIGNED TO WSR-AMT (WS-SRC-FOUND-IDX)
           PERFORM FIND-OR-ADD-DOCUMENT
           MOVE 'Y' TO WDC-IN-GL (WS-DOC-FOUND-IDX)
           ADD WS-GL-SIGNED TO WDC-GL-AMT (WS-DOC-FOUND-IDX).

      ***************************************
      * ORIGINE DE L'ECRITURE : LES LIGNES  *
      * ANTERIEURES A GLP-SOURCE SORTENT EN *
      * 'INCONNU'                           *
      ***************************************
       FIND-OR-ADD-SOURCE.
           IF GLP-SOURCE = SPACES OR GLP-SOURCE = LOW-VALUES
              MOVE 'INCONNU' TO GLP-SOURCE
           END-IF
           MOVE ZERO TO WS-SRC-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SRC-COUNT
              IF WSR-SOURCE (WS-IDX) = GLP-SOURCE
                 MOVE WS-IDX TO WS-SRC-FOUND-IDX
                 MOVE WS-SRC-COUNT TO WS-IDX
              END-IF
           END-PERFORM
           IF WS-SRC-FOUND-IDX = ZERO
              IF WS-SRC-COUNT >= 50
                 DISPLAY 'TABLE DES ORIGINES PLEINE (50)'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-SRC-COUNT
              MOVE WS-SRC-COUNT TO WS-SRC-FOUND-IDX
              MOVE GLP-SOURCE TO WSR-SOURCE (WS-SRC-FOUND-IDX)
              MOVE ZERO       TO WSR-COUNT (WS-SRC-FOUND-IDX)
              MOVE ZERO       TO WSR-AMT (WS-SRC-FOUND-IDX)
           END-IF.

      ***************************************
      * PIECE DE L'ECRITURE : DICHOTOMIE    *
      * SUR LES PIECES AUXILIAIRES (TRIEES  *
      * PAR LE CURSEUR), PUIS PARCOURS DES  *
      * PIECES HORS AUXILIAIRE, AJOUT SI    *
      * ELLE N'Y EST PAS                    *
      ***************************************
       FIND-OR-ADD-DOCUMENT.
           MOVE ZERO TO WS-DOC-FOUND-IDX
           MOVE 1 TO WS-LOW
           MOVE WS-ARL-DOC-COUNT TO WS-HIGH
           PERFORM UNTIL WS-LOW > WS-HIGH
              COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
              EVALUATE TRUE
                 WHEN WDC-DOC-NO (WS-MID) = GLP-INVOICE-NO
                    MOVE WS-MID TO WS-DOC-FOUND-IDX
                    COMPUTE WS-LOW = WS-HIGH + 1
                 WHEN WDC-DOC-NO (WS-MID) < GLP-INVOICE-NO
                    COMPUTE WS-LOW = WS-MID + 1
                 WHEN OTHER
                    COMPUTE WS-HIGH = WS-MID - 1
              END-EVALUATE
           END-PERFORM
           IF WS-DOC-FOUND-IDX = ZERO
              PERFORM VARYING WS-DOC-IDX FROM WS-ARL-DOC-COUNT BY 1
                      UNTIL WS-DOC-IDX >= WS-DOC-COUNT
                 IF WDC-DOC-NO (WS-DOC-IDX + 1) = GLP-INVOICE-NO
                    COMPUTE WS-DOC-FOUND-IDX = WS-DOC-IDX + 1
                    MOVE WS-DOC-COUNT TO WS-DOC-IDX
                 END-IF
              END-PERFORM
           END-IF
           IF WS-DOC-FOUND-IDX = ZERO
              IF WS-DOC-COUNT >= 20000
                 DISPLAY 'TABLE DES PIECES PLEINE (20000)'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-DOC-COUNT
              MOVE WS-DOC-COUNT   TO WS-DOC-FOUND-IDX
              MOVE GLP-INVOICE-NO TO WDC-DOC-NO (WS-DOC-FOUND-IDX)
              MOVE ' '            TO WDC-TYPE (WS-DOC-FOUND-IDX)
              MOVE 'N'            TO WDC-IN-ARL (WS-DOC-FOUND-IDX)
              MOVE ZERO           TO WDC-ARL-AMT (WS-DOC-FOUND-IDX)
              MOVE ZERO           TO WDC-GL-AMT (WS-DOC-FOUND-IDX)
           END-IF.

      ***************************************
      * RAPPROCHEMENT PIECE PAR PIECE ET    *
      * MOUVEMENT GRAND LIVRE RANGE SOUS LE *
      * TYPE DE LA PIECE                    *
      ***************************************
       MATCH-DOCUMENTS.
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-DOC-COUNT
              MOVE 8 TO WS-TYP-FOUND-IDX
              PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > 7
                 IF WTY-TYPE (WS-IDX) = WDC-TYPE (WS-DOC-IDX)
                    MOVE WS-IDX TO WS-TYP-FOUND-IDX
                 END-IF
              END-PERFORM
              ADD WDC-GL-AMT (WS-DOC-IDX)
               TO WTY-GL-AMT (WS-TYP-FOUND-IDX)
              IF WDC-ARL-AMT (WS-DOC-IDX) = WDC-GL-AMT (WS-DOC-IDX)
                 ADD 1 TO WS-MATCHED-COUNT
              ELSE
                 ADD 1 TO WS-UNMATCHED-COUNT
                 COMPUTE WS-ECART-DOCS = WS-ECART-DOCS
                         + WDC-ARL-AMT (WS-DOC-IDX)
                         - WDC-GL-AMT (WS-DOC-IDX)
              END-IF
           END-PERFORM.

      ***************************************
      * PREUVE : ECART DE CLOTURE = ECART   *
      * D'OUVERTURE + ECARTS DES PIECES     *
      * LISTEES. LE RESTE (NON EXPLIQUE)    *
      * DOIT ETRE NUL                       *
      ***************************************
       COMPUTE-PROOF.
           COMPUTE WS-ARL-CLOSING = WS-ARL-OPENING + WS-ARL-MONTH
           COMPUTE WS-GL-CLOSING  = WS-GL-OPENING + WS-GL-MONTH
           COMPUTE WS-ECART-OPENING = WS-ARL-OPENING - WS-GL-OPENING
           COMPUTE WS-ECART-CLOSING = WS-ARL-CLOSING - WS-GL-CLOSING
           COMPUTE WS-ECART-UNEXPL = WS-ECART-CLOSING
                   - WS-ECART-OPENING - WS-ECART-DOCS
           IF WS-ECART-CLOSING NOT = ZERO
              DISPLAY 'ECART AUXILIAIRE / GRAND LIVRE A LA CLOTURE : '
                      WS-ECART-CLOSING
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ECART-UNEXPL NOT = ZERO
              DISPLAY 'ECART NON EXPLIQUE : ' WS-ECART-UNEXPL
              MOVE 8 TO RETURN-CODE
           END-IF.

      ***************************************
      * ETAT DE RAPPROCHEMENT               *
      ***************************************
       OPEN-FILE-RPT.
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FARGLREC, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILE-RPT.
           CLOSE RPT.

       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FARGLREC, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-AMOUNT-LINE.
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-SEPARATOR.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-RECONCILIATION.
           PERFORM WRITE-SEPARATOR
           MOVE SPACES TO WS-LINE
           STRING
                'RAPPROCHEMENT AUXILIAIRE CLIENTS / GRAND LIVRE - '
                             DELIMITED BY SIZE
                WS-PERIOD    DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE SPACES TO WS-LINE
           STRING
                'COMPTES '   DELIMITED BY SIZE
                WS-GL-AR     DELIMITED BY SPACE
                ' '          DELIMITED BY SIZE
                WS-GL-DDC    DELIMITED BY SPACE
                ' '          DELIMITED BY SIZE
                WS-GL-UNA    DELIMITED BY SPACE
           INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           PERFORM WRITE-SEPARATOR
           PERFORM WRITE-TYPE-SECTION
           PERFORM WRITE-SOURCE-SECTION
           PERFORM WRITE-DOCUMENT-SECTION
           PERFORM WRITE-PROOF-SECTION.

      *** MOUVEMENT PAR TYPE : AUXILIAIRE EN REGARD DU GL ***
       WRITE-TYPE-SECTION.
           MOVE 'MOUVEMENT PAR TYPE' TO RPT-ENR
           MOVE 'AUXILIAIRE'  TO RPT-ENR(25:10)
           MOVE 'GRAND LIVRE' TO RPT-ENR(39:11)
           MOVE 'ECART'       TO RPT-ENR(60:5)
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TYP-COUNT
              IF WTY-ARL-AMT (WS-IDX) NOT = ZERO
                 OR WTY-GL-AMT (WS-IDX) NOT = ZERO
                 MOVE WTY-ARL-AMT (WS-IDX) TO E-AMOUNT
                 MOVE WTY-GL-AMT (WS-IDX)  TO E-AMOUNT-2
                 COMPUTE E-AMOUNT-3 = WTY-ARL-AMT (WS-IDX)
                         - WTY-GL-AMT (WS-IDX)
                 MOVE SPACES TO WS-LINE
                 STRING
                      WTY-LABEL (WS-IDX) DELIMITED BY SIZE
                      '  '               DELIMITED BY SIZE
                      E-AMOUNT           DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      E-AMOUNT-2         DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      E-AMOUNT-3         DELIMITED BY SIZE
                 INTO WS-LINE
                 PERFORM WRITE-AMOUNT-LINE
              END-IF
           END-PERFORM
           MOVE WS-ARL-MONTH TO E-AMOUNT
           MOVE WS-GL-MONTH  TO E-AMOUNT-2
           COMPUTE E-AMOUNT-3 = WS-ARL-MONTH - WS-GL-MONTH
           MOVE SPACES TO WS-LINE
           STRING
                'MOUVEMENT DU MOIS   ' DELIMITED BY SIZE
                E-AMOUNT               DELIMITED BY SIZE
                ' '                    DELIMITED BY SIZE
                E-AMOUNT-2             DELIMITED BY SIZE
                ' '                    DELIMITED BY SIZE
                E-AMOUNT-3             DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           PERFORM WRITE-SEPARATOR.

      *** ECRITURES DU COMPTE PAR ORIGINE ET PAR COMPTE ***
       WRITE-SOURCE-SECTION.
           MOVE 'ECRITURES PAR ORIGINE' TO RPT-ENR
           MOVE 'LIGNES'      TO RPT-ENR(27:6)
           MOVE 'MONTANT NET' TO RPT-ENR(37:11)
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SRC-COUNT
              MOVE WSR-COUNT (WS-IDX) TO E-COUNT
              MOVE WSR-AMT (WS-IDX)   TO E-AMOUNT
              MOVE SPACES TO WS-LINE
              STRING
                   WSR-SOURCE (WS-IDX) DELIMITED BY SIZE
                   '                 ' DELIMITED BY SIZE
                   E-COUNT             DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   E-AMOUNT            DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-AMOUNT-LINE
           END-PERFORM
           MOVE WS-SUM-GL-AR TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'DONT COMPTE ' DELIMITED BY SIZE
                  WS-GL-AR       DELIMITED BY SIZE
                  '           '  DELIMITED BY SIZE
                  E-AMOUNT       DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-SUM-GL-DDC TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'DONT COMPTE ' DELIMITED BY SIZE
                  WS-GL-DDC      DELIMITED BY SIZE
                  '           '  DELIMITED BY SIZE
                  E-AMOUNT       DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-SUM-GL-UNA TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'DONT COMPTE ' DELIMITED BY SIZE
                  WS-GL-UNA      DELIMITED BY SIZE
                  '           '  DELIMITED BY SIZE
                  E-AMOUNT       DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           PERFORM WRITE-SEPARATOR.

      *** PIECES PRESENTES D'UN SEUL COTE OU EN ECART ***
       WRITE-DOCUMENT-SECTION.
           MOVE 'PIECES NON RAPPROCHEES' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'PIECE     T' TO RPT-ENR
           MOVE 'AUXILIAIRE'  TO RPT-ENR(16:10)
           MOVE 'GRAND LIVRE' TO RPT-ENR(30:11)
           MOVE 'ECART MOTIF' TO RPT-ENR(51:11)
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-DOC-COUNT
              IF WDC-ARL-AMT (WS-DOC-IDX)
                 NOT = WDC-GL-AMT (WS-DOC-IDX)
                 PERFORM WRITE-DOCUMENT-LINE
              END-IF
           END-PERFORM
           MOVE WS-UNMATCHED-COUNT TO E-COUNT
           MOVE WS-ECART-DOCS TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING E-COUNT                 DELIMITED BY SIZE
                  ' PIECE(S) EN ECART : ' DELIMITED BY SIZE
                  E-AMOUNT                DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-MATCHED-COUNT TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING E-COUNT                 DELIMITED BY SIZE
                  ' PIECE(S) RAPPROCHEES' DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           PERFORM WRITE-SEPARATOR.

       WRITE-DOCUMENT-LINE.
           MOVE WDC-DOC-NO (WS-DOC-IDX)  TO E-DOC-NO
           MOVE WDC-ARL-AMT (WS-DOC-IDX) TO E-AMOUNT
           MOVE WDC-GL-AMT (WS-DOC-IDX)  TO E-AMOUNT-2
           COMPUTE WS-DOC-ECART = WDC-ARL-AMT (WS-DOC-IDX)
                   - WDC-GL-AMT (WS-DOC-IDX)
           MOVE WS-DOC-ECART TO E-AMOUNT-3
           MOVE SPACES TO WS-LINE
           STRING
                E-DOC-NO               DELIMITED BY SIZE
                ' '                    DELIMITED BY SIZE
                WDC-TYPE (WS-DOC-IDX)  DELIMITED BY SIZE
                ' '                    DELIMITED BY SIZE
                E-AMOUNT               DELIMITED BY SIZE
                ' '                    DELIMITED BY SIZE
                E-AMOUNT-2             DELIMITED BY SIZE
                ' '                    DELIMITED BY SIZE
                E-AMOUNT-3             DELIMITED BY SIZE
           INTO WS-LINE
           IF WDC-DOC-NO (WS-DOC-IDX) = ZERO
              MOVE 'SANS NUM.' TO WS-LINE(1:9)
           END-IF
           EVALUATE TRUE
              WHEN WDC-IN-GL (WS-DOC-IDX) = 'N'
                 MOVE 'ABSENT DU GL' TO WS-LINE(57:22)
              WHEN WDC-IN-ARL (WS-DOC-IDX) = 'N'
                 MOVE 'ABSENT AUXILIAIRE' TO WS-LINE(57:22)
              WHEN OTHER
                 MOVE 'MONTANT DIFFERENT' TO WS-LINE(57:22)
           END-EVALUATE
           PERFORM WRITE-AMOUNT-LINE.

      *** PREUVE DE L'ECART DE CLOTURE ***
       WRITE-PROOF-SECTION.
           MOVE WS-ARL-OPENING TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'AUXILIAIRE OUVERTURE   : ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-GL-OPENING TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'GRAND LIVRE OUVERTURE  : ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-ARL-CLOSING TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'AUXILIAIRE CLOTURE     : ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-GL-CLOSING TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'GRAND LIVRE CLOTURE    : ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-ECART-CLOSING TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'ECART DE CLOTURE       : ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-ECART-OPENING TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING ' - ECART D''OUVERTURE   : ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-ECART-DOCS TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING ' - PIECES EN ECART     : ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           MOVE WS-ECART-UNEXPL TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING 'ECART NON EXPLIQUE     : ' DELIMITED BY SIZE
                  E-AMOUNT DELIMITED BY SIZE INTO WS-LINE
           PERFORM WRITE-AMOUNT-LINE
           PERFORM WRITE-SEPARATOR.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           DISPLAY '  RAPPROCHEMENT AUXILIAIRE / GRAND LIVRE'
           DISPLAY '  PERIODE              : ' WS-PERIOD
           DISPLAY '  ECRITURES GL LUES    : ' WS-GL-LINE-COUNT
           DISPLAY '  PIECES RAPPROCHEES   : ' WS-MATCHED-COUNT
           DISPLAY '  PIECES EN ECART      : ' WS-UNMATCHED-COUNT
           DISPLAY '  ECART DE CLOTURE     : ' WS-ECART-CLOSING
           DISPLAY '  ECART NON EXPLIQUE   : ' WS-ECART-UNEXPL
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
