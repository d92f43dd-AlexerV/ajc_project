       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WRITEOFF.
      **********************************************
      * PASSAGE EN PERTE DES PIECES CLIENTS :       *
      *  - MODE 'S' (AUTOMATIQUE) : LES RELIQUATS   *
      *    OUVERTS DE FSETTLE (PIECE DEJA EN PARTIE *
      *    REGLEE, HORS LITIGE ET HORS PRELEVEMENT  *
      *    EN COURS) INFERIEURS OU EGAUX AU SEUIL   *
      *    WOSMALLAMT DE PARAMS1 SONT SOLDES ;      *
      *  - MODE 'B' (CREANCE IRRECOUVRABLE) : LES   *
      *    FACTURES DES CARTES SYSIN, AVEC LEUR     *
      *    MOTIF, SONT PASSEES EN PERTE SUR         *
      *    APPROBATION D'UN SECOND OPERATEUR,       *
      *    DIFFERENT DU DEMANDEUR (COMME INVAPPR).  *
      * DANS LES DEUX CAS LA PIECE PASSE A 'W' AVEC *
      * SON MOTIF, UN MOUVEMENT 'W' NEGATIF EST     *
      * POSTE AU GRAND LIVRE AUXILIAIRE, LE SOLDE   *
      * CLIENT DIMINUE ET FGLPOST RECOIT DEBIT      *
      * PERTES SUR CREANCES / CREDIT CLIENTS, DATES *
      * DANS LA PERIODE OUVERTE (ARPERIOD). LISTE   *
      * DES PASSAGES EN PERTE SUR FWRTOFF.          *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT STL ASSIGN TO FSETTLE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS STL-INVOICE-NO
            FILE STATUS IS WS-FS-STL.
            SELECT GLP ASSIGN TO FGLPOST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-GLP.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
            SELECT RPT ASSIGN TO FWRTOFF
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD STL.
       COPY SETTLE.
       FD GLP.
       COPY GLPOST.
       FD PARAMS.
       COPY PARAMREC.
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
               INCLUDE ARL
           END-EXEC

      *--------------------------------------------------------------
      *  PREMIERE CARTE SYSIN
      *  COL 1     : MODE ('S' = RELIQUATS SOUS LE SEUIL,
      *              'B' = CREANCES IRRECOUVRABLES)
      *  COL 2-9   : IDENTIFIANT DU DEMANDEUR
      *  COL 10-17 : IDENTIFIANT DE L'APPROBATEUR (MODE 'B'
      *              OBLIGATOIRE ET DIFFERENT DU DEMANDEUR)
      *  CARTES SUIVANTES (MODE 'B'), UNE PAR FACTURE, '*' OU
      *  CARTE BLANCHE = FIN :
      *  COL 1-9   : NO DE FACTURE
      *  COL 10-12 : CODE MOTIF (BKR = FAILLITE, DEF = DEFAILLANCE,
      *              ...), OBLIGATOIRE
      *  COL 13-42 : MOTIF EN CLAIR (FACULTATIF)
      *--------------------------------------------------------------
       01 WS-SYSIN-WO.
          05 SYSIN-WO-MODE      PIC X.
             88 MODE-SMALL               VALUE 'S'.
             88 MODE-BAD-DEBT            VALUE 'B'.
          05 SYSIN-WO-USERID    PIC X(8).
          05 SYSIN-WO-APPROVER  PIC X(8).
          05 FILLER             PIC X(63).

       01 WS-SYSIN-CARD.
          05 WS-CARD-INV-X      PIC X(9).
          05 WS-CARD-INV-NO REDEFINES WS-CARD-INV-X PIC 9(9).
          05 WS-CARD-REASON     PIC X(3).
          05 WS-CARD-TEXT       PIC X(30).
          05 FILLER             PIC X(38).
       77 FF-SYSIN          PIC 9 VALUE ZERO.

       77 WS-FS-STL         PIC XX.
       77 WS-FS-GLP         PIC XX.
       77 WS-FS             PIC XX.
       77 FF-STL            PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).

      ***************************************
      * SEUIL DES RELIQUATS ET COMPTES DU   *
      * GRAND LIVRE : REPLIS COMPILES,      *
      * REMPLACES PAR LES FICHES DE FPARAMS *
      * (WOSMALLAMT EN 9(4)V99, EX. 000500  *
      * = 5,00)                             *
      ***************************************
       77 WS-FS-PRM         PIC XX.
       77 WS-PRM-FOUND      PIC X VALUE 'N'.
       01 WS-PRM-AMT-TXT    PIC X(6).
       01 WS-PRM-AMT        REDEFINES WS-PRM-AMT-TXT PIC 9(4)V99.
       77 WS-SMALL-LIMIT    PIC 9(4)V99 VALUE 1,00.
       01 WS-GL-ACCOUNTS.
          05 WS-GL-AR        PIC X(10) VALUE '1100'.
          05 WS-GL-BDX       PIC X(10) VALUE '6900'.

      ***************************************
      * DATE DU PASSAGE ET DATE DE POSTE    *
      * (PREMIERE DATE POSTABLE, ARPERIOD)  *
      ***************************************
       01 WS-RUN-DATE-NUM   PIC 9(8).
       01 WS-RUN-DATE       PIC X(10) VALUE SPACES.
       01 WS-POST-DATE      PIC X(10) VALUE SPACES.
       COPY ARPERIOD.

      ***************************************
      * PIECE EN COURS DE PASSAGE EN PERTE  *
      ***************************************
       77 WS-OPEN-AMOUNT    PIC S9(9)V99 VALUE ZERO.
       77 WS-WO-REASON      PIC X(3) VALUE SPACES.
       77 WS-WO-TEXT        PIC X(30) VALUE SPACES.
       01 WS-ARL-C-NO-N     PIC 9(5).
       01 WS-ARL-C-NO REDEFINES WS-ARL-C-NO-N PIC X(5).

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-WO-COUNT       PIC 9(7) VALUE ZERO.
       77 WS-REJECT-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-SUM-WO         PIC S9(9)V99 VALUE ZERO.

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-AMOUNT          PIC Z(6)9,99.
       01 E-LIMIT           PIC Z(3)9,99.
       01 E-C-NO            PIC 9(5).

       01 WS-ALERT-PGM PIC X(8)  VALUE 'WRITEOFF'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - PASSAGE EN PERTE'.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-SYSIN-WO FROM SYSIN
            PERFORM CHECK-CONTROL-CARD
            PERFORM INIT-RUN-DATE
            PERFORM GET-PARAMETERS
            PERFORM OPEN-FILES
            PERFORM WRITE-RPT-HEADER
            IF MODE-SMALL
               PERFORM WRITE-OFF-SMALL-BALANCES
            ELSE
               PERFORM WRITE-OFF-BAD-DEBTS
            END-IF
            PERFORM WRITE-RPT-TOTAL
            PERFORM CLOSE-FILES
            EXEC SQL
                 COMMIT
            END-EXEC
            PERFORM TEST-SQLCODE
            PERFORM WRITE-BATCH-SUMMARY
            IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.

      ***************************************
      * CARTE DE CONTROLE : MODE CONNU ET,  *
      * POUR LES CREANCES IRRECOUVRABLES,   *
      * APPROBATEUR DISTINCT DU DEMANDEUR - *
      * RIEN N'EST POSTE SINON              *
      ***************************************
       CHECK-CONTROL-CARD.
           IF NOT MODE-SMALL AND NOT MODE-BAD-DEBT
              DISPLAY 'MODE SYSIN INVALIDE (S/B ATTENDU)'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF SYSIN-WO-USERID = SPACES
              DISPLAY 'IDENTIFIANT DU DEMANDEUR ABSENT'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF MODE-BAD-DEBT
              IF SYSIN-WO-APPROVER = SPACES
                 DISPLAY 'APPROBATEUR ABSENT - PASSAGE EN PERTE '
                         'REFUSE'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF SYSIN-WO-APPROVER = SYSIN-WO-USERID
                 DISPLAY 'L''APPROBATEUR DOIT ETRE DIFFERENT DU '
                         'DEMANDEUR'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      ***************************************
      * DATE DU PASSAGE ; LES ECRITURES SE  *
      * DATENT DANS LA PERIODE OUVERTE      *
      ***************************************
       INIT-RUN-DATE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE
           STRING
                WS-RUN-DATE-NUM(1:4) DELIMITED BY SIZE
                '-'                  DELIMITED BY SIZE
                WS-RUN-DATE-NUM(5:2) DELIMITED BY SIZE
                '-'                  DELIMITED BY SIZE
                WS-RUN-DATE-NUM(7:2) DELIMITED BY SIZE
           INTO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-POST-DATE
           MOVE WS-RUN-DATE TO AP-DATE
           CALL 'ARPERIOD' USING AP-PARM
           IF AP-CLOSED = 'Y'
              DISPLAY 'PERIODE CLOTUREE POUR LA DATE ' WS-RUN-DATE
                      ' - ECRITURES DATEES DU ' AP-OPEN-DATE
              MOVE AP-OPEN-DATE TO WS-POST-DATE
           END-IF.

      ***************************************
      * SEUIL ET COMPTES DU GRAND LIVRE     *
      * DEPUIS LE FICHIER DE PARAMETRES     *
      ***************************************
       GET-PARAMETERS.
           OPEN INPUT PARAMS
           IF WS-FS-PRM NOT = '00'
              DISPLAY 'FPARAMS ABSENT - VALEURS COMPILEES'
           ELSE
              MOVE 'WOSMALLAMT' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:6) TO WS-PRM-AMT-TXT
                 IF WS-PRM-AMT-TXT IS NUMERIC
                    MOVE WS-PRM-AMT TO WS-SMALL-LIMIT
                 END-IF
              END-IF
              MOVE 'GLACCT-AR ' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-AR
              END-IF
              MOVE 'GLACCT-BDX' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-BDX
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
      * OUVERTURE / FERMETURE DES FICHIERS  *
      ***************************************
       OPEN-FILES.
           OPEN I-O STL
           IF WS-FS-STL NOT = '00'
              DISPLAY 'ERR OPEN FSETTLE, FS=' WS-FS-STL
              PERFORM ABEND-PROG
           END-IF
           OPEN EXTEND GLP
           IF WS-FS-GLP NOT = '00' AND WS-FS-GLP NOT = '05'
              DISPLAY 'ERR OPEN FGLPOST, FS=' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS NOT = '00'
              DISPLAY 'ERR OPEN FWRTOFF, FS=' WS-FS
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE STL
           CLOSE GLP
           CLOSE RPT.

      ***************************************
      * MODE 'S' : BALAYAGE DE FSETTLE      *
      ***************************************
       WRITE-OFF-SMALL-BALANCES.
           MOVE 'RES' TO WS-WO-REASON
           MOVE 'RELIQUAT SOUS LE SEUIL' TO WS-WO-TEXT
           PERFORM READ-NEXT-STL
           PERFORM UNTIL FF-STL = 1
              ADD 1 TO WS-READ-COUNT
              COMPUTE WS-OPEN-AMOUNT = STL-AMOUNT - STL-PAID-AMOUNT
      *       UN RELIQUAT SUIT UN REGLEMENT PARTIEL ; LES PIECES EN
      *       LITIGE OU PRESENTEES AU PRELEVEMENT ATTENDENT LEUR
      *       ISSUE
              IF STL-OPEN AND NOT STL-DISPUTED
                 AND NOT STL-DD-PRESENTED
                 AND STL-PAID-AMOUNT > ZERO
                 AND WS-OPEN-AMOUNT > ZERO
                 AND WS-OPEN-AMOUNT <= WS-SMALL-LIMIT
                 PERFORM WRITE-OFF-PIECE
              END-IF
              PERFORM READ-NEXT-STL
           END-PERFORM.

       READ-NEXT-STL.
           READ STL NEXT RECORD
                AT END MOVE 1 TO FF-STL
           END-READ.

      ***************************************
      * MODE 'B' : UNE CARTE PAR FACTURE    *
      ***************************************
       WRITE-OFF-BAD-DEBTS.
           PERFORM READ-SYSIN-CARD
           PERFORM UNTIL FF-SYSIN = 1
              ADD 1 TO WS-READ-COUNT
              PERFORM PROCESS-BAD-DEBT-CARD
              PERFORM READ-SYSIN-CARD
           END-PERFORM.

       READ-SYSIN-CARD.
           MOVE SPACES TO WS-SYSIN-CARD
           ACCEPT WS-SYSIN-CARD FROM SYSIN
           IF WS-CARD-INV-X(1:1) = '*' OR WS-SYSIN-CARD = SPACES
              MOVE 1 TO FF-SYSIN
           END-IF.

       PROCESS-BAD-DEBT-CARD.
           EVALUATE TRUE
              WHEN WS-CARD-INV-X IS NOT NUMERIC
                 DISPLAY 'NO DE FACTURE NON NUMERIQUE : '
                         WS-SYSIN-CARD(1:42)
                 ADD 1 TO WS-REJECT-COUNT
              WHEN WS-CARD-REASON = SPACES
                 DISPLAY 'CODE MOTIF ABSENT : ' WS-SYSIN-CARD(1:42)
                 ADD 1 TO WS-REJECT-COUNT
              WHEN OTHER
                 MOVE WS-CARD-INV-NO TO STL-INVOICE-NO
                 READ STL KEY IS STL-INVOICE-NO
                    INVALID KEY
                       DISPLAY 'FACTURE ABSENTE DE FSETTLE : '
                               WS-CARD-INV-X
                       ADD 1 TO WS-REJECT-COUNT
                    NOT INVALID KEY
                       PERFORM CHECK-BAD-DEBT-PIECE
                 END-READ
           END-EVALUATE.

       CHECK-BAD-DEBT-PIECE.
           COMPUTE WS-OPEN-AMOUNT = STL-AMOUNT - STL-PAID-AMOUNT
           IF NOT STL-OPEN OR WS-OPEN-AMOUNT NOT > ZERO
              DISPLAY 'FACTURE NON OUVERTE, RIEN A PASSER EN PERTE : '
                      WS-CARD-INV-X
              ADD 1 TO WS-REJECT-COUNT
           ELSE
              IF STL-DD-PRESENTED
                 DISPLAY 'FACTURE PRESENTEE AU PRELEVEMENT : '
                         WS-CARD-INV-X
                 ADD 1 TO WS-REJECT-COUNT
              ELSE
                 MOVE WS-CARD-REASON TO WS-WO-REASON
                 MOVE WS-CARD-TEXT   TO WS-WO-TEXT
                 PERFORM WRITE-OFF-PIECE
              END-IF
           END-IF.

      ***************************************
      * PASSAGE EN PERTE D'UNE PIECE : LE   *
      * SOLDE OUVERT (NET DES ACOMPTES)     *
      * SORT DES COMPTES CLIENTS            *
      ***************************************
       WRITE-OFF-PIECE.
           PERFORM WRITE-GL-POSTINGS
           PERFORM WRITE-AR-LEDGER
           PERFORM UPDATE-CUSTOMER-BALANCE
           PERFORM CLOSE-SETTLEMENT
           PERFORM WRITE-RPT-LINE
           ADD 1 TO WS-WO-COUNT
           ADD WS-OPEN-AMOUNT TO WS-SUM-WO.

      ***************************************
      * ECRITURES DU PASSAGE EN PERTE :     *
      *   DEBIT  PERTES SUR CREANCES        *
      *   CREDIT COMPTES CLIENTS            *
      ***************************************
       WRITE-GL-POSTINGS.
           MOVE SPACES          TO GLP-ENR
           MOVE 'WRITEOFF'      TO GLP-SOURCE
           MOVE STL-INVOICE-NO  TO GLP-INVOICE-NO
           MOVE STL-O-NO        TO GLP-O-NO
           MOVE WS-POST-DATE    TO GLP-DATE
           MOVE WS-GL-BDX       TO GLP-ACCOUNT
           MOVE 'BAD DEBT EXPENSE' TO GLP-DESCRIPTION
           MOVE 'D'             TO GLP-DC
           MOVE WS-OPEN-AMOUNT  TO GLP-AMOUNT
           PERFORM WRITE-GL-LINE
           MOVE WS-GL-AR        TO GLP-ACCOUNT
           MOVE 'ACCOUNTS RECEIVABLE' TO GLP-DESCRIPTION
           MOVE 'C'             TO GLP-DC
           MOVE WS-OPEN-AMOUNT  TO GLP-AMOUNT
           PERFORM WRITE-GL-LINE.

       WRITE-GL-LINE.
           WRITE GLP-ENR
           IF WS-FS-GLP NOT = ZERO THEN
              DISPLAY 'ERR WRITE GLPOST :' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * MOUVEMENT 'W' AU GRAND LIVRE        *
      * AUXILIAIRE, EN NEGATIF              *
      ***************************************
       WRITE-AR-LEDGER.
           MOVE STL-C-NO       TO WS-ARL-C-NO-N
           MOVE WS-ARL-C-NO    TO ARL-C-NO
           MOVE 'W'            TO ARL-DOC-TYPE
           MOVE STL-INVOICE-NO TO ARL-DOC-NO
           MOVE WS-POST-DATE   TO ARL-DOC-DATE
           COMPUTE ARL-AMOUNT = ZERO - WS-OPEN-AMOUNT
           EXEC SQL
              INSERT INTO AR_LEDGER (C_NO, DOC_TYPE, DOC_NO,
                     DOC_DATE, AMOUNT)
              VALUES (:ARL-C-NO, :ARL-DOC-TYPE, :ARL-DOC-NO,
                      :ARL-DOC-DATE, :ARL-AMOUNT)
           END-EXEC
           PERFORM TEST-SQLCODE.

       UPDATE-CUSTOMER-BALANCE.
           MOVE STL-C-NO TO CUS-C-NO
           EXEC SQL
              UPDATE CUSTOMERS
                 SET BALANCE = BALANCE - :WS-OPEN-AMOUNT
               WHERE C_NO = :CUS-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * LA PIECE PASSE A 'W' : NI CASHAPP,  *
      * NI LES RELANCES, NI LA BALANCE AGEE *
      * NE LA VOIENT PLUS OUVERTE           *
      ***************************************
       CLOSE-SETTLEMENT.
           SET STL-WRITTEN-OFF TO TRUE
           MOVE WS-WO-REASON  TO STL-WO-REASON
           MOVE WS-POST-DATE  TO STL-SETTLE-DATE
           REWRITE STL-ENR
           IF WS-FS-STL NOT = '00'
              DISPLAY 'ERR REWRITE FSETTLE :' WS-FS-STL
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * LISTE DES PASSAGES EN PERTE         *
      ***************************************
       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS NOT = '00'
              DISPLAY 'ERR WRITE FWRTOFF, FS=' WS-FS
              PERFORM ABEND-PROG
           END-IF.

       WRITE-RPT-HEADER.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           IF MODE-SMALL
              MOVE WS-SMALL-LIMIT TO E-LIMIT
              STRING
                   'RELIQUATS PASSES EN PERTE (SEUIL ' DELIMITED BY SIZE
                   E-LIMIT                            DELIMITED BY SIZE
                   ') LE '                            DELIMITED BY SIZE
                   WS-POST-DATE                       DELIMITED BY SIZE
              INTO WS-LINE
           ELSE
              STRING
                   'CREANCES PASSEES EN PERTE LE ' DELIMITED BY SIZE
                   WS-POST-DATE                    DELIMITED BY SIZE
              INTO WS-LINE
           END-IF
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'DEMANDE PAR ' DELIMITED BY SIZE
                SYSIN-WO-USERID DELIMITED BY SIZE
           INTO WS-LINE
           IF MODE-BAD-DEBT
              MOVE 'APPROUVE PAR ' TO WS-LINE(24:13)
              MOVE SYSIN-WO-APPROVER TO WS-LINE(37:8)
           END-IF
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'FACTURE   CLIENT     MONTANT MOTIF'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-RPT-LINE.
           MOVE STL-C-NO       TO E-C-NO
           MOVE WS-OPEN-AMOUNT TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING
                STL-INVOICE-NO DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                E-C-NO         DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                E-AMOUNT       DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                WS-WO-REASON   DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                WS-WO-TEXT     DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-RPT-TOTAL.
           MOVE WS-SUM-WO TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING
                'TOTAL PASSE EN PERTE ' DELIMITED BY SIZE
                E-AMOUNT                DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           DISPLAY '  RESUME DU PASSAGE EN PERTE (MODE '
                   SYSIN-WO-MODE ')'
           DISPLAY '  PIECES / CARTES LUES : ' WS-READ-COUNT
           DISPLAY '  PIECES EN PERTE    : ' WS-WO-COUNT
           DISPLAY '  CARTES REJETEES    : ' WS-REJECT-COUNT
           DISPLAY '  MONTANT EN PERTE   : ' WS-SUM-WO
           DISPLAY '  DATE DES ECRITURES : ' WS-POST-DATE
           DISPLAY '  DEMANDE PAR        : ' SYSIN-WO-USERID
           IF MODE-BAD-DEBT
              DISPLAY '  APPROUVE PAR       : ' SYSIN-WO-APPROVER
           END-IF
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

      ***************************************
      * ABEND-PROG                          *
      ***************************************
       ABEND-PROG.
           DISPLAY 'ANOMALIE GRAVE'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
