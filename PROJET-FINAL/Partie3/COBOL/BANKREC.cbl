       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANKREC.
      **********************************************
      * RAPPROCHEMENT BANCAIRE QUOTIDIEN : LES      *
      * OPERATIONS DU JOUR DU SYSTEME - REMISES     *
      * FREMIT ENCAISSEES PAR CASHAPP, PRELEVEMENTS *
      * FDDCOLL, PAIEMENTS DE COMMISSIONS FCOMPAY   *
      * (COMMSETL), VIREMENTS FOURNISSEURS FAPPAYMT *
      * (APPAYRUN) - SONT CHARGEES DANS LE SUIVI    *
      * FBANKOPN, PUIS CHAQUE MOUVEMENT DU RELEVE   *
      * BANCAIRE FBANKSTM EST POINTE SUR SA         *
      * CONTREPARTIE (REFERENCE + MONTANT). LE      *
      * RAPPORT FBANKRPT DONNE LES LIGNES POINTEES  *
      * ET NON POINTEES, LA LISTE A RELANCER PAR LA *
      * TRESORERIE (LIGNES DU RELEVE SANS           *
      * CONTREPARTIE, OPERATIONS DU SYSTEME NON     *
      * PASSEES EN BANQUE AU-DELA DU DELAI SYSIN)   *
      * ET LA PREUVE SOLDE BANQUE / SOLDE COMPTABLE.*
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL BST ASSIGN TO FBANKSTM
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-BST.
            SELECT BKI ASSIGN TO FBANKOPN
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BKI-KEY
            FILE STATUS IS WS-FS-BKI.
            SELECT OPTIONAL REMIT ASSIGN TO FREMIT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-REMIT.
            SELECT OPTIONAL COLL ASSIGN TO FDDCOLL
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-COLL.
            SELECT OPTIONAL PAY ASSIGN TO FCOMPAY
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-PAY.
            SELECT OPTIONAL PMT ASSIGN TO FAPPAYMT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-PMT.
            SELECT RPT ASSIGN TO FBANKRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD BST.
       COPY BANKSTMT.
       FD BKI.
       COPY BANKITEM.
      *    REMISES BANCAIRES (MEME LAYOUT QUE CASHAPP)
       FD REMIT.
       01 REMIT-ENR.
          05 RMT-RECEIPT-REF   PIC X(8).
          05 RMT-INVOICE-NO    PIC 9(9).
          05 RMT-AMOUNT        PIC 9(9)V99.
          05 RMT-DATE          PIC X(10).
          05 RMT-C-NO          PIC X(5).
          05 FILLER            PIC X(6).
      *    PRELEVEMENTS PRESENTES PAR DDCOLL
       FD COLL.
       COPY DDCOLL.
      *    PAIEMENTS DE COMMISSIONS (MEME LAYOUT QUE COMMSETL)
       FD PAY.
       01 PAY-ENR.
          05 PAY-E-NO          PIC 9(2).
          05 PAY-LNAME         PIC X(20).
          05 PAY-FNAME         PIC X(20).
          05 PAY-PERIOD        PIC X(6).
          05 PAY-AMOUNT        PIC S9(9)V99.
          05 FILLER            PIC X(11).
       FD PMT.
       COPY APPAYMT.
       FD RPT.
       01 RPT-ENR      PIC X(78).

       WORKING-STORAGE SECTION.
       77 WS-FS-BST         PIC XX.
       77 WS-FS-BKI         PIC XX.
       77 WS-FS-REMIT       PIC XX.
       77 WS-FS-COLL        PIC XX.
       77 WS-FS-PAY         PIC XX.
       77 WS-FS-PMT         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 FF-BST            PIC 9 VALUE ZERO.
       77 FF-BKI            PIC 9 VALUE ZERO.
       77 FF-REMIT          PIC 9 VALUE ZERO.
       77 FF-COLL           PIC 9 VALUE ZERO.
       77 FF-PAY            PIC 9 VALUE ZERO.
       77 FF-PMT            PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).

      ***************************************
      * PARAMETRE SYSIN                     *
      * COL 1-3 : DELAI EN JOURS AU-DELA    *
      *           DUQUEL UNE OPERATION NON  *
      *           PASSEE EN BANQUE EST A    *
      *           RELANCER (DEFAUT 005)     *
      ***************************************
       01 WS-SYSIN.
          05 WS-AGE-LIMIT   PIC 9(3).

      ***************************************
      * DATE DU JOUR ET AGE DES OPERATIONS  *
      ***************************************
       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE-NUM   PIC 9(8).
       01 WS-DATE-NUM.
          05 WS-DATE-YYYY   PIC 9(4).
          05 WS-DATE-MM     PIC 9(2).
          05 WS-DATE-DD     PIC 9(2).
       01 WS-DATE-INT REDEFINES WS-DATE-NUM PIC 9(8).
       77 WS-TODAY-JULIAN   PIC 9(8) VALUE ZERO.
       77 WS-AGE-DAYS       PIC S9(5) VALUE ZERO.

      ***************************************
      * RELEVE EN COURS                     *
      ***************************************
       77 WS-STMT-ACCOUNT   PIC X(20) VALUE SPACES.
       77 WS-STMT-DATE      PIC X(10) VALUE SPACES.
       77 WS-HDR-SEEN       PIC X VALUE 'N'.
       77 WS-TRL-SEEN       PIC X VALUE 'N'.
       77 WS-BANK-OPEN      PIC S9(9)V99 VALUE ZERO.
       77 WS-BANK-CLOSE     PIC S9(9)V99 VALUE ZERO.
       77 WS-TRL-COUNT      PIC 9(5) VALUE ZERO.

      ***************************************
      * OPERATION A CHARGER DANS LE SUIVI   *
      ***************************************
       01 WS-NEW-ITEM.
          05 WS-NEW-TYPE    PIC X.
          05 WS-NEW-REF     PIC X(12).
          05 WS-NEW-DATE    PIC X(10).
          05 WS-NEW-DC      PIC X.
          05 WS-NEW-AMOUNT  PIC S9(9)V99.
          05 WS-NEW-PARTY   PIC X(30).
       01 WS-COMM-REF.
          05 FILLER         PIC X(3) VALUE 'COM'.
          05 WS-COMM-PERIOD PIC X(6).
          05 WS-COMM-E-NO   PIC 9(2).

      ***************************************
      * POINTAGE                            *
      ***************************************
       77 WS-MATCHED        PIC X VALUE 'N'.
       77 WS-TRY-TYPE       PIC X VALUE SPACE.
       77 WS-TRY-REF        PIC X(12) VALUE SPACES.
       77 WS-TRY-AMOUNT     PIC S9(9)V99 VALUE ZERO.
       77 WS-TRY-BANK-REF   PIC X(12) VALUE SPACES.
       77 WS-TRY-DATE       PIC X(10) VALUE SPACES.
       77 WS-UNM-REASON     PIC X(20) VALUE SPACES.

      ***************************************
      * LIGNES 'B' OUVERTES A REPRENDRE :   *
      * L'OPERATION DU SYSTEME PEUT ARRIVER *
      * APRES LE MOUVEMENT BANCAIRE         *
      ***************************************
       01 WS-BONLY-TABLE.
          05 WS-BONLY-COUNT PIC 9(3) VALUE ZERO.
          05 WBO-ITEM OCCURS 500 TIMES.
             10 WBO-REF         PIC X(12).
             10 WBO-DC          PIC X.
             10 WBO-AMOUNT      PIC S9(9)V99.
             10 WBO-CUST-REF    PIC X(12).
       77 WS-BO-IDX         PIC 9(3) VALUE ZERO.

      ***************************************
      * PREUVE DE SOLDE                     *
      ***************************************
       77 WS-BOOK-BAL       PIC S9(9)V99 VALUE ZERO.
       77 WS-OUT-RECEIPTS   PIC S9(9)V99 VALUE ZERO.
       77 WS-OUT-PAYMENTS   PIC S9(9)V99 VALUE ZERO.
       77 WS-BONLY-CREDITS  PIC S9(9)V99 VALUE ZERO.
       77 WS-BONLY-DEBITS   PIC S9(9)V99 VALUE ZERO.
       77 WS-ADJ-BANK       PIC S9(9)V99 VALUE ZERO.
       77 WS-ADJ-BOOK       PIC S9(9)V99 VALUE ZERO.
       77 WS-PROOF-DIFF     PIC S9(9)V99 VALUE ZERO.

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-LOADED-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-DUP-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-DDCONF-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-DTL-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-MATCH-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-RERUN-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-UNMATCH-COUNT  PIC 9(7) VALUE ZERO.
       77 WS-LATE-MATCH-COUNT PIC 9(7) VALUE ZERO.
       77 WS-CHASE-COUNT    PIC 9(7) VALUE ZERO.

       01 E-AMOUNT          PIC Z(7)9,99.
       01 E-BALANCE         PIC -(8)9,99.
       01 E-AGE             PIC ZZZZ9.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'BANKREC'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - RAPPROCHEMENT BANCAIRE'.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM INIT-RUN-DATE
            PERFORM READ-PARM
            PERFORM OPEN-FILES
            PERFORM WRITE-REPORT-HEADER
            PERFORM READ-FILE-BST
            IF FF-BST NOT = 1 AND BST-HEADER
               PERFORM STORE-STATEMENT-HEADER
               PERFORM READ-FILE-BST
            END-IF
            PERFORM GET-BOOK-BALANCE
            PERFORM LOAD-DD-COLLECTIONS
            PERFORM LOAD-RECEIPTS
            PERFORM LOAD-COMM-PAYMENTS
            PERFORM LOAD-SUP-PAYMENTS
            PERFORM RETRY-BANK-ONLY
            PERFORM WRITE-STATEMENT-TITLE
            PERFORM UNTIL FF-BST = 1
               EVALUATE TRUE
                  WHEN BST-DETAIL
                     PERFORM MATCH-STATEMENT-LINE
                  WHEN BST-TRAILER
                     PERFORM STORE-STATEMENT-TRAILER
                  WHEN OTHER
                     DISPLAY 'ENREGISTREMENT RELEVE IGNORE : '
                             BST-REC-TYPE
               END-EVALUATE
               PERFORM READ-FILE-BST
            END-PERFORM
            PERFORM SAVE-BOOK-BALANCE
            PERFORM WRITE-OUTSTANDING
            PERFORM WRITE-PROOF
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
           INTO WS-RUN-DATE
           MOVE WS-RUN-DATE-NUM TO WS-DATE-INT
           COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT).

       READ-PARM.
           MOVE ZERO TO WS-SYSIN
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-AGE-LIMIT NOT NUMERIC OR WS-AGE-LIMIT = ZERO
              MOVE 5 TO WS-AGE-LIMIT
           END-IF.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'BANKREC ' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-DTL-COUNT TO RJ-IN-COUNT
           MOVE WS-MATCH-COUNT TO RJ-OUT-COUNT
           MOVE WS-UNMATCH-COUNT TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * OUVERTURES : LE SUIVI EST CREE AU   *
      * PREMIER PASSAGE, LES FICHIERS DU    *
      * JOUR SONT FACULTATIFS (UN JOUR SANS *
      * COMMISSIONS NI VIREMENTS EST NORMAL)*
      ***************************************
       OPEN-FILES.
           OPEN INPUT BST
           IF WS-FS-BST NOT = '00' AND WS-FS-BST NOT = '05'
              DISPLAY 'ERR OPEN FBANKSTM, FS=' WS-FS-BST
              PERFORM ABEND-PROG
           END-IF
           OPEN I-O BKI
           IF WS-FS-BKI = '35'
              OPEN OUTPUT BKI
              CLOSE BKI
              OPEN I-O BKI
           END-IF
           IF WS-FS-BKI NOT = '00'
              DISPLAY 'ERR OPEN FBANKOPN, FS=' WS-FS-BKI
              PERFORM ABEND-PROG
           END-IF
           OPEN INPUT REMIT
           IF WS-FS-REMIT NOT = '00' AND WS-FS-REMIT NOT = '05'
              DISPLAY 'ERR OPEN FREMIT, FS=' WS-FS-REMIT
              PERFORM ABEND-PROG
           END-IF
           OPEN INPUT COLL
           IF WS-FS-COLL NOT = '00' AND WS-FS-COLL NOT = '05'
              DISPLAY 'ERR OPEN FDDCOLL, FS=' WS-FS-COLL
              PERFORM ABEND-PROG
           END-IF
           OPEN INPUT PAY
           IF WS-FS-PAY NOT = '00' AND WS-FS-PAY NOT = '05'
              DISPLAY 'ERR OPEN FCOMPAY, FS=' WS-FS-PAY
              PERFORM ABEND-PROG
           END-IF
           OPEN INPUT PMT
           IF WS-FS-PMT NOT = '00' AND WS-FS-PMT NOT = '05'
              DISPLAY 'ERR OPEN FAPPAYMT, FS=' WS-FS-PMT
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FBANKRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE BST
           CLOSE BKI
           CLOSE REMIT
           CLOSE COLL
           CLOSE PAY
           CLOSE PMT
           CLOSE RPT.

       READ-FILE-BST.
           READ BST AT END
               MOVE 1 TO FF-BST
           END-READ.

       STORE-STATEMENT-HEADER.
           MOVE 'Y'           TO WS-HDR-SEEN
           MOVE BST-ACCOUNT   TO WS-STMT-ACCOUNT
           MOVE BST-STMT-DATE TO WS-STMT-DATE
           MOVE BST-OPEN-BAL  TO WS-BANK-OPEN.

       STORE-STATEMENT-TRAILER.
           MOVE 'Y'            TO WS-TRL-SEEN
           MOVE BST-CLOSE-BAL  TO WS-BANK-CLOSE
           MOVE BST-LINE-COUNT TO WS-TRL-COUNT.

      ***************************************
      * SOLDE COMPTABLE SUIVI : FICHE 'Z'.  *
      * AU PREMIER PASSAGE IL PART DU SOLDE *
      * D'OUVERTURE DU RELEVE               *
      ***************************************
       GET-BOOK-BALANCE.
           MOVE 'Z'     TO BKI-TYPE
           MOVE 'SOLDE' TO BKI-REF
           READ BKI KEY IS BKI-KEY
              INVALID KEY
                 PERFORM INIT-BOOK-BALANCE
              NOT INVALID KEY
                 MOVE BKI-AMOUNT TO WS-BOOK-BAL
           END-READ.

       INIT-BOOK-BALANCE.
           DISPLAY 'PREMIER PASSAGE - SOLDE COMPTABLE INITIALISE'
           MOVE WS-BANK-OPEN TO WS-BOOK-BAL
           MOVE SPACES       TO BKI-ENR
           MOVE 'Z'          TO BKI-TYPE
           MOVE 'SOLDE'      TO BKI-REF
           MOVE WS-RUN-DATE  TO BKI-DATE
           MOVE WS-BOOK-BAL  TO BKI-AMOUNT
           MOVE 'SOLDE COMPTABLE SUIVI' TO BKI-PARTY
           MOVE 'O'          TO BKI-STATUS
           WRITE BKI-ENR
           IF WS-FS-BKI NOT = '00'
              DISPLAY 'ERR WRITE FBANKOPN :' WS-FS-BKI
              PERFORM ABEND-PROG
           END-IF.

       SAVE-BOOK-BALANCE.
           MOVE 'Z'     TO BKI-TYPE
           MOVE 'SOLDE' TO BKI-REF
           READ BKI KEY IS BKI-KEY
              INVALID KEY
                 DISPLAY 'FICHE SOLDE COMPTABLE DISPARUE'
                 PERFORM ABEND-PROG
           END-READ
           MOVE WS-RUN-DATE TO BKI-DATE
           MOVE WS-BOOK-BAL TO BKI-AMOUNT
           REWRITE BKI-ENR
           IF WS-FS-BKI NOT = '00'
              DISPLAY 'ERR REWRITE FBANKOPN :' WS-FS-BKI
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * CHARGEMENT DES OPERATIONS DU JOUR.  *
      * LES PRELEVEMENTS D'ABORD : LE       *
      * RETOUR DE LA BANQUE QUI LES         *
      * CONFIRME REVIENT DANS FREMIT SOUS   *
      * LA MEME REFERENCE ET NE DOIT PAS    *
      * ETRE COMPTE UNE SECONDE FOIS        *
      ***************************************
       LOAD-DD-COLLECTIONS.
           PERFORM UNTIL FF-COLL = 1
              READ COLL
                 AT END
                    MOVE 1 TO FF-COLL
                 NOT AT END
                    MOVE 'D'             TO WS-NEW-TYPE
                    MOVE DDC-COLLECT-REF TO WS-NEW-REF
                    MOVE DDC-DUE-DATE    TO WS-NEW-DATE
                    MOVE 'C'             TO WS-NEW-DC
                    MOVE DDC-AMOUNT      TO WS-NEW-AMOUNT
                    MOVE SPACES          TO WS-NEW-PARTY
                    STRING 'PRELEVEMENT CLIENT ' DELIMITED BY SIZE
                           DDC-C-NO             DELIMITED BY SIZE
                    INTO WS-NEW-PARTY
                    PERFORM ADD-SYSTEM-ITEM
              END-READ
           END-PERFORM.

       LOAD-RECEIPTS.
           PERFORM UNTIL FF-REMIT = 1
              READ REMIT
                 AT END
                    MOVE 1 TO FF-REMIT
                 NOT AT END
                    MOVE 'D'             TO BKI-TYPE
                    MOVE RMT-RECEIPT-REF TO BKI-REF
                    READ BKI KEY IS BKI-KEY
                       INVALID KEY
                          PERFORM LOAD-ONE-RECEIPT
                       NOT INVALID KEY
                          ADD 1 TO WS-DDCONF-COUNT
                    END-READ
              END-READ
           END-PERFORM.

       LOAD-ONE-RECEIPT.
           MOVE 'R'             TO WS-NEW-TYPE
           MOVE RMT-RECEIPT-REF TO WS-NEW-REF
           MOVE RMT-DATE        TO WS-NEW-DATE
           MOVE 'C'             TO WS-NEW-DC
           MOVE RMT-AMOUNT      TO WS-NEW-AMOUNT
           MOVE SPACES          TO WS-NEW-PARTY
           STRING 'REMISE CLIENT ' DELIMITED BY SIZE
                  RMT-C-NO         DELIMITED BY SIZE
           INTO WS-NEW-PARTY
           PERFORM ADD-SYSTEM-ITEM.

       LOAD-COMM-PAYMENTS.
           PERFORM UNTIL FF-PAY = 1
              READ PAY
                 AT END
                    MOVE 1 TO FF-PAY
                 NOT AT END
                    MOVE PAY-PERIOD      TO WS-COMM-PERIOD
                    MOVE PAY-E-NO        TO WS-COMM-E-NO
                    MOVE 'C'             TO WS-NEW-TYPE
                    MOVE WS-COMM-REF     TO WS-NEW-REF
                    MOVE WS-RUN-DATE     TO WS-NEW-DATE
                    MOVE 'D'             TO WS-NEW-DC
                    MOVE PAY-AMOUNT      TO WS-NEW-AMOUNT
                    MOVE SPACES          TO WS-NEW-PARTY
                    STRING 'COMMISSION '  DELIMITED BY SIZE
                           PAY-LNAME      DELIMITED BY SIZE
                    INTO WS-NEW-PARTY
                    PERFORM ADD-SYSTEM-ITEM
              END-READ
           END-PERFORM.

       LOAD-SUP-PAYMENTS.
           PERFORM UNTIL FF-PMT = 1
              READ PMT
                 AT END
                    MOVE 1 TO FF-PMT
                 NOT AT END
                    MOVE 'S'             TO WS-NEW-TYPE
                    MOVE PMT-PAY-REF     TO WS-NEW-REF
                    MOVE PMT-PAY-DATE    TO WS-NEW-DATE
                    MOVE 'D'             TO WS-NEW-DC
                    MOVE PMT-AMOUNT      TO WS-NEW-AMOUNT
                    MOVE PMT-SUP-NAME    TO WS-NEW-PARTY
                    PERFORM ADD-SYSTEM-ITEM
              END-READ
           END-PERFORM.

      ***************************************
      * AJOUT D'UNE OPERATION AU SUIVI ET   *
      * AU SOLDE COMPTABLE. UNE OPERATION   *
      * DEJA CHARGEE (RELANCE) EST IGNOREE  *
      ***************************************
       ADD-SYSTEM-ITEM.
           MOVE WS-NEW-TYPE TO BKI-TYPE
           MOVE WS-NEW-REF  TO BKI-REF
           READ BKI KEY IS BKI-KEY
              INVALID KEY
                 PERFORM WRITE-SYSTEM-ITEM
              NOT INVALID KEY
                 ADD 1 TO WS-DUP-COUNT
           END-READ.

       WRITE-SYSTEM-ITEM.
           MOVE SPACES        TO BKI-ENR
           MOVE WS-NEW-TYPE   TO BKI-TYPE
           MOVE WS-NEW-REF    TO BKI-REF
           MOVE WS-NEW-DATE   TO BKI-DATE
           MOVE WS-NEW-DC     TO BKI-DC
           MOVE WS-NEW-AMOUNT TO BKI-AMOUNT
           MOVE WS-NEW-PARTY  TO BKI-PARTY
           MOVE 'O'           TO BKI-STATUS
           WRITE BKI-ENR
           IF WS-FS-BKI NOT = '00'
              DISPLAY 'ERR WRITE FBANKOPN :' WS-FS-BKI
              PERFORM ABEND-PROG
           END-IF
           IF WS-NEW-DC = 'C'
              ADD WS-NEW-AMOUNT TO WS-BOOK-BAL
           ELSE
              SUBTRACT WS-NEW-AMOUNT FROM WS-BOOK-BAL
           END-IF
           ADD 1 TO WS-LOADED-COUNT.

      ***************************************
      * REPRISE DES LIGNES DE RELEVE SANS   *
      * CONTREPARTIE DES JOURS PRECEDENTS : *
      * L'OPERATION DU SYSTEME A PU ARRIVER *
      * DEPUIS. LA LISTE EST D'ABORD MISE EN*
      * TABLE (UNE LECTURE DIRECTE CASSE LE *
      * PARCOURS SEQUENTIEL)                *
      ***************************************
       RETRY-BANK-ONLY.
           MOVE ZERO TO WS-BONLY-COUNT
           MOVE 0 TO FF-BKI
           MOVE LOW-VALUES TO BKI-KEY
           MOVE 'B' TO BKI-TYPE
           START BKI KEY IS NOT LESS THAN BKI-KEY
              INVALID KEY
                 MOVE 1 TO FF-BKI
           END-START
           PERFORM UNTIL FF-BKI = 1
              READ BKI NEXT RECORD
                 AT END
                    MOVE 1 TO FF-BKI
                 NOT AT END
                    IF NOT BKI-BANK-ONLY
                       MOVE 1 TO FF-BKI
                    ELSE
                       IF BKI-OPEN AND WS-BONLY-COUNT < 500
                          ADD 1 TO WS-BONLY-COUNT
                          MOVE BKI-REF
                            TO WBO-REF (WS-BONLY-COUNT)
                          MOVE BKI-DC
                            TO WBO-DC (WS-BONLY-COUNT)
                          MOVE BKI-AMOUNT
                            TO WBO-AMOUNT (WS-BONLY-COUNT)
                          MOVE BKI-MATCH-REF
                            TO WBO-CUST-REF (WS-BONLY-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                   UNTIL WS-BO-IDX > WS-BONLY-COUNT
              PERFORM RETRY-ONE-BANK-ONLY
           END-PERFORM.

       RETRY-ONE-BANK-ONLY.
           MOVE 'N' TO WS-MATCHED
           MOVE WBO-CUST-REF (WS-BO-IDX) TO WS-TRY-REF
           MOVE WBO-AMOUNT (WS-BO-IDX)   TO WS-TRY-AMOUNT
           MOVE WBO-REF (WS-BO-IDX)      TO WS-TRY-BANK-REF
           MOVE WS-RUN-DATE              TO WS-TRY-DATE
           IF WBO-DC (WS-BO-IDX) = 'C'
              MOVE 'R' TO WS-TRY-TYPE
              PERFORM TRY-CANDIDATE
              IF WS-MATCHED = 'N'
                 MOVE 'D' TO WS-TRY-TYPE
                 PERFORM TRY-CANDIDATE
              END-IF
           ELSE
              MOVE 'S' TO WS-TRY-TYPE
              PERFORM TRY-CANDIDATE
              IF WS-MATCHED = 'N'
                 MOVE 'C' TO WS-TRY-TYPE
                 PERFORM TRY-CANDIDATE
              END-IF
           END-IF
           IF WS-MATCHED = 'Y'
              MOVE 'B'                 TO BKI-TYPE
              MOVE WBO-REF (WS-BO-IDX) TO BKI-REF
              READ BKI KEY IS BKI-KEY
                 INVALID KEY
                    DISPLAY 'LIGNE RELEVE DISPARUE : ' BKI-REF
                    PERFORM ABEND-PROG
              END-READ
              MOVE 'P'         TO BKI-STATUS
              MOVE WS-RUN-DATE TO BKI-CLEAR-DATE
              REWRITE BKI-ENR
              IF WS-FS-BKI NOT = '00'
                 DISPLAY 'ERR REWRITE FBANKOPN :' WS-FS-BKI
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-LATE-MATCH-COUNT
              MOVE WS-TRY-AMOUNT TO E-AMOUNT
              MOVE SPACES TO WS-LINE
              STRING
                   'POINTE (REPRISE) ' DELIMITED BY SIZE
                   WS-TRY-BANK-REF     DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   WS-TRY-TYPE         DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   WS-TRY-REF          DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   WBO-DC (WS-BO-IDX)  DELIMITED BY SIZE
                   ' '                 DELIMITED BY SIZE
                   E-AMOUNT            DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-FILE-RPT
           END-IF.

      ***************************************
      * POINTAGE D'UN MOUVEMENT DU RELEVE : *
      * UNE ENTREE SE CHERCHE PARMI LES     *
      * REMISES PUIS LES PRELEVEMENTS, UNE  *
      * SORTIE PARMI LES VIREMENTS          *
      * FOURNISSEURS PUIS LES COMMISSIONS   *
      ***************************************
       MATCH-STATEMENT-LINE.
           ADD 1 TO WS-DTL-COUNT
           MOVE 'N' TO WS-MATCHED
           MOVE 'SANS CONTREPARTIE' TO WS-UNM-REASON
           MOVE BST-CUST-REF   TO WS-TRY-REF
           MOVE BST-AMOUNT     TO WS-TRY-AMOUNT
           MOVE BST-BANK-REF   TO WS-TRY-BANK-REF
           MOVE BST-VALUE-DATE TO WS-TRY-DATE
           IF BST-CREDIT
              MOVE 'R' TO WS-TRY-TYPE
              PERFORM TRY-CANDIDATE
              IF WS-MATCHED = 'N'
                 MOVE 'D' TO WS-TRY-TYPE
                 PERFORM TRY-CANDIDATE
              END-IF
           ELSE
              MOVE 'S' TO WS-TRY-TYPE
              PERFORM TRY-CANDIDATE
              IF WS-MATCHED = 'N'
                 MOVE 'C' TO WS-TRY-TYPE
                 PERFORM TRY-CANDIDATE
              END-IF
           END-IF
           EVALUATE WS-MATCHED
              WHEN 'Y'
                 ADD 1 TO WS-MATCH-COUNT
                 PERFORM WRITE-MATCHED-LINE
              WHEN 'R'
                 ADD 1 TO WS-RERUN-COUNT
              WHEN OTHER
                 PERFORM STORE-BANK-ONLY
           END-EVALUATE.

      ***************************************
      * ESSAI D'UNE CONTREPARTIE : MEME     *
      * REFERENCE, OUVERTE, MEME MONTANT.   *
      * DEJA POINTEE PAR CE MEME MOUVEMENT  *
      * = RELANCE DU PASSAGE, RIEN A FAIRE  *
      ***************************************
       TRY-CANDIDATE.
           MOVE WS-TRY-TYPE TO BKI-TYPE
           MOVE WS-TRY-REF  TO BKI-REF
           READ BKI KEY IS BKI-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF BKI-CLEARED
                    AND BKI-MATCH-REF = WS-TRY-BANK-REF
                    MOVE 'R' TO WS-MATCHED
                 ELSE
                    IF BKI-OPEN
                       AND BKI-AMOUNT = WS-TRY-AMOUNT
                       PERFORM CLEAR-SYSTEM-ITEM
                    ELSE
                       IF BKI-OPEN
                          MOVE 'MONTANT DIFFERENT' TO WS-UNM-REASON
                       ELSE
                          MOVE 'DEJA POINTEE' TO WS-UNM-REASON
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       CLEAR-SYSTEM-ITEM.
           MOVE 'P'             TO BKI-STATUS
           MOVE WS-TRY-BANK-REF TO BKI-MATCH-REF
           MOVE WS-TRY-DATE     TO BKI-CLEAR-DATE
           REWRITE BKI-ENR
           IF WS-FS-BKI NOT = '00'
              DISPLAY 'ERR REWRITE FBANKOPN :' WS-FS-BKI
              PERFORM ABEND-PROG
           END-IF
           MOVE 'Y' TO WS-MATCHED.

      ***************************************
      * MOUVEMENT SANS CONTREPARTIE : GARDE *
      * DANS LE SUIVI (TYPE 'B') JUSQU'A    *
      * L'ARRIVEE DE L'OPERATION DU SYSTEME *
      ***************************************
       STORE-BANK-ONLY.
           MOVE 'B'          TO BKI-TYPE
           MOVE BST-BANK-REF TO BKI-REF
           READ BKI KEY IS BKI-KEY
              INVALID KEY
                 PERFORM WRITE-BANK-ONLY
              NOT INVALID KEY
                 ADD 1 TO WS-RERUN-COUNT
           END-READ.

       WRITE-BANK-ONLY.
           MOVE SPACES         TO BKI-ENR
           MOVE 'B'            TO BKI-TYPE
           MOVE BST-BANK-REF   TO BKI-REF
           MOVE BST-VALUE-DATE TO BKI-DATE
           MOVE BST-DC         TO BKI-DC
           MOVE BST-AMOUNT     TO BKI-AMOUNT
           MOVE BST-TEXT       TO BKI-PARTY
           MOVE BST-CUST-REF   TO BKI-MATCH-REF
           MOVE 'O'            TO BKI-STATUS
           WRITE BKI-ENR
           IF WS-FS-BKI NOT = '00'
              DISPLAY 'ERR WRITE FBANKOPN :' WS-FS-BKI
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-UNMATCH-COUNT
           MOVE BST-AMOUNT TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING
                'NON POINTE ' DELIMITED BY SIZE
                BST-BANK-REF   DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                BST-CUST-REF   DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                BST-DC         DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                E-AMOUNT       DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                WS-UNM-REASON  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

       WRITE-MATCHED-LINE.
           MOVE BST-AMOUNT TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING
                'POINTE     '  DELIMITED BY SIZE
                BST-BANK-REF   DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                WS-TRY-TYPE    DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                BST-CUST-REF   DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                BST-DC         DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                E-AMOUNT       DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

      ***************************************
      * SUSPENS : TOUT CE QUI RESTE OUVERT  *
      * ENTRE DANS LA PREUVE ; LES LIGNES   *
      * DU RELEVE SANS CONTREPARTIE ET LES  *
      * OPERATIONS DU SYSTEME TROP ANCIENNES*
      * SONT LISTEES POUR LA TRESORERIE     *
      ***************************************
       WRITE-OUTSTANDING.
           MOVE SPACES TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 'A RELANCER PAR LA TRESORERIE' TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE ALL '-' TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 0 TO FF-BKI
           MOVE LOW-VALUES TO BKI-KEY
           START BKI KEY IS NOT LESS THAN BKI-KEY
              INVALID KEY
                 MOVE 1 TO FF-BKI
           END-START
           PERFORM UNTIL FF-BKI = 1
              READ BKI NEXT RECORD
                 AT END
                    MOVE 1 TO FF-BKI
                 NOT AT END
                    IF BKI-OPEN AND NOT BKI-CONTROL
                       PERFORM CHECK-OUTSTANDING-ITEM
                    END-IF
              END-READ
           END-PERFORM.

       CHECK-OUTSTANDING-ITEM.
           IF BKI-BANK-ONLY
              IF BKI-DC = 'C'
                 ADD BKI-AMOUNT TO WS-BONLY-CREDITS
              ELSE
                 ADD BKI-AMOUNT TO WS-BONLY-DEBITS
              END-IF
              MOVE 'RELEVE SEUL' TO WS-UNM-REASON
              PERFORM WRITE-CHASE-LINE
           ELSE
              IF BKI-DC = 'C'
                 ADD BKI-AMOUNT TO WS-OUT-RECEIPTS
              ELSE
                 ADD BKI-AMOUNT TO WS-OUT-PAYMENTS
              END-IF
              MOVE ZERO TO WS-AGE-DAYS
              IF BKI-DATE(1:4) IS NUMERIC
                 AND BKI-DATE(6:2) IS NUMERIC
                 AND BKI-DATE(9:2) IS NUMERIC
                 MOVE BKI-DATE(1:4) TO WS-DATE-YYYY
                 MOVE BKI-DATE(6:2) TO WS-DATE-MM
                 MOVE BKI-DATE(9:2) TO WS-DATE-DD
                 COMPUTE WS-AGE-DAYS = WS-TODAY-JULIAN
                       - FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
              END-IF
              IF WS-AGE-DAYS > WS-AGE-LIMIT
                 MOVE WS-AGE-DAYS TO E-AGE
                 MOVE SPACES TO WS-UNM-REASON
                 STRING 'NON PASSE ' DELIMITED BY SIZE
                        E-AGE        DELIMITED BY SIZE
                        ' J'         DELIMITED BY SIZE
                 INTO WS-UNM-REASON
                 PERFORM WRITE-CHASE-LINE
              END-IF
           END-IF.

       WRITE-CHASE-LINE.
           ADD 1 TO WS-CHASE-COUNT
           MOVE BKI-AMOUNT TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING
                BKI-TYPE       DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                BKI-REF        DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                BKI-DATE       DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                BKI-DC         DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                E-AMOUNT       DELIMITED BY SIZE
                ' '            DELIMITED BY SIZE
                WS-UNM-REASON  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE SPACES TO WS-LINE
           STRING
                '  '           DELIMITED BY SIZE
                BKI-PARTY      DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

      ***************************************
      * PREUVE : SOLDE BANQUE + SUSPENS     *
      * SYSTEME = SOLDE COMPTABLE + SUSPENS *
      * BANQUE. UN ECART EST SIGNALE PAR LE *
      * CODE RETOUR 4                       *
      ***************************************
       WRITE-PROOF.
           MOVE SPACES TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 'PREUVE DE SOLDE' TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE ALL '-' TO WS-LINE
           PERFORM WRITE-FILE-RPT
           IF WS-TRL-SEEN NOT = 'Y'
              MOVE 'PAS DE RELEVE COMPLET CE JOUR - PREUVE NON FAITE'
                TO WS-LINE
              PERFORM WRITE-FILE-RPT
              DISPLAY 'RELEVE ABSENT OU SANS FIN - PREUVE NON FAITE'
              MOVE 4 TO RETURN-CODE
           ELSE
              IF WS-TRL-COUNT NOT = WS-DTL-COUNT
                 MOVE 'NOMBRE DE MOUVEMENTS DIFFERENT DE LA FIN'
                   TO WS-LINE
                 PERFORM WRITE-FILE-RPT
                 DISPLAY 'RELEVE INCOMPLET : ' WS-DTL-COUNT
                         ' LUS POUR ' WS-TRL-COUNT
                 MOVE 4 TO RETURN-CODE
              END-IF
              COMPUTE WS-ADJ-BANK = WS-BANK-CLOSE
                    + WS-OUT-RECEIPTS - WS-OUT-PAYMENTS
              COMPUTE WS-ADJ-BOOK = WS-BOOK-BAL
                    + WS-BONLY-CREDITS - WS-BONLY-DEBITS
              COMPUTE WS-PROOF-DIFF = WS-ADJ-BANK - WS-ADJ-BOOK
              MOVE WS-BANK-CLOSE TO E-BALANCE
              MOVE SPACES TO WS-LINE
              STRING 'SOLDE BANQUE AU RELEVE          '
                     DELIMITED BY SIZE
                     E-BALANCE DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-FILE-RPT
              MOVE WS-OUT-RECEIPTS TO E-BALANCE
              MOVE SPACES TO WS-LINE
              STRING '+ ENTREES NON PASSEES EN BANQUE '
                     DELIMITED BY SIZE
                     E-BALANCE DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-FILE-RPT
              MOVE WS-OUT-PAYMENTS TO E-BALANCE
              MOVE SPACES TO WS-LINE
              STRING '- SORTIES NON PASSEES EN BANQUE '
                     DELIMITED BY SIZE
                     E-BALANCE DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-FILE-RPT
              MOVE WS-ADJ-BANK TO E-BALANCE
              MOVE SPACES TO WS-LINE
              STRING '= SOLDE BANQUE AJUSTE           '
                     DELIMITED BY SIZE
                     E-BALANCE DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-FILE-RPT
              MOVE SPACES TO WS-LINE
              PERFORM WRITE-FILE-RPT
              MOVE WS-BOOK-BAL TO E-BALANCE
              MOVE SPACES TO WS-LINE
              STRING 'SOLDE COMPTABLE                 '
                     DELIMITED BY SIZE
                     E-BALANCE DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-FILE-RPT
              MOVE WS-BONLY-CREDITS TO E-BALANCE
              MOVE SPACES TO WS-LINE
              STRING '+ ENTREES BANQUE NON COMPTABIL. '
                     DELIMITED BY SIZE
                     E-BALANCE DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-FILE-RPT
              MOVE WS-BONLY-DEBITS TO E-BALANCE
              MOVE SPACES TO WS-LINE
              STRING '- SORTIES BANQUE NON COMPTABIL. '
                     DELIMITED BY SIZE
                     E-BALANCE DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-FILE-RPT
              MOVE WS-ADJ-BOOK TO E-BALANCE
              MOVE SPACES TO WS-LINE
              STRING '= SOLDE COMPTABLE AJUSTE        '
                     DELIMITED BY SIZE
                     E-BALANCE DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-FILE-RPT
              MOVE SPACES TO WS-LINE
              PERFORM WRITE-FILE-RPT
              MOVE WS-PROOF-DIFF TO E-BALANCE
              MOVE SPACES TO WS-LINE
              STRING 'ECART                           '
                     DELIMITED BY SIZE
                     E-BALANCE DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-FILE-RPT
              IF WS-PROOF-DIFF NOT = ZERO
                 DISPLAY 'ECART DE RAPPROCHEMENT : ' E-BALANCE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-LINE
           STRING
                'RAPPROCHEMENT BANCAIRE DU ' DELIMITED BY SIZE
                WS-RUN-DATE                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

       WRITE-STATEMENT-TITLE.
           MOVE SPACES TO WS-LINE
           IF WS-HDR-SEEN = 'Y'
              STRING
                   'RELEVE DU '     DELIMITED BY SIZE
                   WS-STMT-DATE     DELIMITED BY SIZE
                   ' COMPTE '       DELIMITED BY SIZE
                   WS-STMT-ACCOUNT  DELIMITED BY SIZE
              INTO WS-LINE
           ELSE
              MOVE 'AUCUN RELEVE BANCAIRE RECU' TO WS-LINE
           END-IF
           PERFORM WRITE-FILE-RPT
           MOVE ALL '-' TO WS-LINE
           PERFORM WRITE-FILE-RPT.

       WRITE-FILE-RPT.
           MOVE WS-LINE TO RPT-ENR
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FBANKRPT :' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           MOVE WS-PROOF-DIFF TO E-BALANCE
           DISPLAY '==============================================='
           DISPLAY '  RESUME DU RAPPROCHEMENT BANCAIRE'
           DISPLAY '  OPERATIONS CHARGEES    : ' WS-LOADED-COUNT
           DISPLAY '  DEJA CHARGEES          : ' WS-DUP-COUNT
           DISPLAY '  RETOURS DE PRELEVEMENT : ' WS-DDCONF-COUNT
           DISPLAY '  MOUVEMENTS DU RELEVE   : ' WS-DTL-COUNT
           DISPLAY '  POINTES                : ' WS-MATCH-COUNT
           DISPLAY '  POINTES EN REPRISE     : ' WS-LATE-MATCH-COUNT
           DISPLAY '  DEJA POINTES (RELANCE) : ' WS-RERUN-COUNT
           DISPLAY '  NON POINTES            : ' WS-UNMATCH-COUNT
           DISPLAY '  A RELANCER             : ' WS-CHASE-COUNT
           DISPLAY '  ECART DE PREUVE        : ' E-BALANCE
           DISPLAY '==============================================='.

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
        ABEND-PROG.
           DISPLAY 'ABEND PROG !'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
