      * (FCRAPPL, FICHES FONACCT) ET EDITE CE QUI A *
      * ETE IMPUTE PLUS LES RELIQUATS D'AVOIR A     *
      * REMBOURSER. LE SOLDE CLIENT NE BOUGE PAS :  *
      * C'EST UNE COMPENSATION INTERNE. AU GRAND    *
      * LIVRE (FGLPOST), LE CASH EN COMPTE IMPUTE   *
      * SOLDE LE COMPTE D'ATTENTE DES ENCAISSEMENTS *
      * NON AFFECTES (DEBIT 1190 / CREDIT CLIENTS,  *
      * OU PRELEVEMENTS EN COURS SI LA PIECE A ETE  *
      * PRESENTEE PAR DDCOLL) ; UN AVOIR IMPUTE SUR *
      * UNE PIECE PRESENTEE RECLASSE LE COMPTE      *
      * D'ATTENTE DES PRELEVEMENTS EN CLIENTS.      *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SELECT RPT ASSIGN TO FCRAPRPT
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
       COPY CRAPPL.
       FD RPT.
       01 RPT-ENR      PIC X(78).
       FD GLP.
       COPY GLPOST.
       FD PARAMS.
       COPY PARAMREC.

       WORKING-STORAGE SECTION.
           EXEC SQL
       77 WS-FS-ONA         PIC XX.
       77 WS-FS-CRA         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 WS-FS-GLP         PIC XX.
       77 FF-STL            PIC 9 VALUE ZERO.
       77 FF-ONA            PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).
       77 WS-APPLY-AMOUNT    PIC S9(9)V99 VALUE ZERO.
       77 WS-APPLY-CUR       PIC S9(9)V99 VALUE ZERO.
       77 WS-ONACCT-LEFT     PIC S9(9)V99 VALUE ZERO.
      *    PART DE L'IMPUTATION VENUE DU CASH EN COMPTE, ET PART
      *    VENUE DES AVOIRS (POUR LES ECRITURES COMPTABLES)
       77 WS-APPLY-ONACCT    PIC S9(9)V99 VALUE ZERO.
       77 WS-APPLY-CREDIT    PIC S9(9)V99 VALUE ZERO.

      ***************************************
      * COMPTES DU GRAND LIVRE : REPLIS     *
      * COMPILES, REMPLACES PAR LES FICHES  *
      * GLACCT-xx DE FPARAMS COMME DANS     *
      * CREAFACT                            *
      ***************************************
       77 WS-FS-PRM         PIC XX.
       77 WS-PRM-FOUND      PIC X VALUE 'N'.
       01 WS-GL-ACCOUNTS.
          05 WS-GL-AR        PIC X(10) VALUE '1100'.
          05 WS-GL-DDC       PIC X(10) VALUE '1150'.
          05 WS-GL-UNA       PIC X(10) VALUE '1190'.

      ***************************************
      * RESUME DE LOT                       *
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM INIT-RUN-DATE
            PERFORM GET-PARAMETERS
            PERFORM OPEN-FILE-ONA
            PERFORM OPEN-FILE-CRA
            PERFORM OPEN-FILE-RPT
            PERFORM OPEN-FILE-GLP
            PERFORM WRITE-RPT-HEADER
            PERFORM LOAD-ONACCT-AVAILABLE
            PERFORM LOAD-CREDIT-AVAILABLE
            PERFORM CONSUME-ONACCT-RECORDS
            PERFORM RECORD-CREDIT-APPLIED
            PERFORM WRITE-RESIDUAL-REPORT
            PERFORM CLOSE-FILE-GLP
            PERFORM CLOSE-FILE-RPT
            PERFORM CLOSE-FILE-CRA
            PERFORM CLOSE-FILE-ONA
                WS-RUN-DATE-NUM(7:2) DELIMITED BY SIZE
           INTO WS-RUN-DATE.

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
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
       CLOSE-FILE-RPT.
           CLOSE RPT.

       OPEN-FILE-GLP.
           OPEN EXTEND GLP
           IF WS-FS-GLP NOT = '00' AND WS-FS-GLP NOT = '05'
              DISPLAY 'ERR OPEN FGLPOST, FS=' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILE-GLP.
           CLOSE GLP.

       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              COMPUTE WS-OPEN-AMOUNT =
                      STL-AMOUNT - STL-PAID-AMOUNT
              MOVE ZERO TO WS-APPLY-AMOUNT
              MOVE ZERO TO WS-APPLY-ONACCT
              MOVE ZERO TO WS-APPLY-CREDIT
              PERFORM APPLY-FROM-ONACCT
              PERFORM APPLY-FROM-CREDIT
              IF WS-APPLY-AMOUNT > ZERO
                 PERFORM UPDATE-SETTLEMENT
                 PERFORM WRITE-GL-POSTINGS
                 PERFORM WRITE-APPLIED-LINE
              END-IF
           END-IF.
              ADD WS-ONACCT-LEFT
                TO WCA-ONACCT-USED (WS-CUS-FOUND-IDX)
              ADD WS-ONACCT-LEFT TO WS-APPLY-AMOUNT
              ADD WS-ONACCT-LEFT TO WS-APPLY-ONACCT
           END-IF.

       APPLY-FROM-CREDIT.
              ADD WS-ONACCT-LEFT
                TO WCA-CREDIT-USED (WS-CUS-FOUND-IDX)
              ADD WS-ONACCT-LEFT TO WS-APPLY-AMOUNT
              ADD WS-ONACCT-LEFT TO WS-APPLY-CREDIT
           END-IF.

      ***************************************
           ADD 1 TO WS-APPLIED-COUNT
           ADD WS-APPLY-AMOUNT TO WS-SUM-APPLIED.

      ***************************************
      * ECRITURES DE L'IMPUTATION :         *
      * - CASH EN COMPTE : DEBIT ENCAISSE-  *
      *   MENTS NON AFFECTES / CREDIT       *
      *   CLIENTS (OU PRELEVEMENTS EN COURS *
      *   SI LA PIECE EST PRESENTEE)        *
      * - AVOIR SUR PIECE PRESENTEE : DEBIT *
      *   CLIENTS / CREDIT PRELEVEMENTS EN  *
      *   COURS (L'AVOIR A DEJA CREDITE LES *
      *   CLIENTS CHEZ CREAVOIR)            *
      ***************************************
       WRITE-GL-POSTINGS.
           MOVE SPACES          TO GLP-ENR
           MOVE 'CREDAPPL'      TO GLP-SOURCE
           MOVE STL-INVOICE-NO  TO GLP-INVOICE-NO
           MOVE STL-O-NO        TO GLP-O-NO
           MOVE WS-RUN-DATE     TO GLP-DATE
           IF WS-APPLY-ONACCT > ZERO
              MOVE WS-GL-UNA       TO GLP-ACCOUNT
              MOVE 'UNAPPLIED CASH' TO GLP-DESCRIPTION
              MOVE 'D'             TO GLP-DC
              MOVE WS-APPLY-ONACCT TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
              IF STL-DD-PRESENTED
                 MOVE WS-GL-DDC    TO GLP-ACCOUNT
                 MOVE 'DIRECT DEBIT COLL' TO GLP-DESCRIPTION
              ELSE
                 MOVE WS-GL-AR     TO GLP-ACCOUNT
                 MOVE 'ACCOUNTS RECEIVABLE' TO GLP-DESCRIPTION
              END-IF
              MOVE 'C'             TO GLP-DC
              MOVE WS-APPLY-ONACCT TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
           END-IF
           IF WS-APPLY-CREDIT > ZERO
              AND STL-DD-PRESENTED
              MOVE WS-GL-AR        TO GLP-ACCOUNT
              MOVE 'ACCOUNTS RECEIVABLE' TO GLP-DESCRIPTION
              MOVE 'D'             TO GLP-DC
              MOVE WS-APPLY-CREDIT TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
              MOVE WS-GL-DDC       TO GLP-ACCOUNT
              MOVE 'DIRECT DEBIT COLL' TO GLP-DESCRIPTION
              MOVE 'C'             TO GLP-DC
              MOVE WS-APPLY-CREDIT TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
           END-IF.

       WRITE-GL-LINE.
           WRITE GLP-ENR
           IF WS-FS-GLP NOT = ZERO THEN
              DISPLAY 'ERR WRITE GLPOST :' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF.

       WRITE-APPLIED-LINE.
           MOVE WS-APPLY-AMOUNT TO E-AMOUNT
           MOVE SPACES TO WS-LINE
