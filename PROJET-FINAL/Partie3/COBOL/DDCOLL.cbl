      * MARQUEES PRESENTEES ('P') POUR NE PAS ETRE  *
      * REPRESENTEES. LE RETOUR DE LA BANQUE        *
      * REVIENT EN FREMIT ET SE RAPPROCHE PAR LE    *
      * CIRCUIT CASHAPP NORMAL. CHAQUE PRESENTATION *
      * PART AU GRAND LIVRE (FGLPOST) : DEBIT       *
      * PRELEVEMENTS EN COURS / CREDIT CLIENTS -    *
      * CASHAPP SOLDE LE COMPTE D'ATTENTE AU RETOUR *
      * DE LA BANQUE.                               *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SELECT COLL ASSIGN TO FDDCOLL
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-COLL.
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
      *    UNE LIGNE PAR FACTURE A PRELEVER, AVEC LA REFERENCE
      *    BANCAIRE DU MANDAT DU CLIENT
       FD COLL.
       COPY DDCOLL.
       FD GLP.
       COPY GLPOST.
       FD PARAMS.
       COPY PARAMREC.

       WORKING-STORAGE SECTION.
           EXEC SQL

       77 WS-FS-STL         PIC XX.
       77 WS-FS-COLL        PIC XX.
       77 WS-FS-GLP         PIC XX.
       77 FF-STL            PIC 9 VALUE ZERO.

      ***************************************
          05 WS-REF-MMDD    PIC 9(4).
          05 WS-REF-SEQ     PIC 9(2).

      ***************************************
      * COMPTES DU GRAND LIVRE : REPLIS     *
      * COMPILES, REMPLACES PAR LES FICHES  *
      * GLACCT-xx DE FPARAMS COMME DANS     *
      * CREAFACT (1150 = PRELEVEMENTS       *
      * PRESENTES EN ATTENTE DU RETOUR)     *
      ***************************************
       77 WS-FS-PRM         PIC XX.
       77 WS-PRM-FOUND      PIC X VALUE 'N'.
       01 WS-GL-ACCOUNTS.
          05 WS-GL-AR        PIC X(10) VALUE '1100'.
          05 WS-GL-DDC       PIC X(10) VALUE '1150'.
       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM READ-PARM
            PERFORM INIT-RUN-DATE
            PERFORM GET-PARAMETERS
            PERFORM OPEN-FILE-STL
            PERFORM OPEN-FILE-COLL
            PERFORM OPEN-FILE-GLP
            PERFORM READ-FILE-STL
            PERFORM UNTIL FF-STL = 1
               IF STL-OPEN
               END-IF
               PERFORM READ-FILE-STL
            END-PERFORM
            PERFORM CLOSE-FILE-GLP
            PERFORM CLOSE-FILE-COLL
            PERFORM CLOSE-FILE-STL
            PERFORM WRITE-BATCH-SUMMARY
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-INT)
           COMPUTE WS-LIMIT-JULIAN = WS-RUN-JULIAN + WS-LEAD-DAYS
           MOVE WS-RUN-DATE-INT(5:4) TO WS-REF-MMDD
           MOVE ZERO TO WS-REF-SEQ
           MOVE SPACES TO WS-RUN-DATE
           STRING
                WS-RUN-YYYY DELIMITED BY SIZE
                '-'         DELIMITED BY SIZE
                WS-RUN-MM   DELIMITED BY SIZE
                '-'         DELIMITED BY SIZE
                WS-RUN-DD   DELIMITED BY SIZE
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
       CLOSE-FILE-COLL.
           CLOSE COLL.

       OPEN-FILE-GLP.
           OPEN EXTEND GLP
           IF WS-FS-GLP NOT = '00' AND WS-FS-GLP NOT = '05'
              DISPLAY 'ERR OPEN FGLPOST, FS=' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILE-GLP.
           CLOSE GLP.

      ***************************************
      * UNE PIECE OUVERTE : ELLE PART EN    *
      * REMISE SI SON ECHEANCE TOMBE DANS   *
                 PERFORM GET-CUSTOMER-MANDATE
                 IF CUS-DD-MANDATE = 'Y'
                    PERFORM WRITE-COLLECT-RECORD
                    PERFORM WRITE-GL-POSTINGS
                    PERFORM MARK-PIECE-PRESENTED
                 END-IF
              END-IF
           ADD 1 TO WS-PRESENTED-COUNT
           ADD WS-OPEN-AMOUNT TO WS-SUM-PRESENTED.

      ***************************************
      * ECRITURES DE LA PRESENTATION :      *
      *   DEBIT  PRELEVEMENTS EN COURS      *
      *   CREDIT COMPTES CLIENTS            *
      ***************************************
       WRITE-GL-POSTINGS.
           MOVE SPACES          TO GLP-ENR
           MOVE 'DDCOLL'        TO GLP-SOURCE
           MOVE STL-INVOICE-NO  TO GLP-INVOICE-NO
           MOVE STL-O-NO        TO GLP-O-NO
           MOVE WS-RUN-DATE     TO GLP-DATE
           MOVE WS-GL-DDC       TO GLP-ACCOUNT
           MOVE 'DIRECT DEBIT COLL' TO GLP-DESCRIPTION
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

       MARK-PIECE-PRESENTED.
           SET STL-DD-PRESENTED TO TRUE
           REWRITE STL-ENR
