      * GRAND LIVRE AUXILIAIRE ET UN AVIS NSF EST   *
      * IMPRIME POUR QUE LE RECOUVREMENT REPRENNE   *
      * LA FACTURE (BALANCE AGEE ET RELANCES LA     *
      * REVOIENT AU PROCHAIN PASSAGE). LA           *
      * CONTREPASSATION PART AU GRAND LIVRE         *
      * (FGLPOST : DEBIT CLIENTS / CREDIT BANQUE).  *
      * SEUL LE CASH RAPPROCHE PAR CASHAPP PEUT     *
      * REVENIR IMPAYE (LES AVOIRS, CAPTURES CARTE  *
      * ET ACOMPTES PRO-FORMA NE SONT PAS TOUCHES). *
      * LA BANQUE EST CREDITEE DU CASH REELLEMENT   *
      * RECU (ECART DE CHANGE REALISE COMPRIS, AU   *
      * PRORATA DU CASH RETOURNE) ET LE CHANGE EST  *
      * CONTREPASSE. QUAND TOUT LE CASH DE LA PIECE *
      * REVIENT, L'ESCOMPTE ET LE PAIEMENT COURT    *
      * ACCORDES AU REGLEMENT TOMBENT AUSSI : LA    *
      * PIECE REDEVIENT DUE EN TOTALITE.            *
      * UN PRELEVEMENT IMPAYE PERD SA MARQUE DE     *
      * PRESENTATION : LA PIECE REDEVIENT UNE       *
      * CREANCE ORDINAIRE.                          *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SELECT NSF ASSIGN TO FNSFRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-NSF.
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
       COPY SETTLE.
       FD NSF.
       01 NSF-ENR      PIC X(78).
       FD GLP.
       COPY GLPOST.
       FD PARAMS.
       COPY PARAMREC.

       WORKING-STORAGE SECTION.
           EXEC SQL
      *  COL 10-17 : REFERENCE DE LA REMISE D'ORIGINE (INFORMATIF,
      *              REPRISE SUR L'AVIS NSF)
      *  COL 18-28 : MONTANT RETOURNE 9(9)V99 (ZERO = TOUT LE
      *              CASH ENCAISSE SUR LA PIECE)
      *--------------------------------------------------------------
       01 WS-SYSIN-CARD.
          05 WS-CARD-INVOICE-NO  PIC 9(9).

       77 WS-FS-STL         PIC XX.
       77 WS-FS-NSF         PIC XX.
       77 WS-FS-GLP         PIC XX.
       77 FF-SYSIN          PIC 9 VALUE ZERO.

      ***************************************
      * MONTANT EFFECTIVEMENT CONTREPASSE   *
      * (EN DOLLARS) : CASH DE LA CARTE,    *
      * PLAFONNE AU CASH ENCAISSE SUR LA    *
      * PIECE, PLUS L'ESCOMPTE ET LE        *
      * PAIEMENT COURT QUAND TOUT LE CASH   *
      * REVIENT ; L'ECART DE CHANGE SUIT LE *
      * CASH AU PRORATA                     *
      ***************************************
       77 WS-REVERSED-DOLLARS PIC S9(9)V99 VALUE ZERO.
       77 WS-REVERSED-CUR     PIC S9(9)V99 VALUE ZERO.
       77 WS-REVERSED-CASH    PIC S9(9)V99 VALUE ZERO.
       77 WS-REVERSED-FX      PIC S9(9)V99 VALUE ZERO.
       77 WS-REVERSED-DISC    PIC S9(9)V99 VALUE ZERO.
       77 WS-REVERSED-SHORT   PIC S9(9)V99 VALUE ZERO.
       77 WS-BANK-RETURNED    PIC S9(9)V99 VALUE ZERO.

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
          05 WS-GL-CSH       PIC X(10) VALUE '1000'.
          05 WS-GL-EPD       PIC X(10) VALUE '4150'.
          05 WS-GL-SPW       PIC X(10) VALUE '6800'.
          05 WS-GL-FXG       PIC X(10) VALUE '4400'.
          05 WS-GL-FXL       PIC X(10) VALUE '6400'.

      ***************************************
      * RESUME DE LOT                       *
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM INIT-RUN-DATE
            PERFORM GET-PARAMETERS
            PERFORM OPEN-FILE-STL
            PERFORM OPEN-FILE-NSF
            PERFORM OPEN-FILE-GLP
            PERFORM WRITE-NSF-HEADER
            PERFORM READ-SYSIN-CARD
            PERFORM UNTIL FF-SYSIN = 1
               PERFORM REVERSE-ONE-PAYMENT
               PERFORM READ-SYSIN-CARD
            END-PERFORM
            PERFORM CLOSE-FILE-GLP
            PERFORM CLOSE-FILE-NSF
            PERFORM CLOSE-FILE-STL
            PERFORM WRITE-BATCH-SUMMARY
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
              MOVE 'GLACCT-CSH' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-CSH
              END-IF
              MOVE 'GLACCT-EPD' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-EPD
              END-IF
              MOVE 'GLACCT-SPW' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-SPW
              END-IF
              MOVE 'GLACCT-FXG' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-FXG
              END-IF
              MOVE 'GLACCT-FXL' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-FXL
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
       CLOSE-FILE-NSF.
           CLOSE NSF.

       OPEN-FILE-GLP.
           OPEN EXTEND GLP
           IF WS-FS-GLP NOT = '00' AND WS-FS-GLP NOT = '05'
              DISPLAY 'ERR OPEN FGLPOST, FS=' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILE-GLP.
           CLOSE GLP.

       WRITE-LINE-TO-NSF.
           WRITE NSF-ENR
           IF WS-FS-NSF NOT = '00'
      ***************************************
      * CONTREPASSATION D'UNE CARTE : SEULE *
      * UNE PIECE PORTANT DU CASH ENCAISSE  *
      * PAR CASHAPP PEUT ETRE CONTREPASSEE  *
      ***************************************
       REVERSE-ONE-PAYMENT.
           MOVE WS-CARD-INVOICE-NO TO STL-INVOICE-NO
                 DISPLAY 'FACTURE INCONNUE AU FICHIER DE '
                         'REGLEMENT : ' WS-CARD-INVOICE-NO
              NOT INVALID KEY
                 IF STL-CASH-PAID NOT > ZERO
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'AUCUN ENCAISSEMENT A CONTREPASSER '
                            'SUR LA FACTURE ' WS-CARD-INVOICE-NO
      * GRAND LIVRE AUXILIAIRE              *
      ***************************************
       APPLY-REVERSAL.
           MOVE ZERO TO WS-REVERSED-DISC
           MOVE ZERO TO WS-REVERSED-SHORT
           IF WS-CARD-AMOUNT = ZERO
              OR WS-CARD-AMOUNT >= STL-CASH-PAID
              MOVE STL-CASH-PAID   TO WS-REVERSED-CASH
              MOVE STL-FX-REALIZED TO WS-REVERSED-FX
              MOVE STL-DISC-TAKEN  TO WS-REVERSED-DISC
              MOVE STL-SHORT-TAKEN TO WS-REVERSED-SHORT
           ELSE
              MOVE WS-CARD-AMOUNT TO WS-REVERSED-CASH
              COMPUTE WS-REVERSED-FX ROUNDED =
                      STL-FX-REALIZED * WS-REVERSED-CASH
                      / STL-CASH-PAID
           END-IF
           COMPUTE WS-REVERSED-DOLLARS = WS-REVERSED-CASH
                   + WS-REVERSED-DISC + WS-REVERSED-SHORT
           COMPUTE WS-BANK-RETURNED =
                   WS-REVERSED-CASH + WS-REVERSED-FX
           SUBTRACT WS-REVERSED-DOLLARS FROM STL-PAID-AMOUNT
           IF STL-PAID-AMOUNT < ZERO
              MOVE ZERO TO STL-PAID-AMOUNT
           END-IF
           SUBTRACT WS-REVERSED-CASH  FROM STL-CASH-PAID
           SUBTRACT WS-REVERSED-FX    FROM STL-FX-REALIZED
           SUBTRACT WS-REVERSED-DISC  FROM STL-DISC-TAKEN
           SUBTRACT WS-REVERSED-SHORT FROM STL-SHORT-TAKEN
      *    FACTURE EN DEVISE : LE CUMUL EN DEVISE REDESCEND DE
      *    L'EQUIVALENT AU TAUX FIGE SUR LA PIECE
           IF STL-CURRENCY NOT = 'USD'
           END-IF
           MOVE SPACES TO STL-SETTLE-DATE
           MOVE SPACES TO STL-RECEIPT-REF
           MOVE SPACE  TO STL-DD-FLAG
           SET STL-OPEN TO TRUE
           REWRITE STL-ENR
           IF WS-FS-STL NOT = '00'
           END-IF
           PERFORM RESTORE-CUSTOMER-BALANCE
           PERFORM WRITE-AR-LEDGER
           PERFORM WRITE-GL-POSTINGS
           PERFORM WRITE-NSF-NOTICE
           ADD 1 TO WS-REVERSED-COUNT
           ADD WS-REVERSED-DOLLARS TO WS-SUM-REVERSED.
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * ECRITURES DE LA CONTREPASSATION,    *
      * INVERSES DE CELLES DE CASHAPP :     *
      *   DEBIT  COMPTES CLIENTS            *
      *   DEBIT  GAIN DE CHANGE REALISE     *
      *   CREDIT BANQUE (CASH RETOURNE, AU  *
      *          MONTANT REELLEMENT RECU)   *
      *   CREDIT PERTE DE CHANGE REALISEE   *
      *   CREDIT ESCOMPTE ACCORDE           *
      *   CREDIT ECART DE REGLEMENT TOLERE  *
      ***************************************
       WRITE-GL-POSTINGS.
           MOVE SPACES          TO GLP-ENR
           MOVE 'PAYREVRS'      TO GLP-SOURCE
           MOVE STL-INVOICE-NO  TO GLP-INVOICE-NO
           MOVE STL-O-NO        TO GLP-O-NO
           MOVE WS-RUN-DATE     TO GLP-DATE
           MOVE WS-GL-AR        TO GLP-ACCOUNT
           MOVE 'ACCOUNTS RECEIVABLE' TO GLP-DESCRIPTION
           MOVE 'D'             TO GLP-DC
           MOVE WS-REVERSED-DOLLARS TO GLP-AMOUNT
           PERFORM WRITE-GL-LINE
           IF WS-REVERSED-FX > ZERO
              MOVE WS-GL-FXG       TO GLP-ACCOUNT
              MOVE 'REALIZED FX GAIN' TO GLP-DESCRIPTION
              MOVE 'D'             TO GLP-DC
              MOVE WS-REVERSED-FX  TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
           END-IF
           IF WS-BANK-RETURNED NOT = ZERO
              MOVE WS-GL-CSH       TO GLP-ACCOUNT
              MOVE 'RETURNED PAYMENT' TO GLP-DESCRIPTION
              MOVE 'C'             TO GLP-DC
              MOVE WS-BANK-RETURNED TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
           END-IF
           IF WS-REVERSED-FX < ZERO
              MOVE WS-GL-FXL       TO GLP-ACCOUNT
              MOVE 'REALIZED FX LOSS' TO GLP-DESCRIPTION
              MOVE 'C'             TO GLP-DC
              COMPUTE GLP-AMOUNT = ZERO - WS-REVERSED-FX
              PERFORM WRITE-GL-LINE
           END-IF
           IF WS-REVERSED-DISC NOT = ZERO
              MOVE WS-GL-EPD       TO GLP-ACCOUNT
              MOVE 'EARLY PAY DISCOUNT' TO GLP-DESCRIPTION
              MOVE 'C'             TO GLP-DC
              MOVE WS-REVERSED-DISC TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
           END-IF
           IF WS-REVERSED-SHORT NOT = ZERO
              MOVE WS-GL-SPW       TO GLP-ACCOUNT
              MOVE 'SHORT PAY WRITE-OFF' TO GLP-DESCRIPTION
              MOVE 'C'             TO GLP-DC
              MOVE WS-REVERSED-SHORT TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
           END-IF.

       WRITE-GL-LINE.
           WRITE GLP-ENR
           IF WS-FS-GLP NOT = ZERO THEN
              DISPLAY 'ERR WRITE GLPOST :' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * LIGNE D'AVIS NSF POUR LE            *
      * RECOUVREMENT                        *
