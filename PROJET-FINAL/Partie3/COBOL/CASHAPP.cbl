      * ULTERIEURE. SEULS LES ENCAISSEMENTS         *
      * VRAIMENT NON IDENTIFIABLES PARTENT EN       *
      * RAPPORT DE SUSPENS POUR LE COMPTABLE        *
      * CLIENT. CHAQUE ENCAISSEMENT PART AUSSI AU   *
      * GRAND LIVRE (FGLPOST) : DEBIT BANQUE,       *
      * ESCOMPTE ET ECART DE REGLEMENT TOLERE,      *
      * CREDIT CLIENTS (OU PRELEVEMENTS EN COURS    *
      * POUR UNE PIECE PRESENTEE PAR DDCOLL, OU     *
      * ENCAISSEMENTS NON AFFECTES POUR UNE REMISE  *
      * POSTEE EN COMPTE). UNE REMISE QUI CITE LA   *
      * REFERENCE D'UNE FACTURE PRO-FORMA           *
      * (FPROFORM, CLIENTS EN PAIEMENT D'AVANCE)    *
      * EST UN ACOMPTE SUR COMMANDE : CUMULE SUR LA *
      * FICHE, QUI PASSE A 'P' QUAND IL COUVRE LE   *
      * MONTANT DEMANDE, ET POSTE DEBIT BANQUE /    *
      * CREDIT ACOMPTES CLIENTS - NI MOUVEMENT      *
      * AUXILIAIRE NI SOLDE CLIENT : RIEN N'EST     *
      * ENCORE FACTURE. UNE REMISE EN DEVISE EST    *
      * VALORISEE AU TAUX FRATES DU JOUR : L'ECART  *
      * AVEC LE TAUX DE LA FACTURE EST LE GAIN OU   *
      * LA PERTE DE CHANGE REALISE, POSTE A PART.   *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ONA-RECEIPT-REF
            FILE STATUS IS WS-FS-ONA.
            SELECT PFA ASSIGN TO FPROFORM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PFA-REF
            FILE STATUS IS WS-FS-PFA.
            SELECT GLP ASSIGN TO FGLPOST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-GLP.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
            SELECT OPTIONAL RATE-FILE ASSIGN TO FRATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RF-CURRENCY
            FILE STATUS IS WS-FS-RATES.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       01 SUSP-ENR     PIC X(78).
       FD ONA.
       COPY ONACCT.
       FD PFA.
       COPY PROFORMA.
       FD GLP.
       COPY GLPOST.
       FD PARAMS.
       COPY PARAMREC.
       FD RATE-FILE.
       01 RATE-FILE-REC.
          05 RF-CURRENCY       PIC XX.
          05 RF-FACTOR         PIC 9V99.

       WORKING-STORAGE SECTION.
           EXEC SQL
             10 WRT-DATE         PIC X(10).
             10 WRT-C-NO         PIC X(5).
      *          'N' = NON RAPPROCHEE, 'Y' = RAPPROCHEE SUR UNE
      *          FACTURE, 'O' = POSTEE EN COMPTE (ON-ACCOUNT),
      *          'D' = ACOMPTE SUR PRO-FORMA - SEULES LES 'N'
      *          PARTENT AU RAPPORT DE SUSPENS
             10 WRT-MATCHED      PIC X.
       77 WS-REMIT-COUNT    PIC 9(3) VALUE ZERO.
       77 WS-RMT-IDX        PIC 9(3) VALUE ZERO.
       77 WS-FS-STL         PIC XX.
       77 WS-FS-SUSP        PIC XX.
       77 WS-FS-ONA         PIC XX.
       77 WS-FS-PFA         PIC XX.
       77 WS-FS-GLP         PIC XX.
       77 FF-REMIT          PIC 9 VALUE ZERO.
       77 FF-STL            PIC 9 VALUE ZERO.

       77 WS-SUM-SETTLED    PIC S9(9)V99 VALUE ZERO.
       77 WS-SUM-SUSPENSE   PIC S9(9)V99 VALUE ZERO.
       77 WS-SUM-ONACCT     PIC S9(9)V99 VALUE ZERO.
       77 WS-DEPOSIT-COUNT  PIC 9(7) VALUE ZERO.
       77 WS-DEPOSIT-PAID-COUNT PIC 9(7) VALUE ZERO.
       77 WS-SUM-DEPOSIT    PIC S9(9)V99 VALUE ZERO.

      ***************************************
      * COMPTES DU GRAND LIVRE : REPLIS     *
      * COMPILES, REMPLACES PAR LES FICHES  *
      * GLACCT-xx DE FPARAMS COMME DANS     *
      * CREAFACT. 1150 = PRELEVEMENTS       *
      * PRESENTES (DDCOLL) EN ATTENTE DU    *
      * RETOUR BANQUE, 1190 = ENCAISSEMENTS *
      * NON AFFECTES (FONACCT), SOLDE PAR   *
      * CREDAPPL A L'AFFECTATION, 2350 =    *
      * ACOMPTES CLIENTS SUR PRO-FORMA,     *
      * SOLDE PAR CREAFACT A LA FACTURATION *
      ***************************************
       77 WS-FS-PRM         PIC XX.
       77 WS-PRM-FOUND      PIC X VALUE 'N'.
       01 WS-GL-ACCOUNTS.
          05 WS-GL-AR        PIC X(10) VALUE '1100'.
          05 WS-GL-CSH       PIC X(10) VALUE '1000'.
          05 WS-GL-DDC       PIC X(10) VALUE '1150'.
          05 WS-GL-UNA       PIC X(10) VALUE '1190'.
          05 WS-GL-EPD       PIC X(10) VALUE '4150'.
          05 WS-GL-SPW       PIC X(10) VALUE '6800'.
          05 WS-GL-FXG       PIC X(10) VALUE '4400'.
          05 WS-GL-FXL       PIC X(10) VALUE '6400'.
          05 WS-GL-CDP       PIC X(10) VALUE '2350'.

      ***************************************
      * VENTILATION COMPTABLE DE LA REMISE  *
      * EN COURS (EN DOLLARS) : CASH RECU,  *
      * ESCOMPTE ACCORDE, ECART TOLERE ET   *
      * COMPTE CREDITE (CLIENTS OU          *
      * PRELEVEMENTS EN COURS)              *
      ***************************************
       77 WS-CASH-DOLLARS   PIC S9(9)V99 VALUE ZERO.
       77 WS-DISC-DOLLARS   PIC S9(9)V99 VALUE ZERO.
       77 WS-SHORT-DOLLARS  PIC S9(9)V99 VALUE ZERO.
      *    GAIN (+) OU PERTE (-) DE CHANGE REALISE SUR LE CASH
      *    RECU : VALEUR AU TAUX DU JOUR MOINS VALEUR AU TAUX DE
      *    LA FACTURE. LE CLIENT ET LE GRAND LIVRE AUXILIAIRE
      *    RESTENT AU TAUX DE LA FACTURE, SEULE LA BANQUE BOUGE
       77 WS-FX-DIFF        PIC S9(9)V99 VALUE ZERO.
       77 WS-CASH-RECEIVED  PIC S9(9)V99 VALUE ZERO.
       77 WS-FX-COUNT       PIC 9(7) VALUE ZERO.
       77 WS-SUM-FX         PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-CREDIT-ACCT PIC X(10) VALUE SPACES.
       01 WS-GL-CREDIT-DESC PIC X(20) VALUE SPACES.
       77 WS-GL-LINE-COUNT  PIC 9(7) VALUE ZERO.

      ***************************************
      * TAUX DE CHANGE DU JOUR : LE MEME    *
      * FICHIER FRATES QUE CREAFACT ET      *
      * PRO15 (TAUX DEVISE -> DOLLAR)       *
      ***************************************
       77 WS-FS-RATES         PIC XX.
       01 WS-RATES.
          05 RATE-ENTRY OCCURS 50 TIMES.
             10 RATE-CURRENCY   PIC XX.
             10 RATE-FACTOR     PIC 9V99.
       77 WS-RATE-COUNT       PIC 9(2) VALUE 0.
       77 WS-RATE-IDX         PIC 9(2) COMP VALUE 0.
       77 WS-DAY-RATE         PIC 9V99 VALUE ZERO.

      ***************************************
      * VARIABLES AFFICHAGE                 *
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM READ-PARM
            PERFORM GET-PARAMETERS
            PERFORM LOAD-RATE-TABLE
            PERFORM LOAD-REMIT-TABLE
            PERFORM OPEN-FILE-STL
            PERFORM OPEN-FILE-SUSP
            PERFORM OPEN-FILE-GLP
            PERFORM READ-FILE-STL
            PERFORM UNTIL FF-STL = 1
               PERFORM MATCH-SETTLEMENT
               PERFORM READ-FILE-STL
            END-PERFORM
            PERFORM CLOSE-FILE-STL
            PERFORM OPEN-FILE-PFA
            PERFORM APPLY-PRO-FORMA
            PERFORM CLOSE-FILE-PFA
            PERFORM OPEN-FILE-ONA
            PERFORM APPLY-ON-ACCOUNT
            PERFORM CLOSE-FILE-ONA
            PERFORM WRITE-SUSPENSE-REPORT
            PERFORM CLOSE-FILE-SUSP
            PERFORM CLOSE-FILE-GLP
            PERFORM WRITE-BATCH-SUMMARY
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.
           MOVE ZERO TO WS-SYSIN
           ACCEPT WS-SYSIN FROM SYSIN.

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
              MOVE 'GLACCT-CDP' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-CDP
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
      * CHARGEMENT DE LA TABLE DES TAUX DE  *
      * CHANGE DU JOUR (FICHIER FRATES      *
      * PERMANENT)                          *
      ***************************************
       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-FS-RATES NOT = '00' AND WS-FS-RATES NOT = '05'
              DISPLAY 'ERR OPEN FRATES, FS=' WS-FS-RATES
              PERFORM ABEND-PROG
           END-IF
           IF WS-FS-RATES = '00'
              PERFORM UNTIL WS-FS-RATES = '10'
                 READ RATE-FILE NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RF-CURRENCY
                         TO RATE-CURRENCY(WS-RATE-COUNT)
                       MOVE RF-FACTOR
                         TO RATE-FACTOR(WS-RATE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE RATE-FILE
           END-IF.

      ***************************************
      * CHARGEMENT DES REMISES BANCAIRES    *
      * EN TABLE                            *
       CLOSE-FILE-SUSP.
           CLOSE SUSP.

       OPEN-FILE-GLP.
           OPEN EXTEND GLP
           IF WS-FS-GLP NOT = '00' AND WS-FS-GLP NOT = '05'
              DISPLAY 'ERR OPEN FGLPOST, FS=' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILE-GLP.
           CLOSE GLP.

      ***************************************
      * OUVERTURE/FERMETURE DU KSDS DES     *
      * ENCAISSEMENTS NON AFFECTES (CREE AU *
       CLOSE-FILE-ONA.
           CLOSE ONA.

      ***************************************
      * KSDS DES PRO-FORMA : ABSENT TANT    *
      * QU'EXTRACTP N'EN A OUVERT AUCUNE    *
      ***************************************
       OPEN-FILE-PFA.
           OPEN I-O PFA
           IF WS-FS-PFA NOT = '00' AND WS-FS-PFA NOT = '35'
              DISPLAY 'ERR OPEN FPROFORM, FS=' WS-FS-PFA
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILE-PFA.
           IF WS-FS-PFA NOT = '35'
              CLOSE PFA
           END-IF.

      ***************************************
      * ACOMPTES SUR PRO-FORMA : UNE REMISE *
      * NON RAPPROCHEE DONT LE NUMERO DE    *
      * FACTURE EST UNE REFERENCE DE        *
      * PRO-FORMA OUVERTE ('W') OU DEJA     *
      * PAYEE ('P', COMPLEMENT) CREDITE LA  *
      * FICHE. UNE PRO-FORMA CONSOMMEE PAR  *
      * LA FACTURATION NE PREND PLUS RIEN : *
      * LA REMISE SUIT LE CIRCUIT NORMAL    *
      ***************************************
       APPLY-PRO-FORMA.
           IF WS-FS-PFA = '00'
              PERFORM VARYING WS-RMT-IDX FROM 1 BY 1
                      UNTIL WS-RMT-IDX > WS-REMIT-COUNT
                 IF WRT-MATCHED (WS-RMT-IDX) = 'N'
                    AND WRT-INVOICE-NO (WS-RMT-IDX) > ZERO
                    MOVE WRT-INVOICE-NO (WS-RMT-IDX) TO PFA-REF
                    READ PFA KEY IS PFA-REF
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF NOT PFA-CONSUMED
                             PERFORM POST-PRO-FORMA-DEPOSIT
                          END-IF
                    END-READ
                 END-IF
              END-PERFORM
           END-IF.

       POST-PRO-FORMA-DEPOSIT.
           ADD WRT-AMOUNT (WS-RMT-IDX) TO PFA-DEPOSIT-AMT
           MOVE WRT-DATE (WS-RMT-IDX)        TO PFA-DEPOSIT-DATE
           MOVE WRT-RECEIPT-REF (WS-RMT-IDX) TO PFA-RECEIPT-REF
           IF PFA-AWAITING
              AND PFA-DEPOSIT-AMT >= PFA-AMOUNT
              SET PFA-PAID TO TRUE
              ADD 1 TO WS-DEPOSIT-PAID-COUNT
           END-IF
           REWRITE PFA-ENR
           IF WS-FS-PFA NOT = '00'
              DISPLAY 'ERR REWRITE FPROFORM, FS=' WS-FS-PFA
              PERFORM ABEND-PROG
           END-IF
           PERFORM WRITE-GL-DEPOSIT
           MOVE 'D' TO WRT-MATCHED (WS-RMT-IDX)
           ADD 1 TO WS-DEPOSIT-COUNT
           ADD WRT-AMOUNT (WS-RMT-IDX) TO WS-SUM-DEPOSIT.

      ***************************************
      * ECRITURES DE L'ACOMPTE : DEBIT      *
      * BANQUE / CREDIT ACOMPTES CLIENTS    *
      * (PERIODE CLOTUREE : PREMIERE DATE   *
      * POSTABLE, COMME LES AUTRES)         *
      ***************************************
       WRITE-GL-DEPOSIT.
           MOVE WRT-DATE (WS-RMT-IDX) TO ARL-DOC-DATE
           PERFORM CHECK-POSTING-PERIOD
           MOVE SPACES          TO GLP-ENR
           MOVE 'CASHAPP'       TO GLP-SOURCE
           MOVE PFA-REF         TO GLP-INVOICE-NO
           MOVE PFA-O-NO        TO GLP-O-NO
           MOVE ARL-DOC-DATE    TO GLP-DATE
           MOVE WS-GL-CSH       TO GLP-ACCOUNT
           MOVE 'CASH RECEIPT'  TO GLP-DESCRIPTION
           MOVE 'D'             TO GLP-DC
           MOVE WRT-AMOUNT (WS-RMT-IDX) TO GLP-AMOUNT
           PERFORM WRITE-GL-LINE
           MOVE WS-GL-CDP       TO GLP-ACCOUNT
           MOVE 'CUSTOMER DEPOSIT' TO GLP-DESCRIPTION
           MOVE 'C'             TO GLP-DC
           MOVE WRT-AMOUNT (WS-RMT-IDX) TO GLP-AMOUNT
           PERFORM WRITE-GL-LINE.

      ***************************************
      * POSTAGE EN COMPTE DES REMISES NON   *
      * RAPPROCHEES QUI PORTENT UN NUMERO   *
              END-EXEC
              PERFORM TEST-SQLCODE
              PERFORM WRITE-AR-LEDGER-ONACCT
              PERFORM WRITE-GL-ONACCT
              PERFORM WRITE-ONACCT-RECORD
              MOVE 'O' TO WRT-MATCHED (WS-RMT-IDX)
              ADD 1 TO WS-ONACCT-COUNT
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * ECRITURES DE L'ENCAISSEMENT EN      *
      * COMPTE : DEBIT BANQUE / CREDIT      *
      * ENCAISSEMENTS NON AFFECTES, A LA    *
      * DATE DU MOUVEMENT AUXILIAIRE        *
      ***************************************
       WRITE-GL-ONACCT.
           MOVE SPACES          TO GLP-ENR
           MOVE 'CASHAPP'       TO GLP-SOURCE
           MOVE ARL-DOC-NO      TO GLP-INVOICE-NO
           MOVE ZERO            TO GLP-O-NO
           MOVE ARL-DOC-DATE    TO GLP-DATE
           MOVE WS-GL-CSH       TO GLP-ACCOUNT
           MOVE 'CASH RECEIPT'  TO GLP-DESCRIPTION
           MOVE 'D'             TO GLP-DC
           MOVE WS-ONACCT-AMOUNT TO GLP-AMOUNT
           PERFORM WRITE-GL-LINE
           MOVE WS-GL-UNA       TO GLP-ACCOUNT
           MOVE 'UNAPPLIED CASH' TO GLP-DESCRIPTION
           MOVE 'C'             TO GLP-DC
           MOVE WS-ONACCT-AMOUNT TO GLP-AMOUNT
           PERFORM WRITE-GL-LINE.

      ***************************************
      * FICHE OUVERTE D'ENCAISSEMENT NON    *
      * AFFECTE (FONACCT) - REECRITE SI LA  *
      *    ACOMPTES ANTERIEURS ONT DEJA BAISSE CUSTOMERS.BALANCE
           COMPUTE WS-APPLIED-DOLLARS =
                   STL-AMOUNT - STL-PAID-AMOUNT
           PERFORM SPLIT-SETTLED-AMOUNT
           PERFORM RECORD-RECEIPT-SPLIT
           MOVE STL-AMOUNT     TO STL-PAID-AMOUNT
           MOVE STL-CUR-AMOUNT TO STL-CUR-PAID
           MOVE WRT-DATE (WS-RMT-FOUND-IDX) TO STL-SETTLE-DATE
           MOVE 'Y' TO WRT-MATCHED (WS-RMT-FOUND-IDX)
           PERFORM UPDATE-CUSTOMER-BALANCE
           PERFORM WRITE-AR-LEDGER
           PERFORM WRITE-GL-RECEIPT
           ADD 1 TO WS-SETTLED-COUNT
           ADD WS-APPLIED-DOLLARS TO WS-SUM-SETTLED
           IF WS-EXPECTED NOT = WS-EXPECTED-BASE
              END-IF
           END-IF.

      ***************************************
      * VENTILATION DU SOLDE APURE PAR UN   *
      * REGLEMENT TOTAL : LE CASH RECU EN   *
      * DOLLARS (CONVERTI AU TAUX DE LA     *
      * PIECE POUR UNE REMISE EN DEVISE),   *
      * L'ESCOMPTE ACCORDE DANS LA FENETRE  *
      * D'ESCOMPTE, LE RESTE EST L'ECART DE *
      * PAIEMENT COURT ACCEPTE EN TOLERANCE *
      ***************************************
       SPLIT-SETTLED-AMOUNT.
           IF STL-CURRENCY NOT = 'USD'
              AND STL-CUR-AMOUNT NOT = ZERO
              COMPUTE WS-CASH-DOLLARS ROUNDED =
                      WRT-AMOUNT (WS-RMT-FOUND-IDX) * STL-FX-RATE
              COMPUTE WS-DISC-DOLLARS ROUNDED =
                      (WS-EXPECTED-BASE - WS-EXPECTED) * STL-FX-RATE
           ELSE
              MOVE WRT-AMOUNT (WS-RMT-FOUND-IDX) TO WS-CASH-DOLLARS
              COMPUTE WS-DISC-DOLLARS =
                      WS-EXPECTED-BASE - WS-EXPECTED
           END-IF
           IF WS-CASH-DOLLARS > WS-APPLIED-DOLLARS
              MOVE WS-APPLIED-DOLLARS TO WS-CASH-DOLLARS
           END-IF
           IF WS-DISC-DOLLARS >
              WS-APPLIED-DOLLARS - WS-CASH-DOLLARS
              COMPUTE WS-DISC-DOLLARS =
                      WS-APPLIED-DOLLARS - WS-CASH-DOLLARS
           END-IF
           COMPUTE WS-SHORT-DOLLARS = WS-APPLIED-DOLLARS
                   - WS-CASH-DOLLARS - WS-DISC-DOLLARS.

      ***************************************
      * VENTILATION DE L'ENCAISSEMENT       *
      * CUMULEE SUR LA PIECE AVANT SA       *
      * REECRITURE (CASH, CHANGE REALISE,   *
      * ESCOMPTE, PAIEMENT COURT) : C'EST   *
      * CE QUE PAYREVRS DEFAIT SI LE        *
      * REGLEMENT REVIENT IMPAYE            *
      ***************************************
       RECORD-RECEIPT-SPLIT.
           PERFORM COMPUTE-FX-DIFFERENCE
           ADD WS-CASH-DOLLARS  TO STL-CASH-PAID
           ADD WS-FX-DIFF       TO STL-FX-REALIZED
           ADD WS-DISC-DOLLARS  TO STL-DISC-TAKEN
           ADD WS-SHORT-DOLLARS TO STL-SHORT-TAKEN.

      ***************************************
      * ECRITURES DE L'ENCAISSEMENT :       *
      *   DEBIT  BANQUE (CASH RECU, AU TAUX *
      *          DU JOUR SI EN DEVISE)      *
      *   DEBIT  PERTE DE CHANGE REALISEE   *
      *   DEBIT  ESCOMPTE ACCORDE           *
      *   DEBIT  ECART DE REGLEMENT TOLERE  *
      *   CREDIT CLIENTS, OU PRELEVEMENTS   *
      *          EN COURS QUAND LA PIECE A  *
      *          ETE PRESENTEE PAR DDCOLL   *
      *          (DDCOLL A DEJA CREDITE LES *
      *          CLIENTS A LA PRESENTATION) *
      *   CREDIT GAIN DE CHANGE REALISE     *
      * DATEES COMME LE MOUVEMENT 'P' DU    *
      * GRAND LIVRE AUXILIAIRE              *
      ***************************************
       WRITE-GL-RECEIPT.
           COMPUTE WS-CASH-RECEIVED = WS-CASH-DOLLARS + WS-FX-DIFF
           IF STL-DD-PRESENTED
              MOVE WS-GL-DDC TO WS-GL-CREDIT-ACCT
              MOVE 'DIRECT DEBIT COLL' TO WS-GL-CREDIT-DESC
           ELSE
              MOVE WS-GL-AR TO WS-GL-CREDIT-ACCT
              MOVE 'ACCOUNTS RECEIVABLE' TO WS-GL-CREDIT-DESC
           END-IF
           MOVE SPACES          TO GLP-ENR
           MOVE 'CASHAPP'       TO GLP-SOURCE
           MOVE STL-INVOICE-NO  TO GLP-INVOICE-NO
           MOVE STL-O-NO        TO GLP-O-NO
           MOVE ARL-DOC-DATE    TO GLP-DATE
           IF WS-CASH-RECEIVED NOT = ZERO
              MOVE WS-GL-CSH       TO GLP-ACCOUNT
              MOVE 'CASH RECEIPT'  TO GLP-DESCRIPTION
              MOVE 'D'             TO GLP-DC
              MOVE WS-CASH-RECEIVED TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
           END-IF
           IF WS-FX-DIFF < ZERO
              MOVE WS-GL-FXL       TO GLP-ACCOUNT
              MOVE 'REALIZED FX LOSS' TO GLP-DESCRIPTION
              MOVE 'D'             TO GLP-DC
              COMPUTE GLP-AMOUNT = ZERO - WS-FX-DIFF
              PERFORM WRITE-GL-LINE
           END-IF
           IF WS-DISC-DOLLARS NOT = ZERO
              MOVE WS-GL-EPD       TO GLP-ACCOUNT
              MOVE 'EARLY PAY DISCOUNT' TO GLP-DESCRIPTION
              MOVE 'D'             TO GLP-DC
              MOVE WS-DISC-DOLLARS TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
           END-IF
           IF WS-SHORT-DOLLARS NOT = ZERO
              MOVE WS-GL-SPW       TO GLP-ACCOUNT
              MOVE 'SHORT PAY WRITE-OFF' TO GLP-DESCRIPTION
              MOVE 'D'             TO GLP-DC
              MOVE WS-SHORT-DOLLARS TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
           END-IF
           MOVE WS-GL-CREDIT-ACCT  TO GLP-ACCOUNT
           MOVE WS-GL-CREDIT-DESC  TO GLP-DESCRIPTION
           MOVE 'C'                TO GLP-DC
           MOVE WS-APPLIED-DOLLARS TO GLP-AMOUNT
           PERFORM WRITE-GL-LINE
           IF WS-FX-DIFF > ZERO
              MOVE WS-GL-FXG       TO GLP-ACCOUNT
              MOVE 'REALIZED FX GAIN' TO GLP-DESCRIPTION
              MOVE 'C'             TO GLP-DC
              MOVE WS-FX-DIFF      TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
           END-IF.

      ***************************************
      * CHANGE REALISE : LE CASH RECU EN    *
      * DEVISE EST REVALORISE AU TAUX       *
      * FRATES DU JOUR ; L'ECART AVEC SA    *
      * VALEUR AU TAUX DE LA FACTURE EST UN *
      * GAIN OU UNE PERTE DE CHANGE. SANS   *
      * TAUX DU JOUR, PAS D'ECART           *
      ***************************************
       COMPUTE-FX-DIFFERENCE.
           MOVE ZERO TO WS-FX-DIFF
           MOVE ZERO TO WS-DAY-RATE
           IF STL-CURRENCY NOT = 'USD'
              AND STL-CUR-AMOUNT NOT = ZERO
              AND STL-FX-RATE > ZERO
              PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                      UNTIL WS-RATE-IDX > WS-RATE-COUNT
                 IF RATE-CURRENCY(WS-RATE-IDX) = STL-CURRENCY(1:2)
                    MOVE RATE-FACTOR(WS-RATE-IDX) TO WS-DAY-RATE
                 END-IF
              END-PERFORM
              IF WS-DAY-RATE > ZERO
                 AND WS-DAY-RATE NOT = STL-FX-RATE
                 COMPUTE WS-FX-DIFF ROUNDED =
                         WS-CASH-DOLLARS * WS-DAY-RATE / STL-FX-RATE
                       - WS-CASH-DOLLARS
              END-IF
           END-IF
           IF WS-FX-DIFF NOT = ZERO
              ADD 1 TO WS-FX-COUNT
              ADD WS-FX-DIFF TO WS-SUM-FX
           END-IF.

       WRITE-GL-LINE.
           WRITE GLP-ENR
           IF WS-FS-GLP NOT = ZERO THEN
              DISPLAY 'ERR WRITE GLPOST :' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-GL-LINE-COUNT.

      ***************************************
      * IMPUTATION D'UN ACOMPTE : LE CUMUL  *
      * ENCAISSE MONTE, LA PIECE RESTE 'O', *
                TO WS-APPLIED-DOLLARS
           END-IF
           ADD WS-APPLIED-DOLLARS TO STL-PAID-AMOUNT
           MOVE WS-APPLIED-DOLLARS TO WS-CASH-DOLLARS
           MOVE ZERO TO WS-DISC-DOLLARS
           MOVE ZERO TO WS-SHORT-DOLLARS
           PERFORM RECORD-RECEIPT-SPLIT
           REWRITE STL-ENR
           IF WS-FS-STL NOT = '00'
              DISPLAY 'ERR REWRITE FSETTLE :' WS-FS-STL
           MOVE 'Y' TO WRT-MATCHED (WS-RMT-FOUND-IDX)
           PERFORM UPDATE-CUSTOMER-BALANCE
           PERFORM WRITE-AR-LEDGER
           PERFORM WRITE-GL-RECEIPT
           ADD 1 TO WS-PARTIAL-COUNT
           ADD WS-APPLIED-DOLLARS TO WS-SUM-PARTIAL.

           DISPLAY '  MONTANT RAPPROCHE   : ' WS-SUM-SETTLED
           DISPLAY '  REMISES EN COMPTE   : ' WS-ONACCT-COUNT
           DISPLAY '  MONTANT EN COMPTE   : ' WS-SUM-ONACCT
           DISPLAY '  ACOMPTES PRO-FORMA  : ' WS-DEPOSIT-COUNT
           DISPLAY '  DONT COMMANDES LIB. : ' WS-DEPOSIT-PAID-COUNT
           DISPLAY '  MONTANT ACOMPTES PF : ' WS-SUM-DEPOSIT
           DISPLAY '  REMISES EN SUSPENS  : ' WS-SUSPENSE-COUNT
           DISPLAY '  MONTANT EN SUSPENS  : ' WS-SUM-SUSPENSE
           DISPLAY '  ECARTS DE CHANGE    : ' WS-FX-COUNT
           DISPLAY '  GAIN/PERTE DE CHANGE: ' WS-SUM-FX
           DISPLAY '  ECRITURES FGLPOST   : ' WS-GL-LINE-COUNT
           DISPLAY '==============================================='.

      ***************************************
