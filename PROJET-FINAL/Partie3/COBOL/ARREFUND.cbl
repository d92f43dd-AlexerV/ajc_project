       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ARREFUND.
      **********************************************
      * REMBOURSEMENT DES CLIENTS CREDITEURS : LES  *
      * TROP-PERCUS, LE CASH EN COMPTE JAMAIS       *
      * AFFECTE (FONACCT) ET LES AVOIRS DE CREAVOIR *
      * QUE CREDAPPL N'A PU IMPUTER LAISSENT DES    *
      * SOLDES CLIENTS NEGATIFS.                    *
      *  - MODE 'L' : LISTE DE REVUE DES CLIENTS A  *
      *    SOLDE CREDITEUR, AVEC LE MONTANT         *
      *    REMBOURSABLE (BORNE PAR LES PIECES DE    *
      *    CREDIT ENCORE DISPONIBLES) ;             *
      *  - MODE 'R' : REMBOURSEMENT DES CLIENTS     *
      *    APPROUVES (CARTES SYSIN), SUR            *
      *    APPROBATION D'UN SECOND OPERATEUR        *
      *    DIFFERENT DU DEMANDEUR. UN ORDRE PAR     *
      *    CLIENT SUR FREFUND (VIREMENT SUR         *
      *    DD_BANK_REF POUR LES CLIENTS SOUS        *
      *    MANDAT, CHEQUE SINON), LES PIECES DE     *
      *    CREDIT SONT SOLDEES (FONACCT A 'R',      *
      *    AVOIRS CUMULES DANS FCRAPPL), MOUVEMENT  *
      *    'R' POSITIF AU GRAND LIVRE AUXILIAIRE,   *
      *    SOLDE CLIENT REMIS A ZERO ET ECRITURES   *
      *    FGLPOST (DEBIT 1190 OU 1100 / CREDIT     *
      *    BANQUE), DATEES DANS LA PERIODE OUVERTE. *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL ONA ASSIGN TO FONACCT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ONA-RECEIPT-REF
            FILE STATUS IS WS-FS-ONA.
            SELECT CRAPPL ASSIGN TO FCRAPPL
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CRA-C-NO
            FILE STATUS IS WS-FS-CRA.
            SELECT REF ASSIGN TO FREFUND
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-REF.
            SELECT RPT ASSIGN TO FREFRPT
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
       FD ONA.
       COPY ONACCT.
       FD CRAPPL.
       COPY CRAPPL.
       FD REF.
       COPY REFUND.
       FD RPT.
       01 RPT-ENR      PIC X(78).
       FD GLP.
       COPY GLPOST.
       FD PARAMS.
       COPY PARAMREC.

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
      *  COL 1     : MODE ('L' = LISTE DE REVUE,
      *              'R' = REMBOURSEMENT DES CLIENTS APPROUVES)
      *  COL 2-9   : IDENTIFIANT DU DEMANDEUR
      *  COL 10-17 : IDENTIFIANT DE L'APPROBATEUR (MODE 'R'
      *              OBLIGATOIRE ET DIFFERENT DU DEMANDEUR)
      *  CARTES SUIVANTES (MODE 'R'), UNE PAR CLIENT APPROUVE,
      *  '*' OU CARTE BLANCHE = FIN :
      *  COL 1-5   : NO DE CLIENT
      *--------------------------------------------------------------
       01 WS-SYSIN-RF.
          05 SYSIN-RF-MODE      PIC X.
             88 MODE-LIST                VALUE 'L'.
             88 MODE-REFUND              VALUE 'R'.
          05 SYSIN-RF-USERID    PIC X(8).
          05 SYSIN-RF-APPROVER  PIC X(8).
          05 FILLER             PIC X(63).

       01 WS-SYSIN-CARD.
          05 WS-CARD-C-NO-X     PIC X(5).
          05 WS-CARD-C-NO REDEFINES WS-CARD-C-NO-X PIC 9(5).
          05 FILLER             PIC X(75).
       77 FF-SYSIN          PIC 9 VALUE ZERO.

       77 WS-FS-ONA         PIC XX.
       77 WS-FS-CRA         PIC XX.
       77 WS-FS-REF         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 WS-FS-GLP         PIC XX.
       77 FF-ONA            PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).

      ***************************************
      * PIECES DE CREDIT DISPONIBLES PAR    *
      * CLIENT : CASH EN COMPTE (FONACCT)   *
      * ET AVOIRS NETS DU DEJA-IMPUTE       *
      * (AR_LEDGER 'C' MOINS FCRAPPL),      *
      * COMME DANS CREDAPPL. ON RETIENT CE  *
      * QUE LE PASSAGE REMBOURSE POUR       *
      * SOLDER LES PIECES EN FIN DE LOT     *
      ***************************************
       01 WS-CUS-TABLE.
          05 WS-CUS-ENTRY OCCURS 1000 TIMES.
             10 WRF-C-NO          PIC 9(5).
             10 WRF-ONACCT-AVAIL  PIC S9(9)V99.
             10 WRF-CREDIT-AVAIL  PIC S9(9)V99.
             10 WRF-ONACCT-USED   PIC S9(9)V99.
             10 WRF-CREDIT-USED   PIC S9(9)V99.
       77 WS-CUS-COUNT       PIC 9(4) VALUE ZERO.
       77 WS-CUS-FOUND-IDX   PIC 9(4) VALUE ZERO.
       01 WS-IDX             PIC 9(4) VALUE ZERO.

      ***************************************
      * CURSEUR DES AVOIRS PAR CLIENT :     *
      * SOMME DES LIGNES 'C' (NEGATIVES) DU *
      * GRAND LIVRE AUXILIAIRE              *
      ***************************************
       77 WS-CREDIT-SUM      PIC S9(9)V99 VALUE ZERO.
           EXEC SQL
                DECLARE CCREDIT CURSOR
                FOR
                SELECT C_NO, SUM(AMOUNT)
                FROM AR_LEDGER
                WHERE DOC_TYPE = 'C'
                GROUP BY C_NO
                ORDER BY C_NO
           END-EXEC

      ***************************************
      * CURSEUR DES CLIENTS A SOLDE         *
      * CREDITEUR (LISTE DE REVUE)          *
      ***************************************
           EXEC SQL
                DECLARE CCREDBAL CURSOR
                FOR
                SELECT C_NO, COMPANY, ADDRESS, CITY, STATE, ZIP,
                       BALANCE, DD_MANDATE, DD_BANK_REF
                FROM CUSTOMERS
                WHERE BALANCE < 0
                ORDER BY C_NO
           END-EXEC

      ***************************************
      * CLIENT EN COURS : SOLDE CREDITEUR,  *
      * PIECES DISPONIBLES ET MONTANT       *
      * REMBOURSABLE (LE PLUS PETIT DES     *
      * DEUX), VENTILE ENTRE CASH EN COMPTE *
      * ET AVOIRS                           *
      ***************************************
       77 WS-NET-CREDIT      PIC S9(9)V99 VALUE ZERO.
       77 WS-ITEMS-AVAIL     PIC S9(9)V99 VALUE ZERO.
       77 WS-REFUND-AMOUNT   PIC S9(9)V99 VALUE ZERO.
       77 WS-RF-ONACCT       PIC S9(9)V99 VALUE ZERO.
       77 WS-RF-CREDIT       PIC S9(9)V99 VALUE ZERO.
       77 WS-ONACCT-LEFT     PIC S9(9)V99 VALUE ZERO.
       77 WS-CUS-EXISTS      PIC X VALUE 'N'.
       01 WS-ARL-C-NO-N     PIC 9(5).
       01 WS-ARL-C-NO REDEFINES WS-ARL-C-NO-N PIC X(5).

      ***************************************
      * NUMERO DE REMBOURSEMENT : DATE DU   *
      * PASSAGE (AAMMJJ) + RANG. C'EST LE   *
      * NUMERO DE PIECE DU MOUVEMENT 'R' ET *
      * LA REFERENCE DE L'ORDRE BANCAIRE    *
      ***************************************
       01 WS-REFUND-NO.
          05 WS-RFN-DATE     PIC 9(6).
          05 WS-RFN-SEQ      PIC 9(3) VALUE ZERO.
       01 WS-REFUND-NO-N REDEFINES WS-REFUND-NO PIC 9(9).

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
          05 WS-GL-UNA       PIC X(10) VALUE '1190'.

      ***************************************
      * DATE DU PASSAGE ET DATE DE POSTE    *
      * (PREMIERE DATE POSTABLE, ARPERIOD)  *
      ***************************************
       01 WS-RUN-DATE-NUM   PIC 9(8).
       01 WS-RUN-DATE       PIC X(10) VALUE SPACES.
       01 WS-POST-DATE      PIC X(10) VALUE SPACES.
       COPY ARPERIOD.

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-LIST-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-READ-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-REFUND-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-REJECT-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-SUM-CREDIT      PIC S9(9)V99 VALUE ZERO.
       77 WS-SUM-REFUND      PIC S9(9)V99 VALUE ZERO.

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-C-NO            PIC 9(5).
       01 E-AMOUNT          PIC Z(8)9,99.
       01 E-REFUND          PIC Z(8)9,99.
       01 E-METHOD          PIC X(8).

       01 WS-ALERT-PGM PIC X(8)  VALUE 'ARREFUND'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - REMBOURSEMENT DES CLIENTS'.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-SYSIN-RF FROM SYSIN
            PERFORM CHECK-CONTROL-CARD
            PERFORM INIT-RUN-DATE
            PERFORM GET-PARAMETERS
            PERFORM OPEN-FILES
            PERFORM WRITE-RPT-HEADER
            PERFORM LOAD-ONACCT-AVAILABLE
            PERFORM LOAD-CREDIT-AVAILABLE
            IF MODE-LIST
               PERFORM LIST-CREDIT-CUSTOMERS
            ELSE
               PERFORM REFUND-APPROVED-CUSTOMERS
               PERFORM CONSUME-ONACCT-RECORDS
               PERFORM RECORD-CREDIT-REFUNDED
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
      * POUR UN REMBOURSEMENT, APPROBATEUR  *
      * DISTINCT DU DEMANDEUR - RIEN N'EST  *
      * PAYE SINON                          *
      ***************************************
       CHECK-CONTROL-CARD.
           IF NOT MODE-LIST AND NOT MODE-REFUND
              DISPLAY 'MODE SYSIN INVALIDE (L/R ATTENDU)'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF SYSIN-RF-USERID = SPACES
              DISPLAY 'IDENTIFIANT DU DEMANDEUR ABSENT'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF MODE-REFUND
              IF SYSIN-RF-APPROVER = SPACES
                 DISPLAY 'APPROBATEUR ABSENT - REMBOURSEMENT REFUSE'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF SYSIN-RF-APPROVER = SYSIN-RF-USERID
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
           MOVE WS-RUN-DATE-NUM(3:6) TO WS-RFN-DATE
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
      * OUVERTURE / FERMETURE DES FICHIERS  *
      ***************************************
       OPEN-FILES.
           OPEN I-O ONA
           IF WS-FS-ONA NOT = '00' AND WS-FS-ONA NOT = '05'
              DISPLAY 'ERR OPEN FONACCT, FS=' WS-FS-ONA
              PERFORM ABEND-PROG
           END-IF
           OPEN I-O CRAPPL
           IF WS-FS-CRA = '35'
              OPEN OUTPUT CRAPPL
              CLOSE CRAPPL
              OPEN I-O CRAPPL
           END-IF
           IF WS-FS-CRA NOT = '00'
              DISPLAY 'ERR OPEN FCRAPPL, FS=' WS-FS-CRA
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FREFRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF
      *    LA LISTE DE REVUE NE PAIE RIEN ET NE POSTE RIEN : LE
      *    FICHIER BANQUE ET LES ECRITURES NE S'OUVRENT QU'EN 'R'
           IF MODE-REFUND
              OPEN OUTPUT REF
              IF WS-FS-REF NOT = '00'
                 DISPLAY 'ERR OPEN FREFUND, FS=' WS-FS-REF
                 PERFORM ABEND-PROG
              END-IF
              OPEN EXTEND GLP
              IF WS-FS-GLP NOT = '00' AND WS-FS-GLP NOT = '05'
                 DISPLAY 'ERR OPEN FGLPOST, FS=' WS-FS-GLP
                 PERFORM ABEND-PROG
              END-IF
           END-IF.

       CLOSE-FILES.
           CLOSE ONA
           CLOSE CRAPPL
           CLOSE RPT
           IF MODE-REFUND
              CLOSE REF
              CLOSE GLP
           END-IF.

      ***************************************
      * CHARGEMENT DU CASH EN COMPTE        *
      * DISPONIBLE PAR CLIENT (FICHES       *
      * FONACCT OUVERTES)                   *
      ***************************************
       LOAD-ONACCT-AVAILABLE.
           MOVE ZERO TO FF-ONA
           MOVE LOW-VALUES TO ONA-RECEIPT-REF
           START ONA KEY IS NOT LESS THAN ONA-RECEIPT-REF
              INVALID KEY
                 MOVE 1 TO FF-ONA
           END-START
           PERFORM UNTIL FF-ONA = 1
              READ ONA NEXT
                 AT END
                    MOVE 1 TO FF-ONA
                 NOT AT END
                    IF ONA-OPEN AND ONA-REMAINING > ZERO
                       MOVE ONA-C-NO TO E-C-NO
                       PERFORM FIND-OR-ADD-CUS
                       ADD ONA-REMAINING
                         TO WRF-ONACCT-AVAIL (WS-CUS-FOUND-IDX)
                    END-IF
              END-READ
           END-PERFORM.

      ***************************************
      * RECHERCHE DU CLIENT DANS LA TABLE   *
      * (CLE DE RECHERCHE DANS E-C-NO),     *
      * CREATION SI ABSENT                  *
      ***************************************
       FIND-CUS.
           MOVE ZERO TO WS-CUS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CUS-COUNT
              IF WRF-C-NO (WS-IDX) = E-C-NO
                 MOVE WS-IDX TO WS-CUS-FOUND-IDX
              END-IF
           END-PERFORM.

       FIND-OR-ADD-CUS.
           PERFORM FIND-CUS
           IF WS-CUS-FOUND-IDX = ZERO
              IF WS-CUS-COUNT >= 1000
                 DISPLAY 'TABLE DES CLIENTS PLEINE (1000)'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-CUS-COUNT
              MOVE WS-CUS-COUNT TO WS-CUS-FOUND-IDX
              MOVE E-C-NO TO WRF-C-NO (WS-CUS-FOUND-IDX)
              MOVE ZERO TO WRF-ONACCT-AVAIL (WS-CUS-FOUND-IDX)
              MOVE ZERO TO WRF-CREDIT-AVAIL (WS-CUS-FOUND-IDX)
              MOVE ZERO TO WRF-ONACCT-USED (WS-CUS-FOUND-IDX)
              MOVE ZERO TO WRF-CREDIT-USED (WS-CUS-FOUND-IDX)
           END-IF.

      ***************************************
      * CHARGEMENT DES AVOIRS DISPONIBLES   *
      * PAR CLIENT : SOMME DES LIGNES 'C'   *
      * (NEGATIVES), MOINS CE QUE FCRAPPL   *
      * DIT DEJA IMPUTE OU REMBOURSE        *
      ***************************************
       LOAD-CREDIT-AVAILABLE.
           EXEC SQL
              OPEN CCREDIT
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CCREDIT
           PERFORM UNTIL SQLCODE = +100
              MOVE ARL-C-NO TO E-C-NO
              PERFORM FIND-OR-ADD-CUS
              COMPUTE WRF-CREDIT-AVAIL (WS-CUS-FOUND-IDX) =
                      ZERO - WS-CREDIT-SUM
              MOVE E-C-NO TO CRA-C-NO
              READ CRAPPL KEY IS CRA-C-NO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SUBTRACT CRA-APPLIED
                      FROM WRF-CREDIT-AVAIL (WS-CUS-FOUND-IDX)
              END-READ
              IF WRF-CREDIT-AVAIL (WS-CUS-FOUND-IDX) < ZERO
                 MOVE ZERO TO WRF-CREDIT-AVAIL (WS-CUS-FOUND-IDX)
              END-IF
              PERFORM FETCH-CCREDIT
           END-PERFORM
           EXEC SQL
              CLOSE CCREDIT
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-CCREDIT.
           EXEC SQL
              FETCH CCREDIT
              INTO :ARL-C-NO, :WS-CREDIT-SUM
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * MODE 'L' : LISTE DE REVUE DE TOUS   *
      * LES CLIENTS A SOLDE CREDITEUR       *
      ***************************************
       LIST-CREDIT-CUSTOMERS.
           EXEC SQL
              OPEN CCREDBAL
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CCREDBAL
           PERFORM UNTIL SQLCODE = +100
              ADD 1 TO WS-LIST-COUNT
              PERFORM CHECK-CUSTOMER-CREDIT
              PERFORM WRITE-RPT-LINE
              PERFORM FETCH-CCREDBAL
           END-PERFORM
           EXEC SQL
              CLOSE CCREDBAL
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-CCREDBAL.
           EXEC SQL
              FETCH CCREDBAL
              INTO :CUS-C-NO, :CUS-COMPANY, :CUS-ADDRESS,
                   :CUS-CITY, :CUS-STATE, :CUS-ZIP,
                   :CUS-BALANCE, :CUS-DD-MANDATE, :CUS-DD-BANK-REF
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * POSITION CREDITRICE D'UN CLIENT :   *
      * LE REMBOURSABLE EST LE SOLDE        *
      * CREDITEUR, DANS LA LIMITE DES       *
      * PIECES DE CREDIT ENCORE DISPONIBLES *
      * (UN SOLDE NEGATIF SANS PIECE EST A  *
      * ANALYSER, PAS A REMBOURSER)         *
      ***************************************
       CHECK-CUSTOMER-CREDIT.
           MOVE CUS-C-NO TO E-C-NO
           PERFORM FIND-CUS
           MOVE ZERO TO WS-NET-CREDIT
           MOVE ZERO TO WS-ITEMS-AVAIL
           MOVE ZERO TO WS-REFUND-AMOUNT
           IF CUS-BALANCE < ZERO
              COMPUTE WS-NET-CREDIT = ZERO - CUS-BALANCE
           END-IF
           IF WS-CUS-FOUND-IDX > ZERO
              COMPUTE WS-ITEMS-AVAIL =
                      WRF-ONACCT-AVAIL (WS-CUS-FOUND-IDX)
                    + WRF-CREDIT-AVAIL (WS-CUS-FOUND-IDX)
           END-IF
           IF WS-NET-CREDIT < WS-ITEMS-AVAIL
              MOVE WS-NET-CREDIT TO WS-REFUND-AMOUNT
           ELSE
              MOVE WS-ITEMS-AVAIL TO WS-REFUND-AMOUNT
           END-IF
           IF CUS-DD-MANDATE = 'Y' AND CUS-DD-BANK-REF NOT = SPACES
              MOVE 'VIREMENT' TO E-METHOD
           ELSE
              MOVE 'CHEQUE  ' TO E-METHOD
           END-IF
           ADD WS-NET-CREDIT TO WS-SUM-CREDIT.

      ***************************************
      * MODE 'R' : UNE CARTE PAR CLIENT     *
      * APPROUVE                            *
      ***************************************
       REFUND-APPROVED-CUSTOMERS.
           PERFORM READ-SYSIN-CARD
           PERFORM UNTIL FF-SYSIN = 1
              ADD 1 TO WS-READ-COUNT
              PERFORM PROCESS-REFUND-CARD
              PERFORM READ-SYSIN-CARD
           END-PERFORM.

       READ-SYSIN-CARD.
           MOVE SPACES TO WS-SYSIN-CARD
           ACCEPT WS-SYSIN-CARD FROM SYSIN
           IF WS-CARD-C-NO-X(1:1) = '*' OR WS-SYSIN-CARD = SPACES
              MOVE 1 TO FF-SYSIN
           END-IF.

       PROCESS-REFUND-CARD.
           IF WS-CARD-C-NO-X IS NOT NUMERIC
              DISPLAY 'NO DE CLIENT NON NUMERIQUE : ' WS-CARD-C-NO-X
              ADD 1 TO WS-REJECT-COUNT
           ELSE
              PERFORM SELECT-CUSTOMER
              IF WS-CUS-EXISTS = 'N'
                 DISPLAY 'CLIENT INCONNU : ' WS-CARD-C-NO-X
                 ADD 1 TO WS-REJECT-COUNT
              ELSE
                 PERFORM CHECK-CUSTOMER-CREDIT
                 IF WS-REFUND-AMOUNT > ZERO
                    PERFORM REFUND-ONE-CUSTOMER
                 ELSE
                    DISPLAY 'RIEN A REMBOURSER POUR LE CLIENT '
                            WS-CARD-C-NO-X
                    ADD 1 TO WS-REJECT-COUNT
                 END-IF
              END-IF
           END-IF.

       SELECT-CUSTOMER.
           MOVE 'Y' TO WS-CUS-EXISTS
           MOVE WS-CARD-C-NO TO CUS-C-NO
           EXEC SQL
              SELECT C_NO, COMPANY, ADDRESS, CITY, STATE, ZIP,
                     BALANCE, DD_MANDATE, DD_BANK_REF
                INTO :CUS-C-NO, :CUS-COMPANY, :CUS-ADDRESS,
                     :CUS-CITY, :CUS-STATE, :CUS-ZIP,
                     :CUS-BALANCE, :CUS-DD-MANDATE, :CUS-DD-BANK-REF
                FROM CUSTOMERS
               WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE = +100
              MOVE 'N' TO WS-CUS-EXISTS
           ELSE
              PERFORM TEST-SQLCODE
           END-IF.

      ***************************************
      * REMBOURSEMENT D'UN CLIENT : LE CASH *
      * EN COMPTE D'ABORD, LES AVOIRS       *
      * ENSUITE (MEME ORDRE QUE CREDAPPL)   *
      ***************************************
       REFUND-ONE-CUSTOMER.
           MOVE WRF-ONACCT-AVAIL (WS-CUS-FOUND-IDX) TO WS-RF-ONACCT
           IF WS-RF-ONACCT > WS-REFUND-AMOUNT
              MOVE WS-REFUND-AMOUNT TO WS-RF-ONACCT
           END-IF
           COMPUTE WS-RF-CREDIT = WS-REFUND-AMOUNT - WS-RF-ONACCT
           SUBTRACT WS-RF-ONACCT
             FROM WRF-ONACCT-AVAIL (WS-CUS-FOUND-IDX)
           ADD WS-RF-ONACCT TO WRF-ONACCT-USED (WS-CUS-FOUND-IDX)
           SUBTRACT WS-RF-CREDIT
             FROM WRF-CREDIT-AVAIL (WS-CUS-FOUND-IDX)
           ADD WS-RF-CREDIT TO WRF-CREDIT-USED (WS-CUS-FOUND-IDX)
           IF WS-RFN-SEQ >= 999
              DISPLAY 'PLUS DE 999 REMBOURSEMENTS DANS LE PASSAGE'
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-RFN-SEQ
           PERFORM WRITE-REFUND-ORDER
           PERFORM WRITE-AR-LEDGER
           PERFORM UPDATE-CUSTOMER-BALANCE
           PERFORM WRITE-GL-POSTINGS
           PERFORM WRITE-RPT-LINE
           ADD 1 TO WS-REFUND-COUNT
           ADD WS-REFUND-AMOUNT TO WS-SUM-REFUND.

      ***************************************
      * ORDRE DE REMBOURSEMENT POUR LA      *
      * BANQUE : VIREMENT SUR LA REFERENCE  *
      * DU MANDAT, SINON CHEQUE A L'ADRESSE *
      ***************************************
       WRITE-REFUND-ORDER.
           MOVE SPACES              TO RFD-ENR
           STRING 'RF'              DELIMITED BY SIZE
                  WS-REFUND-NO      DELIMITED BY SIZE
           INTO RFD-REF
           MOVE E-C-NO              TO RFD-C-NO
           MOVE CUS-COMPANY-TEXT    TO RFD-COMPANY
           MOVE WS-POST-DATE        TO RFD-PAY-DATE
           MOVE WS-REFUND-AMOUNT    TO RFD-AMOUNT
           IF E-METHOD = 'VIREMENT'
              SET RFD-TRANSFER TO TRUE
              MOVE CUS-DD-BANK-REF  TO RFD-BANK-REF
           ELSE
              SET RFD-CHEQUE TO TRUE
           END-IF
           MOVE CUS-ADDRESS-TEXT    TO RFD-ADDRESS
           MOVE CUS-CITY-TEXT       TO RFD-CITY
           MOVE CUS-STATE           TO RFD-STATE
           MOVE CUS-ZIP             TO RFD-ZIP
           WRITE RFD-ENR
           IF WS-FS-REF NOT = '00'
              DISPLAY 'ERR WRITE FREFUND, FS=' WS-FS-REF
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * MOUVEMENT 'R' POSITIF AU GRAND      *
      * LIVRE AUXILIAIRE : IL COMPENSE LES  *
      * LIGNES 'P' / 'C' NEGATIVES          *
      * REMBOURSEES                         *
      ***************************************
       WRITE-AR-LEDGER.
           MOVE E-C-NO           TO WS-ARL-C-NO-N
           MOVE WS-ARL-C-NO      TO ARL-C-NO
           MOVE 'R'              TO ARL-DOC-TYPE
           MOVE WS-REFUND-NO-N   TO ARL-DOC-NO
           MOVE WS-POST-DATE     TO ARL-DOC-DATE
           MOVE WS-REFUND-AMOUNT TO ARL-AMOUNT
           EXEC SQL
              INSERT INTO AR_LEDGER (C_NO, DOC_TYPE, DOC_NO,
                     DOC_DATE, AMOUNT)
              VALUES (:ARL-C-NO, :ARL-DOC-TYPE, :ARL-DOC-NO,
                      :ARL-DOC-DATE, :ARL-AMOUNT)
           END-EXEC
           PERFORM TEST-SQLCODE.

       UPDATE-CUSTOMER-BALANCE.
           EXEC SQL
              UPDATE CUSTOMERS
                 SET BALANCE = BALANCE + :WS-REFUND-AMOUNT
               WHERE C_NO = :CUS-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * ECRITURES DU REMBOURSEMENT :        *
      * - PART CASH EN COMPTE : DEBIT       *
      *   ENCAISSEMENTS NON AFFECTES        *
      * - PART AVOIRS : DEBIT CLIENTS       *
      * - CREDIT BANQUE POUR LE TOTAL       *
      ***************************************
       WRITE-GL-POSTINGS.
           MOVE SPACES          TO GLP-ENR
           MOVE 'ARREFUND'      TO GLP-SOURCE
           MOVE WS-REFUND-NO-N  TO GLP-INVOICE-NO
           MOVE ZERO            TO GLP-O-NO
           MOVE WS-POST-DATE    TO GLP-DATE
           IF WS-RF-ONACCT > ZERO
              MOVE WS-GL-UNA       TO GLP-ACCOUNT
              MOVE 'UNAPPLIED CASH' TO GLP-DESCRIPTION
              MOVE 'D'             TO GLP-DC
              MOVE WS-RF-ONACCT    TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
           END-IF
           IF WS-RF-CREDIT > ZERO
              MOVE WS-GL-AR        TO GLP-ACCOUNT
              MOVE 'ACCOUNTS RECEIVABLE' TO GLP-DESCRIPTION
              MOVE 'D'             TO GLP-DC
              MOVE WS-RF-CREDIT    TO GLP-AMOUNT
              PERFORM WRITE-GL-LINE
           END-IF
           MOVE WS-GL-CSH       TO GLP-ACCOUNT
           MOVE 'CUSTOMER REFUND' TO GLP-DESCRIPTION
           MOVE 'C'             TO GLP-DC
           MOVE WS-REFUND-AMOUNT TO GLP-AMOUNT
           PERFORM WRITE-GL-LINE.

       WRITE-GL-LINE.
           WRITE GLP-ENR
           IF WS-FS-GLP NOT = ZERO THEN
              DISPLAY 'ERR WRITE GLPOST :' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * SOLDE DES FICHES FONACCT            *
      * REMBOURSEES : LES PLUS ANCIENNES    *
      * (ORDRE DES CLES) SONT ENTAMEES EN   *
      * PREMIER ; UNE FICHE EPUISEE PASSE A *
      * 'R'                                 *
      ***************************************
       CONSUME-ONACCT-RECORDS.
           MOVE ZERO TO FF-ONA
           MOVE LOW-VALUES TO ONA-RECEIPT-REF
           START ONA KEY IS NOT LESS THAN ONA-RECEIPT-REF
              INVALID KEY
                 MOVE 1 TO FF-ONA
           END-START
           PERFORM UNTIL FF-ONA = 1
              READ ONA NEXT
                 AT END
                    MOVE 1 TO FF-ONA
                 NOT AT END
                    IF ONA-OPEN AND ONA-REMAINING > ZERO
                       PERFORM CONSUME-ONE-ONACCT
                    END-IF
              END-READ
           END-PERFORM.

       CONSUME-ONE-ONACCT.
           MOVE ONA-C-NO TO E-C-NO
           PERFORM FIND-CUS
           IF WS-CUS-FOUND-IDX = ZERO
              CONTINUE
           ELSE
              IF WRF-ONACCT-USED (WS-CUS-FOUND-IDX) > ZERO
                 MOVE WRF-ONACCT-USED (WS-CUS-FOUND-IDX)
                   TO WS-ONACCT-LEFT
                 IF WS-ONACCT-LEFT > ONA-REMAINING
                    MOVE ONA-REMAINING TO WS-ONACCT-LEFT
                 END-IF
                 SUBTRACT WS-ONACCT-LEFT FROM ONA-REMAINING
                 SUBTRACT WS-ONACCT-LEFT
                   FROM WRF-ONACCT-USED (WS-CUS-FOUND-IDX)
                 IF ONA-REMAINING = ZERO
                    SET ONA-REFUNDED TO TRUE
                 END-IF
                 REWRITE ONA-ENR
                 IF WS-FS-ONA NOT = '00'
                    DISPLAY 'ERR REWRITE FONACCT :' WS-FS-ONA
                    PERFORM ABEND-PROG
                 END-IF
              END-IF
           END-IF.

      ***************************************
      * L'AVOIR REMBOURSE EST CUMULE DANS   *
      * FCRAPPL COMME UN AVOIR IMPUTE :     *
      * CREDAPPL NE PEUT PLUS L'IMPUTER     *
      ***************************************
       RECORD-CREDIT-REFUNDED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CUS-COUNT
              IF WRF-CREDIT-USED (WS-IDX) > ZERO
                 MOVE WRF-C-NO (WS-IDX) TO CRA-C-NO
                 READ CRAPPL KEY IS CRA-C-NO
                    INVALID KEY
                       MOVE WRF-C-NO (WS-IDX) TO CRA-C-NO
                       MOVE WRF-CREDIT-USED (WS-IDX)
                         TO CRA-APPLIED
                       MOVE WS-RUN-DATE TO CRA-LAST-DATE
                       WRITE CRA-ENR
                    NOT INVALID KEY
                       ADD WRF-CREDIT-USED (WS-IDX)
                         TO CRA-APPLIED
                       MOVE WS-RUN-DATE TO CRA-LAST-DATE
                       REWRITE CRA-ENR
                 END-READ
              END-IF
           END-PERFORM.

      ***************************************
      * LISTE DE REVUE / DES REMBOURSEMENTS *
      ***************************************
       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FREFRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-RPT-HEADER.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           IF MODE-LIST
              STRING
                   'CLIENTS A SOLDE CREDITEUR AU ' DELIMITED BY SIZE
                   WS-RUN-DATE                     DELIMITED BY SIZE
              INTO WS-LINE
           ELSE
              STRING
                   'REMBOURSEMENTS CLIENTS DU ' DELIMITED BY SIZE
                   WS-POST-DATE                 DELIMITED BY SIZE
              INTO WS-LINE
           END-IF
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'DEMANDE PAR ' DELIMITED BY SIZE
                SYSIN-RF-USERID DELIMITED BY SIZE
           INTO WS-LINE
           IF MODE-REFUND
              MOVE 'APPROUVE PAR ' TO WS-LINE(24:13)
              MOVE SYSIN-RF-APPROVER TO WS-LINE(37:8)
           END-IF
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'CLIENT SOCIETE' TO RPT-ENR
           MOVE 'SOLDE CRED. REMBOURSABLE MODE' TO RPT-ENR(30:29)
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-RPT-LINE.
           MOVE WS-NET-CREDIT    TO E-AMOUNT
           MOVE WS-REFUND-AMOUNT TO E-REFUND
           MOVE SPACES TO WS-LINE
           STRING
                E-C-NO                DELIMITED BY SIZE
                '  '                  DELIMITED BY SIZE
                CUS-COMPANY-TEXT(1:20) DELIMITED BY SIZE
                ' '                   DELIMITED BY SIZE
                E-AMOUNT              DELIMITED BY SIZE
                ' '                   DELIMITED BY SIZE
                E-REFUND              DELIMITED BY SIZE
                ' '                   DELIMITED BY SIZE
                E-METHOD              DELIMITED BY SIZE
           INTO WS-LINE
           IF WS-REFUND-AMOUNT < WS-NET-CREDIT
              MOVE 'A ANALYSER' TO WS-LINE(64:10)
           END-IF
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-RPT-TOTAL.
           MOVE SPACES TO WS-LINE
           IF MODE-LIST
              MOVE WS-SUM-CREDIT TO E-AMOUNT
              STRING
                   'TOTAL DES SOLDES CREDITEURS ' DELIMITED BY SIZE
                   E-AMOUNT                       DELIMITED BY SIZE
              INTO WS-LINE
           ELSE
              MOVE WS-SUM-REFUND TO E-AMOUNT
              STRING
                   'TOTAL REMBOURSE ' DELIMITED BY SIZE
                   E-AMOUNT           DELIMITED BY SIZE
              INTO WS-LINE
           END-IF
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           DISPLAY '  RESUME DU REMBOURSEMENT CLIENTS (MODE '
                   SYSIN-RF-MODE ')'
           IF MODE-LIST
              DISPLAY '  CLIENTS CREDITEURS  : ' WS-LIST-COUNT
              DISPLAY '  SOLDES CREDITEURS   : ' WS-SUM-CREDIT
           ELSE
              DISPLAY '  CARTES LUES         : ' WS-READ-COUNT
              DISPLAY '  CLIENTS REMBOURSES  : ' WS-REFUND-COUNT
              DISPLAY '  CARTES REJETEES     : ' WS-REJECT-COUNT
              DISPLAY '  MONTANT REMBOURSE   : ' WS-SUM-REFUND
              DISPLAY '  DATE DES ECRITURES  : ' WS-POST-DATE
              DISPLAY '  APPROUVE PAR        : ' SYSIN-RF-APPROVER
           END-IF
           DISPLAY '  DEMANDE PAR         : ' SYSIN-RF-USERID
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
