       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORDACK.
      **********************************************
      * ACCUSE DE RECEPTION DES COMMANDES DU JOUR : *
      * PASSAGE DE NUIT SUR LES COMMANDES CREEES    *
      * CE JOUR (PGM1ORD, ORDIMP, STANDORD...) -    *
      * UN ACCUSE PAR COMMANDE DANS LE GABARIT      *
      * BOXE DE TEMPLFAC (FACKPRT), DANS LA LANGUE  *
      * DU CLIENT, AVEC LE PRIX DE CHAQUE LIGNE,    *
      * L'ADRESSE DE LIVRAISON (SHIPTO) ET UNE DATE *
      * D'EXPEDITION PROMISE PAR LIGNE :            *
      * - LE JOUR MEME SI LE STOCK EST LA (LIGNE    *
      *   ALLOUEE A LA SAISIE OU DISPONIBLE A       *
      *   PROMETTRE SUFFISANT) ;                    *
      * - SINON L'ECHEANCE DE LA PROCHAINE COMMANDE *
      *   D'ACHAT OUVERTE SUR L'ARTICLE (FPURCHPO : *
      *   DATE DE COMMANDE + DELAI FOURNISSEUR) ;   *
      * - A DEFAUT, LE JOUR MEME + DELAI            *
      *   FOURNISSEUR (FSUPPART, FSUPPLIER, SYSIN). *
      * DATE RAMENEE AU JOUR OUVRE (BUSDATE). LES   *
      * CLIENTS QUI ONT UN EMAIL RECOIVENT AUSSI    *
      * L'ACCUSE PAR MAIL (FACKNOTE, SUR LE MODELE  *
      * DU FICHIER EINVOICE).                       *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PRN ASSIGN TO FACKPRT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-PRN.
            SELECT NOTE ASSIGN TO FACKNOTE
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-NOTE.
            SELECT OPTIONAL POF ASSIGN TO FPURCHPO
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS PO-NO
            FILE STATUS IS WS-FS-POF.
            SELECT OPTIONAL SPP ASSIGN TO FSUPPART
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SPP-PNO
            FILE STATUS IS WS-FS-SPP.
            SELECT OPTIONAL SUPF ASSIGN TO FSUPPLIER
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SUP-CODE
            FILE STATUS IS WS-FS-SUP.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD PRN.
       01 PRN-ENR      PIC X(78).
       FD NOTE.
       COPY ACKNOTE.
       FD POF.
       COPY PURCHPO.
       FD SPP.
       COPY SUPPART.
       FD SUPF.
       COPY SUPPLIER.

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE CUS
           END-EXEC

           EXEC SQL
               INCLUDE ORD
           END-EXEC

           EXEC SQL
               INCLUDE ITE
           END-EXEC

           EXEC SQL
               INCLUDE PRO
           END-EXEC

           EXEC SQL
               INCLUDE SHT
           END-EXEC

       77 WS-FS-PRN         PIC XX.
       77 WS-FS-NOTE        PIC XX.
       77 WS-FS-POF         PIC XX.
       77 WS-FS-SPP         PIC XX.
       77 WS-FS-SUP         PIC XX.
       77 FF-POF            PIC 9 VALUE ZERO.
       77 WS-POF-PRESENT    PIC X VALUE 'N'.
       77 WS-SPP-PRESENT    PIC X VALUE 'N'.
       77 WS-SUP-PRESENT    PIC X VALUE 'N'.
       01 WS-LINE           PIC X(78).
       01 WS-DATE           PIC X(30).

      *--------------------------------------------------------------
      *  PARAMETRE SYSIN
      *  COL 1-10  : DATE DES COMMANDES A ACCUSER AAAA-MM-JJ
      *              (A BLANC : DATE DU JOUR)
      *  COL 11-13 : DELAI PAR DEFAUT EN JOURS QUAND NI FSUPPART NI
      *              FSUPPLIER N'EN DONNENT (DEFAUT 014)
      *--------------------------------------------------------------
       01  WS-PARM-CARD.
           05 WS-PARM-DATE          PIC X(10).
           05 WS-PARM-LEAD-DAYS     PIC 9(3).
           05 FILLER                PIC X(67).

      ***************************************
      * CALCUL DE DATES                     *
      ***************************************
       01 WS-RUN-DATE-NUM   PIC 9(8).
       77 WS-ACK-DATE       PIC X(10) VALUE SPACES.
       77 WS-ACK-JULIAN     PIC 9(8) VALUE ZERO.
       01 WS-WORK-DATE      PIC X(10).
       01 WS-DATE-NUM.
          05 WS-DATE-YYYY   PIC 9(4).
          05 WS-DATE-MM     PIC 9(2).
          05 WS-DATE-DD     PIC 9(2).
       01 WS-DATE-INT REDEFINES WS-DATE-NUM PIC 9(8).
       77 WS-WORK-JULIAN    PIC 9(8) VALUE ZERO.
       77 WS-DUE-JULIAN     PIC 9(8) VALUE ZERO.
       77 WS-LEAD-DAYS      PIC 9(3) VALUE ZERO.
       01 WS-PROMISE-DATE   PIC X(10).
       01 WS-PROMISE-SRC    PIC X.
       01 WS-COMPLETE-DATE  PIC X(10).
       COPY BUSDATEP.

      ***************************************
      * ECHEANCE LA PLUS PROCHE DES         *
      * COMMANDES D'ACHAT OUVERTES, PAR     *
      * PIECE (FPURCHPO CHARGE UNE FOIS)    *
      ***************************************
       01 WS-POD-TABLE.
          05 WS-POD-ENTRY OCCURS 500 TIMES.
             10 WPD-PNO           PIC X(3).
             10 WPD-DUE-JULIAN    PIC 9(8).
       77 WS-POD-COUNT      PIC 9(3) VALUE ZERO.
       77 WS-POD-IDX        PIC 9(3) VALUE ZERO.
       77 WS-POD-FOUND      PIC 9(3) VALUE ZERO.
       77 WS-FIND-PNO       PIC X(3) VALUE SPACES.

      ***************************************
      * LIGNES DE LA COMMANDE EN COURS      *
      * (REPRISES POUR L'ACCUSE PAR MAIL)   *
      ***************************************
       01 WS-ACL-TABLE.
          05 WS-ACL-ENTRY OCCURS 50 TIMES.
             10 WAL-P-NO          PIC X(4).
             10 WAL-DESCRIPTION   PIC X(30).
             10 WAL-QUANTITY      PIC 9(3).
             10 WAL-PRICE         PIC S9(3)V99.
             10 WAL-LINE-TOTAL    PIC S9(9)V99.
             10 WAL-PROMISE-DATE  PIC X(10).
             10 WAL-PROMISE-SRC   PIC X.
       77 WS-ACL-COUNT      PIC 99 VALUE ZERO.
       01 WS-IDX            PIC 99 VALUE ZERO.
       77 WS-FREE-QTY       PIC S9(5)V USAGE COMP-3 VALUE ZERO.
       01 WS-LINE-PRICE     PIC S9(9)V99 VALUE ZERO.
       01 WS-ORDER-TOTAL    PIC S9(9)V99 VALUE ZERO.
       77 WS-SHIPTO-FOUND   PIC X VALUE 'N'.

      ***************************************
      * TEXTES DE L'ACCUSE DANS LA LANGUE   *
      * DU CLIENT                           *
      ***************************************
       01 WS-T-TITLE        PIC X(30).
       01 WS-T-ORDER        PIC X(14).
       01 WS-T-ORDER-DATE   PIC X(19).
       01 WS-T-SHIP-TO      PIC X(12).
       01 WS-T-SAME-ADDR    PIC X(30).
       01 WS-T-SHIPS        PIC X(13).
       01 WS-T-SRC          PIC X(24).
       01 WS-T-TOTAL        PIC X(18).
       01 WS-T-COMPLETE     PIC X(26).
       01 WS-T-THANKS       PIC X(40).
       01 E-O-NO            PIC 9(4).
       01 E-AMOUNT          PIC Z(7)9,99.

      ***************************************
      * COMPTEURS DE CONTROLE               *
      ***************************************
       77 WS-ORDER-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-ACK-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-MAIL-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-EMPTY-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-LINE-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-STOCK-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-PO-COUNT       PIC 9(7) VALUE ZERO.
       77 WS-LEAD-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-OPEN-PO-COUNT  PIC 9(7) VALUE ZERO.

      *** COMMANDES CREEES LE JOUR ACCUSE ***
           EXEC SQL
                DECLARE CNEWORD CURSOR
                FOR
                SELECT O.O_NO, O.C_NO, O.O_DATE, O.SHIPTO_ID,
                       C.COMPANY, C.ADDRESS, C.CITY, C.STATE, C.ZIP,
                       VALUE(C.EMAIL, ''), C.LANG
                FROM ORDERS O
                INNER JOIN CUSTOMERS C
                ON C.C_NO = O.C_NO
                WHERE O.O_DATE = :WS-ACK-DATE
                ORDER BY O.O_NO
           END-EXEC

      *** LIGNES D'UNE COMMANDE, AVEC STOCK ET ALLOCATION ***
           EXEC SQL
                DECLARE CACKITE CURSOR
                FOR
                SELECT I.P_NO, I.QUANTITY, I.PRICE, I.ALLOC_QTY,
                       P.DESCRIPTION, P.STOCK, P.ALLOCATED,
                       I.DROP_SHIP
                FROM ITEMS I
                INNER JOIN PRODUCTS P
                ON P.P_NO = I.P_NO
                WHERE I.O_NO = :ORD-O-NO
                ORDER BY I.P_NO
           END-EXEC

       01 WS-ALERT-PGM PIC X(8)  VALUE 'ORDACK'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - ACCUSES DE RECEPTION COMMANDES'.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

       COPY TEMPLFAC.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM READ-PARM
            PERFORM OPEN-FILES
            PERFORM LOAD-OPEN-PO-TABLE
            EXEC SQL
               OPEN CNEWORD
            END-EXEC
            PERFORM TEST-SQLCODE
            PERFORM FETCH-CNEWORD
            PERFORM UNTIL SQLCODE = +100
               ADD 1 TO WS-ORDER-COUNT
               PERFORM ACK-ONE-ORDER
               PERFORM FETCH-CNEWORD
            END-PERFORM
            EXEC SQL
               CLOSE CNEWORD
            END-EXEC
            PERFORM TEST-SQLCODE
            PERFORM CLOSE-FILES
            PERFORM WRITE-BATCH-SUMMARY
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.

      ***************************************
      * DATE ACCUSEE : SYSIN, SINON LA DATE *
      * DU JOUR                             *
      ***************************************
       READ-PARM.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-LEAD-DAYS NOT NUMERIC
              OR WS-PARM-LEAD-DAYS = ZERO
              MOVE 14 TO WS-PARM-LEAD-DAYS
           END-IF
           IF WS-PARM-DATE(1:4) IS NUMERIC
              AND WS-PARM-DATE(6:2) IS NUMERIC
              AND WS-PARM-DATE(9:2) IS NUMERIC
              MOVE WS-PARM-DATE TO WS-ACK-DATE
           ELSE
              ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
              MOVE SPACES TO WS-ACK-DATE
              STRING
                   WS-RUN-DATE-NUM(1:4) DELIMITED BY SIZE
                   '-'                  DELIMITED BY SIZE
                   WS-RUN-DATE-NUM(5:2) DELIMITED BY SIZE
                   '-'                  DELIMITED BY SIZE
                   WS-RUN-DATE-NUM(7:2) DELIMITED BY SIZE
              INTO WS-ACK-DATE
           END-IF
           MOVE WS-ACK-DATE TO WS-WORK-DATE
           PERFORM DATE-TO-JULIAN
           MOVE WS-WORK-JULIAN TO WS-ACK-JULIAN
           IF WS-ACK-JULIAN = ZERO
              DISPLAY 'DATE SYSIN INVALIDE : ' WS-PARM-DATE
              PERFORM ABEND-PROG
           END-IF
           DISPLAY 'COMMANDES DU : ' WS-ACK-DATE.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'ORDACK' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-ORDER-COUNT TO RJ-IN-COUNT
           MOVE WS-ACK-COUNT TO RJ-OUT-COUNT
           MOVE WS-EMPTY-COUNT TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

       OPEN-FILES.
           OPEN OUTPUT PRN
           IF WS-FS-PRN NOT = '00'
              DISPLAY 'ERR OPEN FACKPRT, FS=' WS-FS-PRN
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT NOTE
           IF WS-FS-NOTE NOT = '00'
              DISPLAY 'ERR OPEN FACKNOTE, FS=' WS-FS-NOTE
              PERFORM ABEND-PROG
           END-IF
           MOVE 'N' TO WS-POF-PRESENT
           OPEN INPUT POF
           IF WS-FS-POF = '00'
              MOVE 'Y' TO WS-POF-PRESENT
           END-IF
           MOVE 'N' TO WS-SPP-PRESENT
           OPEN INPUT SPP
           IF WS-FS-SPP = '00'
              MOVE 'Y' TO WS-SPP-PRESENT
           END-IF
           MOVE 'N' TO WS-SUP-PRESENT
           OPEN INPUT SUPF
           IF WS-FS-SUP = '00'
              MOVE 'Y' TO WS-SUP-PRESENT
           END-IF.

       CLOSE-FILES.
           CLOSE PRN
           CLOSE NOTE
           IF WS-POF-PRESENT = 'Y'
              CLOSE POF
           END-IF
           IF WS-SPP-PRESENT = 'Y'
              CLOSE SPP
           END-IF
           IF WS-SUP-PRESENT = 'Y'
              CLOSE SUPF
           END-IF.

       WRITE-FILE-PRN.
           WRITE PRN-ENR
           IF WS-FS-PRN NOT = '00'
              DISPLAY 'ERR WRITE FACKPRT, FS=' WS-FS-PRN
              PERFORM ABEND-PROG
           END-IF.

       WRITE-FILE-NOTE.
           WRITE ACK-ENR
           IF WS-FS-NOTE NOT = '00'
              DISPLAY 'ERR WRITE FACKNOTE, FS=' WS-FS-NOTE
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * COMMANDES D'ACHAT OUVERTES (RESTE A *
      * RECEVOIR) : ON GARDE PAR PIECE LA   *
      * PLUS PROCHE ECHEANCE. UNE COMMANDE  *
      * DEJA EN RETARD EST ATTENDUE AU PLUS *
      * TOT LE LENDEMAIN                    *
      ***************************************
       LOAD-OPEN-PO-TABLE.
           IF WS-POF-PRESENT = 'Y'
              PERFORM READ-FILE-POF
              PERFORM UNTIL FF-POF = 1
                 IF PO-OPEN AND PO-QTY > PO-RECV-QTY
                    AND NOT PO-KIND-DROP-SHIP
                    PERFORM COMPUTE-PO-DUE-DATE
                    IF WS-DUE-JULIAN > ZERO
                       ADD 1 TO WS-OPEN-PO-COUNT
                       IF WS-DUE-JULIAN <= WS-ACK-JULIAN
                          COMPUTE WS-DUE-JULIAN = WS-ACK-JULIAN + 1
                       END-IF
                       PERFORM STORE-PO-DUE-DATE
                    END-IF
                 END-IF
                 PERFORM READ-FILE-POF
              END-PERFORM
           END-IF.

       READ-FILE-POF.
           READ POF NEXT
              AT END
                 MOVE 1 TO FF-POF
           END-READ.

       STORE-PO-DUE-DATE.
           MOVE PO-PNO TO WS-FIND-PNO
           PERFORM FIND-OPEN-PO
           IF WS-POD-FOUND > ZERO
              IF WS-DUE-JULIAN < WPD-DUE-JULIAN (WS-POD-FOUND)
                 MOVE WS-DUE-JULIAN TO WPD-DUE-JULIAN (WS-POD-FOUND)
              END-IF
           ELSE
              IF WS-POD-COUNT >= 500
                 DISPLAY 'TABLE DES COMMANDES D''ACHAT PLEINE (500)'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-POD-COUNT
              MOVE PO-PNO        TO WPD-PNO (WS-POD-COUNT)
              MOVE WS-DUE-JULIAN TO WPD-DUE-JULIAN (WS-POD-COUNT)
           END-IF.

       FIND-OPEN-PO.
           MOVE ZERO TO WS-POD-FOUND
           PERFORM VARYING WS-POD-IDX FROM 1 BY 1
                   UNTIL WS-POD-IDX > WS-POD-COUNT
                      OR WS-POD-FOUND > ZERO
              IF WPD-PNO (WS-POD-IDX) = WS-FIND-PNO
                 MOVE WS-POD-IDX TO WS-POD-FOUND
              END-IF
           END-PERFORM.

      ***************************************
      * ECHEANCE D'UNE COMMANDE D'ACHAT =   *
      * DATE DE COMMANDE + DELAI PROPRE A   *
      * LA PIECE CHEZ CE FOURNISSEUR, SINON *
      * DELAI DU FOURNISSEUR, SINON DELAI   *
      * SYSIN (COMME SUPSCORE)              *
      ***************************************
       COMPUTE-PO-DUE-DATE.
           MOVE WS-PARM-LEAD-DAYS TO WS-LEAD-DAYS
           IF WS-SUP-PRESENT = 'Y' AND PO-SUP-CODE NOT = SPACES
              MOVE PO-SUP-CODE TO SUP-CODE
              PERFORM READ-SUPPLIER-LEAD
           END-IF
           IF WS-SPP-PRESENT = 'Y'
              MOVE PO-PNO TO SPP-PNO
              READ SPP KEY IS SPP-PNO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SPP-SUP-CODE = PO-SUP-CODE
                       AND SPP-LEAD-DAYS > ZERO
                       MOVE SPP-LEAD-DAYS TO WS-LEAD-DAYS
                    END-IF
              END-READ
           END-IF
           MOVE PO-DATE TO WS-WORK-DATE
           PERFORM DATE-TO-JULIAN
           MOVE ZERO TO WS-DUE-JULIAN
           IF WS-WORK-JULIAN > ZERO
              COMPUTE WS-DUE-JULIAN = WS-WORK-JULIAN + WS-LEAD-DAYS
           END-IF.

      ***************************************
      * DELAI DE REAPPROVISIONNEMENT D'UN   *
      * ARTICLE SANS COMMANDE D'ACHAT : LE  *
      * FOURNISSEUR ATTITRE DE LA PIECE DE  *
      * MEME CODE (FSUPPART), SON DELAI     *
      * PROPRE OU CELUI DU FOURNISSEUR,     *
      * SINON LE DELAI SYSIN                *
      ***************************************
       GET-PART-LEAD-DAYS.
           MOVE WS-PARM-LEAD-DAYS TO WS-LEAD-DAYS
           IF WS-SPP-PRESENT = 'Y'
              MOVE WS-FIND-PNO TO SPP-PNO
              READ SPP KEY IS SPP-PNO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SPP-LEAD-DAYS > ZERO
                       MOVE SPP-LEAD-DAYS TO WS-LEAD-DAYS
                    ELSE
                       IF WS-SUP-PRESENT = 'Y'
                          AND SPP-SUP-CODE NOT = SPACES
                          MOVE SPP-SUP-CODE TO SUP-CODE
                          PERFORM READ-SUPPLIER-LEAD
                       END-IF
                    END-IF
              END-READ
           END-IF.

       READ-SUPPLIER-LEAD.
           READ SUPF KEY IS SUP-CODE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SUP-LEAD-DAYS > ZERO
                    MOVE SUP-LEAD-DAYS TO WS-LEAD-DAYS
                 END-IF
           END-READ.

       DATE-TO-JULIAN.
           MOVE ZERO TO WS-WORK-JULIAN
           IF WS-WORK-DATE(1:4) IS NUMERIC
              AND WS-WORK-DATE(6:2) IS NUMERIC
              AND WS-WORK-DATE(9:2) IS NUMERIC
              MOVE WS-WORK-DATE(1:4) TO WS-DATE-YYYY
              MOVE WS-WORK-DATE(6:2) TO WS-DATE-MM
              MOVE WS-WORK-DATE(9:2) TO WS-DATE-DD
              COMPUTE WS-WORK-JULIAN =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
           END-IF.

       FETCH-CNEWORD.
           MOVE SPACES TO CUS-COMPANY-TEXT CUS-ADDRESS-TEXT
                          CUS-CITY-TEXT CUS-EMAIL-TEXT
           EXEC SQL
              FETCH CNEWORD
              INTO :ORD-O-NO, :ORD-C-NO, :ORD-O-DATE,
                   :ORD-SHIPTO-ID, :CUS-COMPANY, :CUS-ADDRESS,
                   :CUS-CITY, :CUS-STATE, :CUS-ZIP, :CUS-EMAIL,
                   :CUS-LANG
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-CACKITE.
           MOVE SPACES TO PRO-DESCRIPTION-TEXT
           EXEC SQL
              FETCH CACKITE
              INTO :ITE-P-NO, :ITE-QUANTITY, :ITE-PRICE,
                   :ITE-ALLOC-QTY, :PRO-DESCRIPTION, :PRO-STOCK,
                   :PRO-ALLOCATED, :ITE-DROP-SHIP
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * UNE COMMANDE : DATES PROMISES DES   *
      * LIGNES, PUIS ACCUSE IMPRIME ET, SI  *
      * LE CLIENT A UN EMAIL, PAR MAIL      *
      ***************************************
       ACK-ONE-ORDER.
           PERFORM LOOKUP-SHIPTO-ADDRESS
           MOVE ZERO TO WS-ACL-COUNT
           MOVE ZERO TO WS-ORDER-TOTAL
           MOVE WS-ACK-DATE TO WS-COMPLETE-DATE
           EXEC SQL
              OPEN CACKITE
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CACKITE
           PERFORM UNTIL SQLCODE = +100
              PERFORM PROMISE-ONE-LINE
              PERFORM FETCH-CACKITE
           END-PERFORM
           EXEC SQL
              CLOSE CACKITE
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-ACL-COUNT = ZERO
              MOVE ORD-O-NO TO E-O-NO
              DISPLAY 'COMMANDE SANS LIGNE, PAS D''ACCUSE : ' E-O-NO
              ADD 1 TO WS-EMPTY-COUNT
           ELSE
              PERFORM SET-ACK-LANGUAGE
              PERFORM PRINT-ACK
              ADD 1 TO WS-ACK-COUNT
              IF CUS-EMAIL-LEN > ZERO
                 AND CUS-EMAIL-TEXT NOT = SPACES
                 PERFORM WRITE-ACK-NOTE
                 ADD 1 TO WS-MAIL-COUNT
              END-IF
           END-IF.

      ***************************************
      * ADRESSE DE LIVRAISON : LA           *
      * SUCCURSALE (SHIPTO) QUAND LA        *
      * COMMANDE EN PORTE UNE               *
      ***************************************
       LOOKUP-SHIPTO-ADDRESS.
           MOVE 'N' TO WS-SHIPTO-FOUND
           IF ORD-SHIPTO-ID NOT = ZERO
              MOVE SPACES        TO SHT-ADDRESS-TEXT SHT-CITY-TEXT
              MOVE ORD-C-NO      TO SHT-C-NO
              MOVE ORD-SHIPTO-ID TO SHT-SHIPTO-ID
              EXEC SQL
                   SELECT ADDRESS, CITY, STATE, ZIP
                   INTO :SHT-ADDRESS, :SHT-CITY, :SHT-STATE,
                        :SHT-ZIP
                   FROM SHIPTO
                   WHERE C_NO = :SHT-C-NO
                   AND SHIPTO_ID = :SHT-SHIPTO-ID
              END-EXEC
              IF SQLCODE = ZERO
                 MOVE 'Y' TO WS-SHIPTO-FOUND
              ELSE
                 PERFORM TEST-SQLCODE
              END-IF
           END-IF.

      ***************************************
      * DATE D'EXPEDITION PROMISE D'UNE     *
      * LIGNE : LE JOUR MEME SI LA LIGNE A  *
      * ETE ALLOUEE A LA SAISIE OU SI LE    *
      * DISPONIBLE A PROMETTRE COUVRE LE    *
      * RESTE, SINON LA PROCHAINE COMMANDE  *
      * D'ACHAT DE LA PIECE DE MEME CODE (3 *
      * PREMIERS CARACTERES, COMME ROPCALC) *
      * SINON LE DELAI FOURNISSEUR. UNE     *
      * LIGNE EN LIVRAISON DIRECTE PART DE  *
      * CHEZ LE FOURNISSEUR : SON DELAI.    *
      * UNE LIGNE DE CONSOMMATION D'UNE     *
      * CONSIGNATION EST DEJA LIVREE        *
      ***************************************
       PROMISE-ONE-LINE.
           IF WS-ACL-COUNT >= 50
              DISPLAY 'TABLE DES LIGNES PLEINE (50), COMMANDE '
                      ORD-O-NO
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-ACL-COUNT
           ADD 1 TO WS-LINE-COUNT
           COMPUTE WS-FREE-QTY = PRO-STOCK - PRO-ALLOCATED
           MOVE ITE-P-NO(1:3) TO WS-FIND-PNO
           IF ITE-DROP-SHIP = 'C'
              OR (ITE-DROP-SHIP NOT = 'Y'
                  AND (ITE-ALLOC-QTY >= ITE-QUANTITY
                       OR WS-FREE-QTY >= ITE-QUANTITY
                                       - ITE-ALLOC-QTY))
              MOVE ZERO TO WS-DUE-JULIAN
              MOVE WS-ACK-DATE TO BD-DATE
              MOVE 'S' TO WS-PROMISE-SRC
              ADD 1 TO WS-STOCK-COUNT
           ELSE
              MOVE ZERO TO WS-POD-FOUND
              IF ITE-DROP-SHIP NOT = 'Y'
                 PERFORM FIND-OPEN-PO
              END-IF
              IF WS-POD-FOUND > ZERO
                 MOVE WPD-DUE-JULIAN (WS-POD-FOUND) TO WS-DUE-JULIAN
                 MOVE 'P' TO WS-PROMISE-SRC
                 ADD 1 TO WS-PO-COUNT
              ELSE
                 PERFORM GET-PART-LEAD-DAYS
                 COMPUTE WS-DUE-JULIAN = WS-ACK-JULIAN + WS-LEAD-DAYS
                 MOVE 'L' TO WS-PROMISE-SRC
                 ADD 1 TO WS-LEAD-COUNT
              END-IF
              COMPUTE WS-DATE-INT =
                      FUNCTION DATE-OF-INTEGER(WS-DUE-JULIAN)
              MOVE SPACES TO BD-DATE
              STRING
                   WS-DATE-YYYY DELIMITED BY SIZE
                   '-'          DELIMITED BY SIZE
                   WS-DATE-MM   DELIMITED BY SIZE
                   '-'          DELIMITED BY SIZE
                   WS-DATE-DD   DELIMITED BY SIZE
              INTO BD-DATE
           END-IF
      *    ON NE PROMET PAS UN WEEK-END NI UN JOUR FERIE
           MOVE 'R' TO BD-FUNC
           CALL 'BUSDATE' USING BD-PARM
           MOVE BD-DATE TO WS-PROMISE-DATE
           IF WS-PROMISE-DATE > WS-COMPLETE-DATE
              MOVE WS-PROMISE-DATE TO WS-COMPLETE-DATE
           END-IF
           COMPUTE WS-LINE-PRICE = ITE-PRICE * ITE-QUANTITY
           ADD WS-LINE-PRICE TO WS-ORDER-TOTAL
           MOVE ITE-P-NO             TO WAL-P-NO (WS-ACL-COUNT)
           MOVE PRO-DESCRIPTION-TEXT TO WAL-DESCRIPTION (WS-ACL-COUNT)
           MOVE ITE-QUANTITY         TO WAL-QUANTITY (WS-ACL-COUNT)
           MOVE ITE-PRICE            TO WAL-PRICE (WS-ACL-COUNT)
           MOVE WS-LINE-PRICE        TO WAL-LINE-TOTAL (WS-ACL-COUNT)
           MOVE WS-PROMISE-DATE      TO WAL-PROMISE-DATE (WS-ACL-COUNT)
           MOVE WS-PROMISE-SRC       TO WAL-PROMISE-SRC (WS-ACL-COUNT).

      ***************************************
      * TEXTES DE L'ACCUSE : LES COMPTES DU *
      * QUEBEC LE RECOIVENT EN FRANCAIS,    *
      * LES AUTRES EN ANGLAIS (COMME LES    *
      * FACTURES)                           *
      ***************************************
       SET-ACK-LANGUAGE.
           IF CUS-LANG-FRENCH
              MOVE 'ACCUSE DE RECEPTION - '  TO WS-T-TITLE
              MOVE 'Commande N° '            TO WS-T-ORDER
              MOVE 'Date de commande : '     TO WS-T-ORDER-DATE
              MOVE 'Livrer a : '             TO WS-T-SHIP-TO
              MOVE 'adresse ci-dessus'       TO WS-T-SAME-ADDR
              MOVE 'Expedition : '           TO WS-T-SHIPS
              MOVE 'Total commande : '       TO WS-T-TOTAL
              MOVE 'Expedition complete le : '
                                             TO WS-T-COMPLETE
              MOVE 'Merci de votre commande.' TO WS-T-THANKS
           ELSE
              MOVE 'ORDER ACKNOWLEDGEMENT - ' TO WS-T-TITLE
              MOVE 'Order N° '               TO WS-T-ORDER
              MOVE 'Order date : '           TO WS-T-ORDER-DATE
              MOVE 'Ship to : '              TO WS-T-SHIP-TO
              MOVE 'address above'           TO WS-T-SAME-ADDR
              MOVE 'Ships : '                TO WS-T-SHIPS
              MOVE 'Order total : '          TO WS-T-TOTAL
              MOVE 'All items shipped by : ' TO WS-T-COMPLETE
              MOVE 'Thank you for your order.' TO WS-T-THANKS
           END-IF.

       SET-SOURCE-TEXT.
           IF CUS-LANG-FRENCH
              EVALUATE WAL-PROMISE-SRC (WS-IDX)
                 WHEN 'S'
                    MOVE '(en stock)'                TO WS-T-SRC
                 WHEN 'P'
                    MOVE '(en commande fournisseur)' TO WS-T-SRC
                 WHEN OTHER
                    MOVE '(a commander)'             TO WS-T-SRC
              END-EVALUATE
           ELSE
              EVALUATE WAL-PROMISE-SRC (WS-IDX)
                 WHEN 'S'
                    MOVE '(in stock)'                TO WS-T-SRC
                 WHEN 'P'
                    MOVE '(on order from supplier)'  TO WS-T-SRC
                 WHEN OTHER
                    MOVE '(to be ordered)'           TO WS-T-SRC
              END-EVALUATE
           END-IF.

      ***************************************
      * ACCUSE IMPRIME DANS LE GABARIT      *
      * BOXE DES FACTURES                   *
      ***************************************
       PRINT-ACK.
           MOVE CUS-COMPANY-TEXT TO P-COMPANY
           MOVE CUS-ADDRESS-TEXT TO P-ADDRESS
           MOVE CUS-STATE        TO P-STATE
           MOVE SPACE            TO P-CITY-ZIP
           STRING
                CUS-CITY-TEXT DELIMITED BY '  '
                ', '          DELIMITED BY SIZE
                CUS-ZIP       DELIMITED BY SPACES
           INTO P-CITY-ZIP
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
              MOVE PH-LINES(WS-IDX) TO PRN-ENR
              PERFORM WRITE-FILE-PRN
           END-PERFORM

           CALL 'DATETEXT' USING WS-DATE
           MOVE SPACE        TO P-DATE
           STRING
                WS-T-TITLE   DELIMITED BY '  '
                ' New York, ' DELIMITED BY SIZE
                WS-DATE      DELIMITED BY SIZE
           INTO P-DATE
           MOVE ORD-O-NO     TO E-O-NO
           MOVE SPACE        TO P-O-NO
           STRING
                WS-T-ORDER   DELIMITED BY '  '
                ' '          DELIMITED BY SIZE
                E-O-NO       DELIMITED BY SIZE
           INTO P-O-NO
           MOVE SPACE        TO P-O-DATE
           STRING
                WS-T-ORDER-DATE DELIMITED BY '  '
                ' '             DELIMITED BY SIZE
                ORD-O-DATE      DELIMITED BY SIZE
           INTO P-O-DATE
           MOVE SPACE        TO P-CONTACT
           IF WS-SHIPTO-FOUND = 'Y'
              STRING
                   WS-T-SHIP-TO     DELIMITED BY '  '
                   ' '              DELIMITED BY SIZE
                   SHT-ADDRESS-TEXT DELIMITED BY '  '
                   ', '             DELIMITED BY SIZE
                   SHT-CITY-TEXT    DELIMITED BY '  '
                   ' '              DELIMITED BY SIZE
                   SHT-STATE        DELIMITED BY SIZE
                   ' '              DELIMITED BY SIZE
                   SHT-ZIP          DELIMITED BY SPACES
              INTO P-CONTACT
           ELSE
              STRING
                   WS-T-SHIP-TO     DELIMITED BY '  '
                   ' '              DELIMITED BY SIZE
                   WS-T-SAME-ADDR   DELIMITED BY '  '
              INTO P-CONTACT
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
              MOVE PO-LINES(WS-IDX) TO PRN-ENR
              PERFORM WRITE-FILE-PRN
           END-PERFORM

           MOVE PP-LINE-HEADER TO PRN-ENR
           PERFORM WRITE-FILE-PRN
           MOVE PP-LINE-LIB TO PRN-ENR
           PERFORM WRITE-FILE-PRN
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ACL-COUNT
              PERFORM PRINT-ACK-LINE
           END-PERFORM
           MOVE PP-LINE-FOOTER TO PRN-ENR
           PERFORM WRITE-FILE-PRN

           MOVE WS-ORDER-TOTAL TO E-AMOUNT
           MOVE SPACES TO WS-LINE
           STRING
                '| '         DELIMITED BY SIZE
                WS-T-TOTAL   DELIMITED BY '  '
                ' '          DELIMITED BY SIZE
                E-AMOUNT     DELIMITED BY SIZE
                '$'          DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-BOXED-LINE
           MOVE SPACES TO WS-LINE
           STRING
                '| '             DELIMITED BY SIZE
                WS-T-COMPLETE    DELIMITED BY '  '
                ' '              DELIMITED BY SIZE
                WS-COMPLETE-DATE DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-BOXED-LINE
           MOVE SPACES TO WS-LINE
           STRING
                '| '         DELIMITED BY SIZE
                WS-T-THANKS  DELIMITED BY '  '
           INTO WS-LINE
           PERFORM WRITE-BOXED-LINE
           MOVE PT-LINES(12) TO PRN-ENR
           PERFORM WRITE-FILE-PRN
           MOVE SPACE TO PRN-ENR
           WRITE PRN-ENR AFTER ADVANCING PAGE
           IF WS-FS-PRN NOT = '00'
              DISPLAY 'ERR WRITE FACKPRT, FS=' WS-FS-PRN
              PERFORM ABEND-PROG
           END-IF.

      *    UNE LIGNE PRODUIT DU GABARIT, SUIVIE DE SA DATE PROMISE
       PRINT-ACK-LINE.
           MOVE WAL-P-NO (WS-IDX)        TO P-P-NO
           MOVE WAL-DESCRIPTION (WS-IDX) TO P-DESCRIPTION
           MOVE SPACES                   TO P-ORIG-CUR
           MOVE ZERO                     TO P-ORIG-RATE
           MOVE WAL-QUANTITY (WS-IDX)    TO P-QUANTITY
           MOVE WAL-PRICE (WS-IDX)       TO P-PRICE
           MOVE WAL-LINE-TOTAL (WS-IDX)  TO P-LINE-TOTAL
           MOVE PP-PRODUCT TO PRN-ENR
           PERFORM WRITE-FILE-PRN
           PERFORM SET-SOURCE-TEXT
           MOVE SPACES TO WS-LINE
           STRING
                '| |      '                DELIMITED BY SIZE
                WS-T-SHIPS                 DELIMITED BY '  '
                ' '                        DELIMITED BY SIZE
                WAL-PROMISE-DATE (WS-IDX)  DELIMITED BY SIZE
                ' '                        DELIMITED BY SIZE
                WS-T-SRC                   DELIMITED BY '  '
           INTO WS-LINE
           MOVE '| |' TO WS-LINE(76:3)
           MOVE WS-LINE TO PRN-ENR
           PERFORM WRITE-FILE-PRN.

       WRITE-BOXED-LINE.
           MOVE '|' TO WS-LINE(78:1)
           MOVE WS-LINE TO PRN-ENR
           PERFORM WRITE-FILE-PRN.

      ***************************************
      * ACCUSE PAR MAIL : HEADER, ADRESSE   *
      * DE LIVRAISON, PUIS UNE LIGNE PAR    *
      * PRODUIT                             *
      ***************************************
       WRITE-ACK-NOTE.
           MOVE SPACES           TO ACK-ENR
           MOVE 'OAH'            TO TYPE-OAH
           MOVE ORD-O-NO         TO OAH-O-NO
           MOVE ORD-O-DATE       TO OAH-O-DATE
           MOVE ORD-C-NO         TO OAH-C-NO
           MOVE CUS-COMPANY-TEXT TO OAH-COMPANY
           MOVE CUS-EMAIL-TEXT   TO OAH-EMAIL
           MOVE WS-ORDER-TOTAL   TO OAH-TOTAL
           MOVE WS-COMPLETE-DATE TO OAH-COMPLETE-DATE
           MOVE CUS-LANG         TO OAH-LANG
           PERFORM WRITE-FILE-NOTE
           IF WS-SHIPTO-FOUND = 'Y'
              MOVE SPACES           TO ACK-ENR
              MOVE 'OAS'            TO TYPE-OAS
              MOVE ORD-SHIPTO-ID    TO OAS-SHIPTO-ID
              MOVE SHT-ADDRESS-TEXT TO OAS-ADDRESS
              MOVE SHT-CITY-TEXT    TO OAS-CITY
              MOVE SHT-STATE        TO OAS-STATE
              MOVE SHT-ZIP          TO OAS-ZIP
              PERFORM WRITE-FILE-NOTE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ACL-COUNT
              MOVE SPACES                     TO ACK-ENR
              MOVE 'OAL'                      TO TYPE-OAL
              MOVE WAL-P-NO (WS-IDX)          TO OAL-P-NO
              MOVE WAL-DESCRIPTION (WS-IDX)   TO OAL-DESCRIPTION
              MOVE WAL-QUANTITY (WS-IDX)      TO OAL-QUANTITY
              MOVE WAL-PRICE (WS-IDX)         TO OAL-PRICE
              MOVE WAL-LINE-TOTAL (WS-IDX)    TO OAL-LINE-TOTAL
              MOVE WAL-PROMISE-DATE (WS-IDX)  TO OAL-PROMISE-DATE
              MOVE WAL-PROMISE-SRC (WS-IDX)   TO OAL-PROMISE-SRC
              PERFORM WRITE-FILE-NOTE
           END-PERFORM.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           DISPLAY '  RESUME DES ACCUSES DE RECEPTION DU '
                   WS-ACK-DATE
           DISPLAY '  COMMANDES LUES       : ' WS-ORDER-COUNT
           DISPLAY '  ACCUSES IMPRIMES     : ' WS-ACK-COUNT
           DISPLAY '  ACCUSES PAR MAIL     : ' WS-MAIL-COUNT
           DISPLAY '  COMMANDES SANS LIGNE : ' WS-EMPTY-COUNT
           DISPLAY '  LIGNES ACCUSEES      : ' WS-LINE-COUNT
           DISPLAY '    PROMISES SUR STOCK : ' WS-STOCK-COUNT
           DISPLAY '    SUR COMMANDE ACHAT : ' WS-PO-COUNT
           DISPLAY '    SUR DELAI FOURNIS. : ' WS-LEAD-COUNT
           DISPLAY '  COMMANDES ACHAT OUV. : ' WS-OPEN-PO-COUNT
           DISPLAY '==============================================='.

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
                    DISPLAY 'WARNING : ', SQLCODE
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
