       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSCATLG.
      **********************************************
      * CATALOGUE DE PRIX CLIENT : POUR CHAQUE      *
      * CLIENT DES CARTES SYSIN (OU TOUS LES        *
      * CLIENTS ACTIFS SANS CARTE), TOUS LES        *
      * PRODUITS ACTIFS AVEC LE PRIX CATALOGUE, LE  *
      * PRIX CONTRAT DU CLIENT EN VIGUEUR ET SA     *
      * VALIDITE (CONTRACT_PRICES), LES PROMOTIONS  *
      * EN COURS ET LEUR PALIER DE QUANTITE, ET LE  *
      * PRIX NET CONVERTI DANS LA DEVISE DE         *
      * FACTURATION DU CLIENT (TAUX FRATES, COMME   *
      * CREAFACT). LE TEXTE SUIT LA LANGUE DU       *
      * CLIENT ; UNE COPIE ELECTRONIQUE (FECATLG,   *
      * VOIR CATALOG.CPY) PART PAR MAIL COMME LES   *
      * FACTURES FEINVOICE.                         *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RPT ASSIGN TO FCATLG
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
            SELECT ECAT ASSIGN TO FECATLG
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-ECAT.
            SELECT OPTIONAL RATE-FILE ASSIGN TO FRATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RF-CURRENCY
            FILE STATUS IS WS-FS-RATES.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD RPT.
       01 RPT-ENR      PIC X(78).
       FD ECAT.
       COPY CATALOG.
       FD RATE-FILE.
       01 RATE-FILE-REC.
          05 RF-CURRENCY       PIC XX.
          05 RF-FACTOR         PIC 9V99.

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE CUS
           END-EXEC

           EXEC SQL
               INCLUDE PRO
           END-EXEC

           EXEC SQL
               INCLUDE CPR
           END-EXEC

           EXEC SQL
               INCLUDE PRM
           END-EXEC

       77 FF-SYSIN         PIC 9 VALUE ZERO.

      *--------------------------------------------------------------
      *  CARTES SYSIN, UNE PAR CLIENT :
      *  COL 1-5   : NO CLIENT
      *  UNE CARTE BLANCHE OU '*' EN COLONNE 1 TERMINE LA LISTE ;
      *  SANS AUCUNE CARTE, LE CATALOGUE EST EDITE POUR TOUS LES
      *  CLIENTS ACTIFS (ACCT_STATUS 'A')
      *--------------------------------------------------------------
       01 WS-SYSIN-CARD.
          05 WS-CARD-C-NO    PIC X(5).
          05 WS-CARD-C-NUM REDEFINES WS-CARD-C-NO PIC 9(5).
          05 FILLER          PIC X(75).

       77 WS-FS-RPT         PIC XX.
       77 WS-FS-ECAT        PIC XX.
       01 WS-LINE           PIC X(78).

      ***************************************
      * DATE DE VALEUR DU CATALOGUE : LES   *
      * PRIX CONTRAT ET PROMOTIONS EN       *
      * VIGUEUR CE JOUR                     *
      ***************************************
       01 WS-RUN-DATE-NUM.
          05 WS-RUN-YYYY    PIC 9(4).
          05 WS-RUN-MM      PIC 9(2).
          05 WS-RUN-DD      PIC 9(2).
       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.

      ***************************************
      * DEVISE DU CLIENT : TAUX LUS SUR LE  *
      * FICHIER FRATES DE PRO15 ET CREAFACT *
      * (TAUX DEVISE -> DOLLAR, LES PRIX    *
      * SONT DONC DIVISES PAR LE TAUX)      *
      ***************************************
       77 WS-FS-RATES         PIC XX.
       01 WS-RATES.
          05 RATE-ENTRY OCCURS 50 TIMES.
             10 RATE-CURRENCY   PIC XX.
             10 RATE-FACTOR     PIC 9V99.
       77 WS-RATE-COUNT       PIC 9(2) VALUE 0.
       77 WS-RATE-IDX         PIC 9(2) COMP VALUE 0.
       77 WS-CAT-CURRENCY     PIC XX VALUE 'DO'.
       77 WS-CAT-RATE         PIC 9V99 VALUE 1,00.

      ***************************************
      * PRIX D'UNE LIGNE DE CATALOGUE       *
      ***************************************
       77 WS-HAS-CONTRACT     PIC X VALUE 'N'.
          88 HAS-CONTRACT             VALUE 'Y'.
       77 WS-NET-PRICE        PIC S9(3)V99 VALUE ZERO.
       77 WS-CUR-PRICE        PIC S9(5)V99 VALUE ZERO.
       77 WS-PROMO-P-NO       PIC X(4) VALUE SPACES.
       77 WS-PROMO-CAT        PIC X(4) VALUE SPACES.
       77 WS-PROMO-FAM        PIC X(4) VALUE SPACES.
       77 WS-PRO-FAMILY       PIC X(4) VALUE SPACES.
       77 WS-PROMO-VALUE      PIC S9(5)V99 VALUE ZERO.
       77 WS-CUST-PRODUCTS    PIC 9(7) VALUE ZERO.

      ***************************************
      * LIBELLES DANS LA LANGUE DU CLIENT   *
      ***************************************
       01 WS-LBL-TITLE        PIC X(30).
       01 WS-LBL-CUSTOMER     PIC X(15).
       01 WS-LBL-DATE         PIC X(15).
       01 WS-LBL-CURRENCY     PIC X(15).
       01 WS-LBL-PRODUCTS     PIC X(15).
       01 WS-LBL-COL-DESC     PIC X(11).
       01 WS-LBL-COL-LIST     PIC X(6).
       01 WS-LBL-COL-CPR      PIC X(6).
       01 WS-LBL-COL-FROM     PIC X(10).
       01 WS-LBL-COL-TO       PIC X(10).
       01 WS-LBL-COL-NET      PIC X(8).
       01 WS-LBL-OPEN         PIC X(10).
       01 WS-LBL-MIN-QTY      PIC X(4).
       01 WS-LBL-UNTIL        PIC X(3).
       01 WS-LBL-ORDER-PROMO  PIC X(40).

      ***************************************
      * RESUME DE LOT                       *
      ***************************************
       77 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-CATALOG-COUNT  PIC 9(7) VALUE ZERO.
       77 WS-REJECT-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-PRODUCT-COUNT  PIC 9(7) VALUE ZERO.
       77 WS-ECAT-COUNT     PIC 9(7) VALUE ZERO.

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-C-NO            PIC 9(5).
       01 E-LIST-PRICE      PIC ZZ9,99.
       01 E-CPR-PRICE       PIC ZZ9,99.
       01 E-CUR-PRICE       PIC Z(4)9,99.
       01 E-PROMO-VALUE     PIC Z(4)9,99.
       01 E-MIN-QTY         PIC ZZZZ9.
       01 E-CAT-RATE        PIC 9,99.
       01 E-PRODUCT-COUNT   PIC Z(6)9.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'CUSCATLG'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - CATALOGUE DE PRIX CLIENT'.

       COPY CPRLOOKP.

       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      *** CLIENTS ACTIFS (PASSAGE SANS CARTE) ***
           EXEC SQL
                DECLARE CCUS CURSOR
                FOR
                SELECT C_NO
                FROM CUSTOMERS
                WHERE ACCT_STATUS = 'A'
                ORDER BY C_NO
           END-EXEC

      *** PRODUITS ACTIFS DU CATALOGUE, AVEC LEUR CATEGORIE ***
      *** ET LEUR FAMILLE                                    ***
           EXEC SQL
                DECLARE CPRD CURSOR
                FOR
                SELECT P.P_NO, P.DESCRIPTION, P.PRICE, P.CATEGORY,
                       VALUE(C.PARENT_CODE, ' ')
                FROM PRODUCTS P
                LEFT OUTER JOIN PRODUCT_CATEGORIES C
                  ON C.CAT_CODE = P.CATEGORY
                WHERE P.STATUS = 'A'
                ORDER BY P.P_NO
           END-EXEC

      *** PROMOTIONS EN COURS D'UN PRODUIT, DE SA CATEGORIE OU ***
      *** DE SA FAMILLE (OU DE LA COMMANDE QUAND TOUT EST A    ***
      *** BLANC), PAR PALIER                                   ***
           EXEC SQL
                DECLARE CPRM CURSOR
                FOR
                SELECT PROMO_ID, DISC_TYPE, DISC_VALUE, MIN_QTY,
                       EFF_TO, DESCRIPTION
                FROM PROMOTIONS
                WHERE ((P_NO = :WS-PROMO-P-NO AND CATEGORY = ' ')
                    OR (P_NO = ' ' AND CATEGORY <> ' '
                        AND CATEGORY IN (:WS-PROMO-CAT, :WS-PROMO-FAM)))
                AND EFF_FROM <= :WS-RUN-DATE
                AND (EFF_TO = ' ' OR EFF_TO >= :WS-RUN-DATE)
                ORDER BY MIN_QTY, PROMO_ID
           END-EXEC

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM INIT-RUN-DATE
            PERFORM LOAD-RATE-TABLE
            PERFORM OPEN-FILES
            PERFORM READ-SYSIN-CARD
            IF FF-SYSIN = 1
               PERFORM CATALOG-ALL-CUSTOMERS
            ELSE
               PERFORM UNTIL FF-SYSIN = 1
                  ADD 1 TO WS-READ-COUNT
                  PERFORM PROCESS-CUSTOMER-CARD
                  PERFORM READ-SYSIN-CARD
               END-PERFORM
            END-IF
            PERFORM CLOSE-FILES
            EXEC SQL
                 COMMIT
            END-EXEC
            PERFORM TEST-SQLCODE
            DISPLAY 'CLIENTS DEMANDES        : ' WS-READ-COUNT
            DISPLAY 'CATALOGUES EDITES       : ' WS-CATALOG-COUNT
            DISPLAY 'CLIENTS REJETES         : ' WS-REJECT-COUNT
            DISPLAY 'LIGNES PRODUIT EDITEES  : ' WS-PRODUCT-COUNT
            DISPLAY 'ENREG. FECATLG ECRITS   : ' WS-ECAT-COUNT
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.

       INIT-RUN-DATE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE
           STRING
                WS-RUN-YYYY DELIMITED BY SIZE
                '-'         DELIMITED BY SIZE
                WS-RUN-MM   DELIMITED BY SIZE
                '-'         DELIMITED BY SIZE
                WS-RUN-DD   DELIMITED BY SIZE
           INTO WS-RUN-DATE.

      ***************************************
      * CHARGEMENT DE LA TABLE DES TAUX DE  *
      * CHANGE (FICHIER FRATES PERMANENT)   *
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

       OPEN-FILES.
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FCATLG, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT ECAT
           IF WS-FS-ECAT NOT = '00'
              DISPLAY 'ERR OPEN FECATLG, FS=' WS-FS-ECAT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE RPT
           CLOSE ECAT.

       READ-SYSIN-CARD.
           MOVE SPACES TO WS-SYSIN-CARD
           ACCEPT WS-SYSIN-CARD FROM SYSIN
           IF WS-CARD-C-NO = SPACES OR WS-CARD-C-NO(1:1) = '*'
              MOVE 1 TO FF-SYSIN
           END-IF.

      ***************************************
      * PASSAGE SANS CARTE : TOUS LES       *
      * CLIENTS ACTIFS                      *
      ***************************************
       CATALOG-ALL-CUSTOMERS.
           EXEC SQL
                OPEN CCUS
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-ACTIVE-CUSTOMER
           PERFORM UNTIL SQLCODE = +100
              ADD 1 TO WS-READ-COUNT
              PERFORM GET-CUSTOMER
              PERFORM PRINT-CUSTOMER-CATALOG
              PERFORM FETCH-ACTIVE-CUSTOMER
           END-PERFORM
           EXEC SQL
                CLOSE CCUS
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-ACTIVE-CUSTOMER.
           EXEC SQL
                FETCH CCUS INTO :CUS-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * UNE CARTE : LE CLIENT DOIT EXISTER  *
      * ET NE PAS ETRE FERME (UN COMPTE     *
      * BLOQUE RECOIT SON CATALOGUE)        *
      ***************************************
       PROCESS-CUSTOMER-CARD.
           IF WS-CARD-C-NO NOT NUMERIC
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'CARTE REJETEE, NO CLIENT NON NUMERIQUE : '
                      WS-CARD-C-NO
           ELSE
              MOVE WS-CARD-C-NUM TO CUS-C-NO
              PERFORM GET-CUSTOMER
              EVALUATE TRUE
                 WHEN SQLCODE = +100
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'CLIENT INCONNU : ' WS-CARD-C-NO
                 WHEN CUS-ACCT-CLOSED
                    ADD 1 TO WS-REJECT-COUNT
                    DISPLAY 'COMPTE CLIENT FERME : ' WS-CARD-C-NO
                 WHEN OTHER
                    PERFORM PRINT-CUSTOMER-CATALOG
              END-EVALUATE
           END-IF.

       GET-CUSTOMER.
           EXEC SQL
              SELECT COMPANY, EMAIL, CURRENCY, ACCT_STATUS, LANG
                INTO :CUS-COMPANY, :CUS-EMAIL, :CUS-CURRENCY,
                     :CUS-ACCT-STATUS, :CUS-LANG
                FROM CUSTOMERS
               WHERE C_NO = :CUS-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * CATALOGUE D'UN CLIENT : ENTETE,     *
      * UNE LIGNE PAR PRODUIT ACTIF AVEC    *
      * SES PROMOTIONS, PUIS LES PROMOTIONS *
      * SUR LA COMMANDE ENTIERE             *
      ***************************************
       PRINT-CUSTOMER-CATALOG.
           ADD 1 TO WS-CATALOG-COUNT
           MOVE ZERO TO WS-CUST-PRODUCTS
           PERFORM SET-CATALOG-LANGUAGE
           PERFORM SET-CATALOG-CURRENCY
           PERFORM WRITE-CATALOG-HEADER
           EXEC SQL
                OPEN CPRD
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-PRODUCT
           PERFORM UNTIL SQLCODE = +100
              PERFORM WRITE-PRODUCT-LINE
              MOVE PRO-P-NO      TO WS-PROMO-P-NO
              MOVE PRO-CATEGORY  TO WS-PROMO-CAT
              MOVE WS-PRO-FAMILY TO WS-PROMO-FAM
              PERFORM LIST-PROMOTIONS
              PERFORM FETCH-PRODUCT
           END-PERFORM
           EXEC SQL
                CLOSE CPRD
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE SPACES TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-LBL-ORDER-PROMO TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-PROMO-P-NO
           MOVE SPACES TO WS-PROMO-CAT
           MOVE SPACES TO WS-PROMO-FAM
           PERFORM LIST-PROMOTIONS
           PERFORM WRITE-CATALOG-FOOTER.

      ***************************************
      * LE CATALOGUE PARLE LA LANGUE DU     *
      * CLIENT (CUSTOMERS.LANG), ANGLAIS    *
      * PAR DEFAUT COMME LES FACTURES       *
      ***************************************
       SET-CATALOG-LANGUAGE.
           IF CUS-LANG-FRENCH
              MOVE 'CATALOGUE DE PRIX'  TO WS-LBL-TITLE
              MOVE 'CLIENT       : '    TO WS-LBL-CUSTOMER
              MOVE 'PRIX AU      : '    TO WS-LBL-DATE
              MOVE 'DEVISE       : '    TO WS-LBL-CURRENCY
              MOVE 'PRODUITS     : '    TO WS-LBL-PRODUCTS
              MOVE 'DESIGNATION'        TO WS-LBL-COL-DESC
              MOVE 'CATAL.'             TO WS-LBL-COL-LIST
              MOVE 'CONTR.'             TO WS-LBL-COL-CPR
              MOVE 'CONTRAT DU'         TO WS-LBL-COL-FROM
              MOVE 'AU'                 TO WS-LBL-COL-TO
              MOVE 'PRIX NET'           TO WS-LBL-COL-NET
              MOVE 'SANS FIN'           TO WS-LBL-OPEN
              MOVE 'DES'                TO WS-LBL-MIN-QTY
              MOVE 'AU'                 TO WS-LBL-UNTIL
              MOVE 'PROMOTIONS SUR LA COMMANDE :'
                                        TO WS-LBL-ORDER-PROMO
           ELSE
              MOVE 'PRICE LIST'         TO WS-LBL-TITLE
              MOVE 'CUSTOMER     : '    TO WS-LBL-CUSTOMER
              MOVE 'PRICES AS OF : '    TO WS-LBL-DATE
              MOVE 'CURRENCY     : '    TO WS-LBL-CURRENCY
              MOVE 'PRODUCTS     : '    TO WS-LBL-PRODUCTS
              MOVE 'DESCRIPTION'        TO WS-LBL-COL-DESC
              MOVE 'LIST'               TO WS-LBL-COL-LIST
              MOVE 'CONTR.'             TO WS-LBL-COL-CPR
              MOVE 'CONTR.FROM'         TO WS-LBL-COL-FROM
              MOVE 'TO'                 TO WS-LBL-COL-TO
              MOVE 'NET'                TO WS-LBL-COL-NET
              MOVE 'OPEN'               TO WS-LBL-OPEN
              MOVE 'MIN'                TO WS-LBL-MIN-QTY
              MOVE 'TO'                 TO WS-LBL-UNTIL
              MOVE 'ORDER-LEVEL PROMOTIONS :'
                                        TO WS-LBL-ORDER-PROMO
           END-IF.

      ***************************************
      * DEVISE DU CATALOGUE : CELLE DE      *
      * FACTURATION DU CLIENT ; A DEFAUT DE *
      * TAUX FRATES LE CATALOGUE RESTE EN   *
      * DOLLARS, COMME LA FACTURE           *
      ***************************************
       SET-CATALOG-CURRENCY.
           MOVE 'DO' TO WS-CAT-CURRENCY
           MOVE 1,00 TO WS-CAT-RATE
           IF CUS-CURRENCY NOT = SPACES
              PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                      UNTIL WS-RATE-IDX > WS-RATE-COUNT
                 IF RATE-CURRENCY(WS-RATE-IDX) = CUS-CURRENCY
                    AND RATE-FACTOR(WS-RATE-IDX) > ZERO
                    MOVE CUS-CURRENCY TO WS-CAT-CURRENCY
                    MOVE RATE-FACTOR(WS-RATE-IDX) TO WS-CAT-RATE
                 END-IF
              END-PERFORM
              IF WS-CAT-CURRENCY = 'DO' AND CUS-CURRENCY NOT = 'DO'
                 MOVE CUS-C-NO TO E-C-NO
                 DISPLAY 'TAUX FRATES ABSENT POUR LA DEVISE '
                         CUS-CURRENCY ' - CATALOGUE ' E-C-NO
                         ' EN DOLLARS'
              END-IF
           END-IF.

       WRITE-CATALOG-HEADER.
           MOVE CUS-C-NO    TO E-C-NO
           MOVE WS-CAT-RATE TO E-CAT-RATE
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-LBL-TITLE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                WS-LBL-CUSTOMER    DELIMITED BY SIZE
                E-C-NO             DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                CUS-COMPANY-TEXT (1:CUS-COMPANY-LEN)
                                   DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                WS-LBL-DATE        DELIMITED BY SIZE
                WS-RUN-DATE        DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                WS-LBL-CURRENCY    DELIMITED BY SIZE
                WS-CAT-CURRENCY    DELIMITED BY SIZE
                ' ('               DELIMITED BY SIZE
                E-CAT-RATE         DELIMITED BY SIZE
                ')'                DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           MOVE 'PROD'           TO WS-LINE(1:4)
           MOVE WS-LBL-COL-DESC  TO WS-LINE(6:11)
           MOVE WS-LBL-COL-LIST  TO WS-LINE(31:6)
           MOVE WS-LBL-COL-CPR   TO WS-LINE(38:6)
           MOVE WS-LBL-COL-FROM  TO WS-LINE(45:10)
           MOVE WS-LBL-COL-TO    TO WS-LINE(56:10)
           MOVE WS-LBL-COL-NET   TO WS-LINE(67:8)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES           TO ECAT-ENR
           MOVE 'CTH'            TO TYPE-ECH
           MOVE E-C-NO           TO ECH-C-NO
           MOVE CUS-COMPANY-TEXT TO ECH-COMPANY
           MOVE CUS-EMAIL-TEXT   TO ECH-EMAIL
           MOVE WS-RUN-DATE      TO ECH-DATE
           MOVE WS-CAT-CURRENCY  TO ECH-CURRENCY
           MOVE WS-CAT-RATE      TO ECH-RATE
           MOVE CUS-LANG         TO ECH-LANG
           PERFORM WRITE-ECAT-RECORD.

       FETCH-PRODUCT.
           EXEC SQL
                FETCH CPRD INTO :PRO-P-NO, :PRO-DESCRIPTION,
                      :PRO-PRICE, :PRO-CATEGORY, :WS-PRO-FAMILY
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * PRIX CONTRAT DU CLIENT EN VIGUEUR   *
      * CE JOUR, SUR LE PRODUIT OU PAR      *
      * REMISE SUR SA CATEGORIE (CPRLOOK,   *
      * COMME A LA FACTURATION)             *
      ***************************************
       GET-CONTRACT-PRICE.
           MOVE 'N' TO WS-HAS-CONTRACT
           MOVE CUS-C-NO    TO CL-C-NO
           MOVE PRO-P-NO    TO CL-P-NO
           MOVE WS-RUN-DATE TO CL-DATE
           CALL 'CPRLOOK' USING CL-PARM
           IF CL-RC = 12
              DISPLAY 'ERREUR SQL PRIX CONTRAT : ' CL-SQLCODE
              PERFORM ABEND-PROG
           END-IF
           MOVE CL-PRICE    TO CPR-PRICE
           MOVE CL-EFF-FROM TO CPR-EFF-FROM
           MOVE CL-EFF-TO   TO CPR-EFF-TO
           IF CL-RC = ZERO
              MOVE 'Y' TO WS-HAS-CONTRACT
           END-IF.

      ***************************************
      * UNE LIGNE PRODUIT : PRIX CATALOGUE, *
      * PRIX CONTRAT ET VALIDITE, PRIX NET  *
      * (CONTRAT SINON CATALOGUE) CONVERTI  *
      ***************************************
       WRITE-PRODUCT-LINE.
           ADD 1 TO WS-PRODUCT-COUNT
           ADD 1 TO WS-CUST-PRODUCTS
           PERFORM GET-CONTRACT-PRICE
           IF HAS-CONTRACT
              MOVE CPR-PRICE TO WS-NET-PRICE
           ELSE
              MOVE PRO-PRICE TO WS-NET-PRICE
           END-IF
           COMPUTE WS-CUR-PRICE ROUNDED = WS-NET-PRICE / WS-CAT-RATE
           MOVE PRO-PRICE    TO E-LIST-PRICE
           MOVE WS-CUR-PRICE TO E-CUR-PRICE
           MOVE SPACES TO WS-LINE
           MOVE PRO-P-NO     TO WS-LINE(1:4)
           MOVE PRO-DESCRIPTION-TEXT TO WS-LINE(6:24)
           MOVE E-LIST-PRICE TO WS-LINE(31:6)
           IF HAS-CONTRACT
              MOVE CPR-PRICE    TO E-CPR-PRICE
              MOVE E-CPR-PRICE  TO WS-LINE(38:6)
              MOVE CPR-EFF-FROM TO WS-LINE(45:10)
              IF CPR-EFF-TO = SPACES
                 MOVE WS-LBL-OPEN TO WS-LINE(56:10)
              ELSE
                 MOVE CPR-EFF-TO  TO WS-LINE(56:10)
              END-IF
           END-IF
           MOVE E-CUR-PRICE     TO WS-LINE(67:8)
           MOVE WS-CAT-CURRENCY TO WS-LINE(76:2)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES           TO ECAT-ENR
           MOVE 'CTL'            TO TYPE-ECL
           MOVE PRO-P-NO         TO ECL-P-NO
           MOVE PRO-DESCRIPTION-TEXT TO ECL-DESCRIPTION
           MOVE PRO-PRICE        TO ECL-LIST-PRICE
           MOVE CPR-PRICE        TO ECL-CPR-PRICE
           MOVE CPR-EFF-FROM     TO ECL-CPR-FROM
           MOVE CPR-EFF-TO       TO ECL-CPR-TO
           MOVE WS-CUR-PRICE     TO ECL-CUR-PRICE
           PERFORM WRITE-ECAT-RECORD.

      ***************************************
      * PROMOTIONS EN COURS DE WS-PROMO-P-NO*
      * ET DE SA CATEGORIE (TOUT A BLANC =  *
      * SUR LA COMMANDE), UNE               *
      * LIGNE PAR PALIER DE QUANTITE        *
      ***************************************
       LIST-PROMOTIONS.
           EXEC SQL
                OPEN CPRM
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-PROMOTION
           PERFORM UNTIL SQLCODE = +100
              PERFORM WRITE-PROMOTION-LINE
              PERFORM FETCH-PROMOTION
           END-PERFORM
           EXEC SQL
                CLOSE CPRM
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-PROMOTION.
           EXEC SQL
                FETCH CPRM INTO :PRM-PROMO-ID, :PRM-DISC-TYPE,
                      :PRM-DISC-VALUE, :PRM-MIN-QTY, :PRM-EFF-TO,
                      :PRM-DESCRIPTION
           END-EXEC
           PERFORM TEST-SQLCODE.

      *    UNE REMISE EN POURCENTAGE EST AFFICHEE TELLE QUELLE, UNE
      *    REMISE EN MONTANT EST CONVERTIE COMME LES PRIX
       WRITE-PROMOTION-LINE.
           IF PRM-DISC-TYPE = 'P'
              MOVE PRM-DISC-VALUE TO WS-PROMO-VALUE
           ELSE
              COMPUTE WS-PROMO-VALUE ROUNDED =
                      PRM-DISC-VALUE / WS-CAT-RATE
           END-IF
           MOVE WS-PROMO-VALUE TO E-PROMO-VALUE
           MOVE PRM-MIN-QTY    TO E-MIN-QTY
           MOVE SPACES TO WS-LINE
           MOVE PRM-PROMO-ID   TO WS-LINE(6:6)
           MOVE PRM-DESCRIPTION-TEXT TO WS-LINE(13:24)
           MOVE '-'            TO WS-LINE(38:1)
           MOVE E-PROMO-VALUE  TO WS-LINE(39:8)
           IF PRM-DISC-TYPE = 'P'
              MOVE '%'             TO WS-LINE(48:1)
           ELSE
              MOVE WS-CAT-CURRENCY TO WS-LINE(48:2)
           END-IF
           MOVE WS-LBL-MIN-QTY TO WS-LINE(51:4)
           MOVE E-MIN-QTY      TO WS-LINE(55:5)
           IF PRM-EFF-TO NOT = SPACES
              MOVE WS-LBL-UNTIL TO WS-LINE(61:3)
              MOVE PRM-EFF-TO   TO WS-LINE(64:10)
           END-IF
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES           TO ECAT-ENR
           MOVE 'CTP'            TO TYPE-ECP
           MOVE WS-PROMO-P-NO    TO ECP-P-NO
           MOVE PRM-PROMO-ID     TO ECP-PROMO-ID
           MOVE PRM-DESCRIPTION-TEXT TO ECP-DESCRIPTION
           MOVE PRM-DISC-TYPE    TO ECP-DISC-TYPE
           MOVE WS-PROMO-VALUE   TO ECP-DISC-VALUE
           MOVE PRM-MIN-QTY      TO ECP-MIN-QTY
           MOVE PRM-EFF-TO       TO ECP-EFF-TO
           PERFORM WRITE-ECAT-RECORD.

       WRITE-CATALOG-FOOTER.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-CUST-PRODUCTS TO E-PRODUCT-COUNT
           MOVE SPACES TO WS-LINE
           STRING
                WS-LBL-PRODUCTS    DELIMITED BY SIZE
                E-PRODUCT-COUNT    DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FCATLG, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-ECAT-RECORD.
           WRITE ECAT-ENR
           IF WS-FS-ECAT NOT = '00'
              DISPLAY 'ERR WRITE FECATLG, FS=' WS-FS-ECAT
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-ECAT-COUNT.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'CUSCATLG' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-READ-COUNT TO RJ-IN-COUNT
           MOVE WS-CATALOG-COUNT TO RJ-OUT-COUNT
           MOVE WS-REJECT-COUNT TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * CONTROLE DU CODE RETOUR SQL         *
      ***************************************
       TEST-SQLCODE.
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 CONTINUE
              WHEN SQLCODE > 0
                 IF SQLCODE NOT = +100
                    DISPLAY 'WARNING : ', SQLCODE
                 END-IF
              WHEN SQLCODE < ZERO
                 PERFORM ABEND-PROG
           END-EVALUATE.

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
        ABEND-PROG.
           EXEC SQL ROLLBACK END-EXEC
           DISPLAY 'ABEND PROG !'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
