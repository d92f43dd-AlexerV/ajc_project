       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DROPPO.
      **********************************************
      * COMMANDES D'ACHAT DES LIGNES EN LIVRAISON   *
      * DIRECTE : CHAQUE LIGNE DE COMMANDE CLIENT   *
      * MARQUEE DROP_SHIP A LA SAISIE (PGM1ORD,     *
      * ORDIMP) ET PAS ENCORE COMMANDEE DONNE LIEU  *
      * A UNE COMMANDE D'ACHAT NUMEROTEE (FPOCTR,   *
      * COMME PARTROP) DANS LE KSDS FPURCHPO,       *
      * ADRESSEE AU FOURNISSEUR ATTITRE DE LA PIECE *
      * DE MEME CODE (FSUPPART/FSUPPLIER, 3         *
      * PREMIERS CARACTERES DU P_NO COMME ROPCALC), *
      * A LIVRER A L'ADRESSE DE LIVRAISON DE LA     *
      * COMMANDE (SHIPTO, SINON LE SIEGE DU CLIENT) *
      * ET RATTACHEE A LA LIGNE O_NO/P_NO. LE       *
      * NUMERO EST REPORTE SUR ITEMS.DROP_PO_NO ;   *
      * L'EDITION FDROPPRT EST A TRANSMETTRE AU     *
      * FOURNISSEUR. SA CONFIRMATION D'EXPEDITION   *
      * PASSE PAR SHIPORD, QUI NE TOUCHE PAS AU     *
      * STOCK ET SOLDE LA COMMANDE D'ACHAT.         *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT POCTR ASSIGN TO FPOCTR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CTR-KEY
            FILE STATUS IS WS-FS-CTR.
            SELECT POF ASSIGN TO FPURCHPO
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PO-NO
            FILE STATUS IS WS-FS-POF.
            SELECT OPTIONAL SPP ASSIGN TO FSUPPART
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SPP-PNO
            FILE STATUS IS WS-FS-SPP.
            SELECT OPTIONAL SUP ASSIGN TO FSUPPLIER
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SUP-CODE
            FILE STATUS IS WS-FS-SUP.
            SELECT POPRT ASSIGN TO FDROPPRT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-POPRT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD POCTR.
       01 POCTR-REC.
          05 CTR-KEY       PIC X(6).
          05 CTR-VALUE     PIC 9(9).

       FD POF.
       COPY PURCHPO.

       FD SPP.
       COPY SUPPART.

       FD SUP.
       COPY SUPPLIER.

       FD POPRT.
       01 POPRT-ENR     PIC X(78).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
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
               INCLUDE CUS
           END-EXEC

           EXEC SQL
               INCLUDE SHT
           END-EXEC

       77 WS-FS-CTR         PIC XX.
       77 WS-FS-POF         PIC XX.
       77 WS-FS-SPP         PIC XX.
       77 WS-FS-SUP         PIC XX.
       77 WS-FS-POPRT       PIC XX.
       77 WS-SPP-PRESENT    PIC X VALUE 'N'.
       77 WS-SUP-PRESENT    PIC X VALUE 'N'.
       77 WS-SUP-FOUND      PIC X VALUE 'N'.
       01 WS-LINE           PIC X(78).

       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE-NUM   PIC 9(8).
       77 WS-PO-NO          PIC 9(7) VALUE ZERO.
       77 WS-SHIPTO-FOUND   PIC X VALUE 'N'.

       01 E-PO-NO           PIC 9(7).
       01 E-O-NO            PIC 9(4).
       01 E-PO-QTY          PIC Z(4)9.
       01 E-SUP-PRICE       PIC ZZZZ9,99.

      ***************************************
      * COMPTEURS DE CONTROLE               *
      ***************************************
       77 WS-LINE-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-PO-CREATED-COUNT PIC 9(7) VALUE ZERO.
       77 WS-NO-SUP-COUNT   PIC 9(7) VALUE ZERO.

      *** LIGNES EN LIVRAISON DIRECTE SANS COMMANDE D'ACHAT ***
           EXEC SQL
                DECLARE CDROP CURSOR
                FOR
                SELECT I.O_NO, I.P_NO, I.QUANTITY, P.DESCRIPTION,
                       O.C_NO, O.SHIPTO_ID, C.COMPANY, C.ADDRESS,
                       C.CITY, C.STATE, C.ZIP
                FROM ITEMS I
                INNER JOIN ORDERS O
                ON O.O_NO = I.O_NO
                INNER JOIN CUSTOMERS C
                ON C.C_NO = O.C_NO
                INNER JOIN PRODUCTS P
                ON P.P_NO = I.P_NO
                WHERE I.DROP_SHIP = 'Y'
                AND I.DROP_PO_NO = 0
                ORDER BY I.O_NO, I.P_NO
           END-EXEC

       01 WS-ALERT-PGM PIC X(8)  VALUE 'DROPPO'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - COMMANDES ACHAT LIVRAISON DIRECTE'.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM INIT-RUN-DATE
            PERFORM OPEN-FILES
            EXEC SQL
               OPEN CDROP
            END-EXEC
            PERFORM TEST-SQLCODE
            PERFORM FETCH-CDROP
            PERFORM UNTIL SQLCODE = +100
               ADD 1 TO WS-LINE-COUNT
               PERFORM CREATE-DROP-SHIP-PO
               PERFORM FETCH-CDROP
            END-PERFORM
            EXEC SQL
               CLOSE CDROP
            END-EXEC
            PERFORM TEST-SQLCODE
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
           INTO WS-RUN-DATE.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'DROPPO' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-LINE-COUNT TO RJ-IN-COUNT
           MOVE WS-PO-CREATED-COUNT TO RJ-OUT-COUNT
           MOVE WS-NO-SUP-COUNT TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

       OPEN-FILES.
           PERFORM OPEN-FILE-POCTR
           PERFORM OPEN-FILE-POF
           MOVE 'N' TO WS-SPP-PRESENT
           OPEN INPUT SPP
           IF WS-FS-SPP = '00'
              MOVE 'Y' TO WS-SPP-PRESENT
           END-IF
           MOVE 'N' TO WS-SUP-PRESENT
           OPEN INPUT SUP
           IF WS-FS-SUP = '00'
              MOVE 'Y' TO WS-SUP-PRESENT
           END-IF
           OPEN OUTPUT POPRT
           IF WS-FS-POPRT NOT = '00'
              DISPLAY 'ERREUR OUVERTURE FDROPPRT : ' WS-FS-POPRT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE POCTR
           CLOSE POF
           IF WS-SPP-PRESENT = 'Y'
              CLOSE SPP
           END-IF
           IF WS-SUP-PRESENT = 'Y'
              CLOSE SUP
           END-IF
           CLOSE POPRT.

      ***************************************
      * OUVERTURE DU COMPTEUR DE COMMANDES  *
      * D'ACHAT, PARTAGE AVEC PARTROP (CREE *
      * AU PREMIER PASSAGE)                 *
      ***************************************
       OPEN-FILE-POCTR.
           OPEN I-O POCTR
           IF WS-FS-CTR = '35'
              OPEN OUTPUT POCTR
              MOVE 'PONUM ' TO CTR-KEY
              MOVE 0        TO CTR-VALUE
              WRITE POCTR-REC
              CLOSE POCTR
              OPEN I-O POCTR
           END-IF
           IF WS-FS-CTR NOT = '00'
              DISPLAY 'ERREUR OUVERTURE FPOCTR : ' WS-FS-CTR
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * OUVERTURE DU KSDS DES COMMANDES     *
      * D'ACHAT (CREE AU PREMIER PASSAGE)   *
      ***************************************
       OPEN-FILE-POF.
           OPEN I-O POF
           IF WS-FS-POF = '35'
              OPEN OUTPUT POF
              CLOSE POF
              OPEN I-O POF
           END-IF
           IF WS-FS-POF NOT = '00'
              DISPLAY 'ERREUR OUVERTURE FPURCHPO : ' WS-FS-POF
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * INCREMENT ET LECTURE DU PROCHAIN    *
      * NUMERO DE COMMANDE D'ACHAT          *
      ***************************************
       GET-NEXT-PO-NO.
           MOVE 'PONUM ' TO CTR-KEY
           READ POCTR KEY IS CTR-KEY
           ADD 1 TO CTR-VALUE
           REWRITE POCTR-REC
           MOVE CTR-VALUE TO WS-PO-NO.

       FETCH-CDROP.
           MOVE SPACES TO PRO-DESCRIPTION-TEXT CUS-COMPANY-TEXT
                          CUS-ADDRESS-TEXT CUS-CITY-TEXT
           EXEC SQL
              FETCH CDROP
              INTO :ITE-O-NO, :ITE-P-NO, :ITE-QUANTITY,
                   :PRO-DESCRIPTION, :ORD-C-NO, :ORD-SHIPTO-ID,
                   :CUS-COMPANY, :CUS-ADDRESS, :CUS-CITY,
                   :CUS-STATE, :CUS-ZIP
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * UNE LIGNE EN LIVRAISON DIRECTE :    *
      * COMMANDE D'ACHAT DE LA QUANTITE DE  *
      * LA LIGNE (PAS DE MINIMUM DE         *
      * COMMANDE : LE FOURNISSEUR LIVRE CE  *
      * QUE LE CLIENT A COMMANDE), LIEE A   *
      * LA LIGNE DANS LES DEUX SENS         *
      ***************************************
       CREATE-DROP-SHIP-PO.
           PERFORM GET-PART-SUPPLIER
           PERFORM LOOKUP-SHIPTO-ADDRESS
           PERFORM GET-NEXT-PO-NO
           MOVE WS-PO-NO      TO PO-NO
           MOVE ITE-P-NO(1:3) TO PO-PNO
           IF WS-SUP-FOUND = 'Y'
              MOVE SPP-SUP-CODE TO PO-SUP-CODE
              MOVE SPP-PRICE    TO PO-PRICE
           ELSE
              MOVE SPACES TO PO-SUP-CODE
              MOVE ZERO   TO PO-PRICE
           END-IF
           MOVE WS-RUN-DATE   TO PO-DATE
           MOVE ITE-QUANTITY  TO PO-QTY
           MOVE ZERO          TO PO-RECV-QTY
           SET PO-OPEN        TO TRUE
           MOVE ITE-O-NO      TO PO-DROP-O-NO
           MOVE ITE-P-NO      TO PO-DROP-P-NO
           SET PO-KIND-DROP-SHIP TO TRUE
           WRITE PO-ENR
              INVALID KEY
                 DISPLAY 'COMMANDE D''ACHAT DEJA PRESENTE : ' WS-PO-NO
                 PERFORM ABEND-PROG
           END-WRITE
           MOVE WS-PO-NO TO ITE-DROP-PO-NO
           EXEC SQL
              UPDATE ITEMS
                 SET DROP_PO_NO = :ITE-DROP-PO-NO
               WHERE O_NO = :ITE-O-NO
                 AND P_NO = :ITE-P-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD 1 TO WS-PO-CREATED-COUNT
           PERFORM WRITE-PO-PRINT-LINES.

      ***************************************
      * FOURNISSEUR ATTITRE DE LA PIECE DE  *
      * MEME CODE : CONDITIONS FSUPPART,    *
      * NOM ET ADRESSE FSUPPLIER - SANS     *
      * FICHE, LA COMMANDE PART SANS        *
      * DESTINATAIRE ET LE RESUME LE COMPTE *
      ***************************************
       GET-PART-SUPPLIER.
           MOVE 'N' TO WS-SUP-FOUND
           MOVE SPACES TO SUP-NAME
           MOVE SPACES TO SUP-ADDRESS
           IF WS-SPP-PRESENT = 'Y'
              MOVE ITE-P-NO(1:3) TO SPP-PNO
              READ SPP KEY IS SPP-PNO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-SUP-FOUND
                    IF WS-SUP-PRESENT = 'Y'
                       MOVE SPP-SUP-CODE TO SUP-CODE
                       READ SUP KEY IS SUP-CODE
                          INVALID KEY
                             MOVE SPACES TO SUP-NAME
                             MOVE SPACES TO SUP-ADDRESS
                       END-READ
                    END-IF
              END-READ
           END-IF
           IF WS-SUP-FOUND = 'N'
              ADD 1 TO WS-NO-SUP-COUNT
              DISPLAY 'AUCUN FOURNISSEUR ATTITRE POUR LE PRODUIT '
                      ITE-P-NO
           END-IF.

      ***************************************
      * ADRESSE DE LIVRAISON : LA           *
      * SUCCURSALE (SHIPTO) QUAND LA        *
      * COMMANDE EN PORTE UNE, SINON LE     *
      * SIEGE DU CLIENT                     *
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
      * EDITION DE LA COMMANDE D'ACHAT A    *
      * TRANSMETTRE AU FOURNISSEUR, AVEC    *
      * L'ADRESSE OU LIVRER LE CLIENT ET LA *
      * REFERENCE DE SA COMMANDE            *
      ***************************************
       WRITE-PO-PRINT-LINES.
           MOVE '------------------------------------------------'
                TO POPRT-ENR
           PERFORM WRITE-LINE-TO-POPRT
           MOVE WS-PO-NO TO E-PO-NO
           MOVE ITE-QUANTITY TO E-PO-QTY
           MOVE ITE-O-NO TO E-O-NO
           MOVE SPACES TO WS-LINE
           STRING
                'COMMANDE D''ACHAT NO ' DELIMITED BY SIZE
                E-PO-NO                 DELIMITED BY SIZE
                ' DU '                  DELIMITED BY SIZE
                WS-RUN-DATE             DELIMITED BY SIZE
                ' - LIVRAISON DIRECTE'  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO POPRT-ENR
           PERFORM WRITE-LINE-TO-POPRT
           MOVE SPACES TO WS-LINE
           STRING
                'ARTICLE ' DELIMITED BY SIZE
                ITE-P-NO   DELIMITED BY SIZE
                '  '       DELIMITED BY SIZE
                PRO-DESCRIPTION-TEXT DELIMITED BY '  '
                '  QUANTITE ' DELIMITED BY SIZE
                E-PO-QTY   DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO POPRT-ENR
           PERFORM WRITE-LINE-TO-POPRT
           IF WS-SUP-FOUND = 'Y'
              MOVE SPP-PRICE TO E-SUP-PRICE
              MOVE SPACES TO WS-LINE
              STRING
                   'FOURNISSEUR ' DELIMITED BY SIZE
                   SPP-SUP-CODE   DELIMITED BY SIZE
                   ' '            DELIMITED BY SIZE
                   SUP-NAME       DELIMITED BY SPACE
                   '  PRIX '      DELIMITED BY SIZE
                   E-SUP-PRICE    DELIMITED BY SIZE
              INTO WS-LINE
              MOVE WS-LINE TO POPRT-ENR
              PERFORM WRITE-LINE-TO-POPRT
              MOVE SUP-ADDRESS TO POPRT-ENR
              PERFORM WRITE-LINE-TO-POPRT
           ELSE
              MOVE '*** FOURNISSEUR A DETERMINER ***' TO POPRT-ENR
              PERFORM WRITE-LINE-TO-POPRT
           END-IF
           MOVE SPACES TO WS-LINE
           STRING
                'LIVRER DIRECTEMENT A : ' DELIMITED BY SIZE
                CUS-COMPANY-TEXT          DELIMITED BY '  '
                ' (COMMANDE CLIENT '      DELIMITED BY SIZE
                E-O-NO                    DELIMITED BY SIZE
                ')'                       DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO POPRT-ENR
           PERFORM WRITE-LINE-TO-POPRT
           MOVE SPACES TO WS-LINE
           IF WS-SHIPTO-FOUND = 'Y'
              MOVE SHT-ADDRESS-TEXT TO POPRT-ENR
              PERFORM WRITE-LINE-TO-POPRT
              STRING
                   SHT-CITY-TEXT DELIMITED BY '  '
                   ' '           DELIMITED BY SIZE
                   SHT-STATE     DELIMITED BY SIZE
                   ' '           DELIMITED BY SIZE
                   SHT-ZIP       DELIMITED BY SIZE
              INTO WS-LINE
           ELSE
              MOVE CUS-ADDRESS-TEXT TO POPRT-ENR
              PERFORM WRITE-LINE-TO-POPRT
              STRING
                   CUS-CITY-TEXT DELIMITED BY '  '
                   ' '           DELIMITED BY SIZE
                   CUS-STATE     DELIMITED BY SIZE
                   ' '           DELIMITED BY SIZE
                   CUS-ZIP       DELIMITED BY SIZE
              INTO WS-LINE
           END-IF
           MOVE WS-LINE TO POPRT-ENR
           PERFORM WRITE-LINE-TO-POPRT.

       WRITE-LINE-TO-POPRT.
           WRITE POPRT-ENR
           IF WS-FS-POPRT NOT = '00'
              DISPLAY 'ERREUR ECRITURE FDROPPRT : ' WS-FS-POPRT
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           DISPLAY '  COMMANDES D''ACHAT EN LIVRAISON DIRECTE'
           DISPLAY '  LIGNES A COMMANDER     : ' WS-LINE-COUNT
           DISPLAY '  COMMANDES D''ACHAT CREEES : '
                   WS-PO-CREATED-COUNT
           DISPLAY '  SANS FOURNISSEUR ATTITRE : ' WS-NO-SUP-COUNT
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
