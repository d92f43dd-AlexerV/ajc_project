       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASNSEND.
      **********************************************
      * AVIS D'EXPEDITION ELECTRONIQUES (ASN) :     *
      * CHAQUE SOIR, LES EXPEDITIONS DU JOUR DES    *
      * CLIENTS ABONNES (ASN_REQUIRED = 'Y', POSE   *
      * PAR PGM1CMA) PARTENT SUR FASNOUT, UN AVIS   *
      * PAR COMMANDE : ADRESSE DE LIVRAISON, PUIS   *
      * PAR COLIS NOTRE P_NO ET LE CODE ARTICLE DU  *
      * CLIENT (FPARTXRF), LA QUANTITE, LE LOT, LE  *
      * TRANSPORTEUR ET LE TRACKING_NO. CHAQUE AVIS *
      * EST SUIVI SUR LE KSDS FASNSTS ('S' EMIS),   *
      * SOLDE PAR LE FLUX D'ACQUITTEMENT FACULTATIF *
      * FASNACK ('A' ACQUITTE, 'B' REJETE). LE      *
      * RAPPORT FASNRPT LISTE LES AVIS EMIS, LES    *
      * REJETS A REEMETTRE ET LES AVIS JAMAIS       *
      * ACQUITTES.                                  *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL ASNACK ASSIGN TO FASNACK
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-ACK.
            SELECT ASNSTS ASSIGN TO FASNSTS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ASS-KEY
            FILE STATUS IS WS-FS-ASS.
            SELECT OPTIONAL XRF ASSIGN TO FPARTXRF
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XRF-KEY
            FILE STATUS IS WS-FS-XRF.
            SELECT ASNOUT ASSIGN TO FASNOUT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-ASN.
            SELECT RPT ASSIGN TO FASNRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------------------
      *  FLUX D'ACQUITTEMENT DES CLIENTS, UNE LIGNE PAR AVIS :
      *  'A' = AVIS RECU ET INTEGRE, 'B' = AVIS REJETE
      *--------------------------------------------------------------
       FD ASNACK.
       01 ACK-ENR.
          05 ACK-O-NO          PIC 9(4).
          05 ACK-SHIP-DATE     PIC X(10).
          05 ACK-STATUS        PIC X.
             88 ACK-ACCEPTED               VALUE 'A'.
             88 ACK-BOUNCED                VALUE 'B'.
          05 ACK-DATE          PIC X(10).
          05 FILLER            PIC X(55).
       FD ASNSTS.
       COPY ASNSTS.
       FD XRF.
       COPY PARTXRF.
       FD ASNOUT.
       COPY ASNOTICE.
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
               INCLUDE ORD
           END-EXEC

           EXEC SQL
               INCLUDE SHP
           END-EXEC

           EXEC SQL
               INCLUDE SHT
           END-EXEC

      *--------------------------------------------------------------
      *  PARAMETRE SYSIN
      *  COL 1-10  : DATE D'EXPEDITION (AAAA-MM-JJ), BLANC = DATE DU
      *              JOUR
      *  COL 11-14 : NUMERO DE COMMANDE, BLANC = TOUTES - POUR
      *              REEMETTRE UN SEUL AVIS REJETE PAR LE CLIENT
      *--------------------------------------------------------------
       01  WS-PARM-CARD.
           05 WS-PARM-DATE          PIC X(10).
           05 WS-PARM-O-NO          PIC X(4).
           05 FILLER                PIC X(66).

       77 WS-ASN-DATE       PIC X(10) VALUE SPACES.
       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE-NUM   PIC 9(8).
       77 WS-SEL-O-NO       PIC S9(4) USAGE COMP-3 VALUE ZERO.

       77 WS-FS-ACK         PIC XX.
       77 WS-FS-ASS         PIC XX.
       77 WS-FS-XRF         PIC XX.
       77 WS-FS-ASN         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 WS-ACK-PRESENT    PIC X VALUE 'N'.
       77 WS-XRF-PRESENT    PIC X VALUE 'N'.
       77 FF-ACK            PIC 9 VALUE ZERO.
       77 FF-ASS            PIC 9 VALUE ZERO.
       77 FF-XRF            PIC 9 VALUE ZERO.

      *--- AVIS EN COURS (RUPTURE SUR LA COMMANDE)
       77 WS-CUR-O-NO       PIC 9(4) VALUE ZERO.
       77 WS-CUR-C-NO       PIC 9(5) VALUE ZERO.
       77 WS-NOTICE-LINES   PIC 9(3) VALUE ZERO.
       77 WS-NOTICE-QTY     PIC 9(5) VALUE ZERO.
       01 WS-NOTICE-COMPANY PIC X(30).

      *--- CODES ARTICLE DU CLIENT EN COURS, CHARGES DE FPARTXRF A
      *--- CHAQUE CHANGEMENT DE CLIENT : LA TABLE EST CLEE PAR LE
      *--- CODE DU CLIENT, LA RECHERCHE PAR NOTRE P_NO SE FAIT ICI
       77 WS-XRF-COUNT      PIC 9(3) VALUE ZERO.
       77 WS-IDX-XRF        PIC 9(3) VALUE ZERO.
       77 WS-XRF-FOUND      PIC X VALUE 'N'.
       01 WS-XRF-TABLE.
          05 WS-XRF-ITEM OCCURS 500 TIMES.
             10 WS-XRF-T-P-NO      PIC X(4).
             10 WS-XRF-T-CUST-P-NO PIC X(15).
       01 WS-CUST-P-NO      PIC X(15).

       77 WS-ACK-COUNT      PIC 9(7) VALUE ZERO.
       77 WS-ACKED-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-BOUNCED-COUNT  PIC 9(7) VALUE ZERO.
       77 WS-UNKNOWN-COUNT  PIC 9(7) VALUE ZERO.
       77 WS-SHIP-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-NOTICE-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-NOXRF-COUNT    PIC 9(7) VALUE ZERO.
       77 WS-PENDING-COUNT  PIC 9(7) VALUE ZERO.
       77 WS-RESEND-COUNT   PIC 9(7) VALUE ZERO.

       01 WS-LINE           PIC X(78).
       01 E-O-NO            PIC 9(4).
       01 E-C-NO            PIC 9(5).
       01 E-SHIPTO-ID       PIC 9(3).
       01 E-LINES           PIC ZZ9.

      *** EXPEDITIONS DU JOUR DES CLIENTS ABONNES A L'AVIS ***
           EXEC SQL
                DECLARE CASN CURSOR
                FOR
                SELECT S.SHP_NO, S.O_NO, S.P_NO, S.QUANTITY,
                       S.LOT_NO, S.CARRIER, S.TRACKING_NO,
                       C.C_NO, C.COMPANY, C.ADDRESS, C.CITY,
                       C.STATE, C.ZIP, O.SHIPTO_ID
                FROM SHIPMENTS S
                INNER JOIN ORDERS O
                ON O.O_NO = S.O_NO
                INNER JOIN CUSTOMERS C
                ON C.C_NO = O.C_NO
                WHERE S.SHIP_DATE = :WS-ASN-DATE
                AND C.ASN_REQUIRED = 'Y'
                AND (:WS-SEL-O-NO = 0 OR S.O_NO = :WS-SEL-O-NO)
                ORDER BY C.C_NO, S.O_NO, S.SHP_NO
           END-EXEC

       01 WS-ALERT-PGM PIC X(8)  VALUE 'ASNSEND'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - AVIS D''EXPEDITION CLIENTS'.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM READ-PARM
            PERFORM OPEN-FILES
            PERFORM WRITE-RPT-HEADER
            IF WS-ACK-PRESENT = 'Y'
               PERFORM READ-ACK
               PERFORM UNTIL FF-ACK = 1
                  PERFORM PROCESS-ACK-RECORD
                  PERFORM READ-ACK
               END-PERFORM
            END-IF
            EXEC SQL
               OPEN CASN
            END-EXEC
            PERFORM TEST-SQLCODE
            PERFORM FETCH-ASN
            PERFORM UNTIL SQLCODE = +100
               IF SHP-O-NO NOT = WS-CUR-O-NO
                  IF WS-CUR-O-NO NOT = ZERO
                     PERFORM CLOSE-NOTICE
                  END-IF
                  IF CUS-C-NO NOT = WS-CUR-C-NO
                     PERFORM LOAD-CUSTOMER-XREF
                  END-IF
                  PERFORM OPEN-NOTICE
               END-IF
               PERFORM WRITE-NOTICE-LINE
               PERFORM FETCH-ASN
            END-PERFORM
            IF WS-CUR-O-NO NOT = ZERO
               PERFORM CLOSE-NOTICE
            END-IF
            EXEC SQL
               CLOSE CASN
            END-EXEC
            PERFORM TEST-SQLCODE
            PERFORM REPORT-PENDING-NOTICES
            PERFORM WRITE-RPT-FOOTER
            PERFORM CLOSE-FILES
            DISPLAY 'ACQUITTEMENTS LUS      : ' WS-ACK-COUNT
            DISPLAY 'AVIS ACQUITTES         : ' WS-ACKED-COUNT
            DISPLAY 'AVIS REJETES           : ' WS-BOUNCED-COUNT
            DISPLAY 'ACQUITTEMENTS INCONNUS : ' WS-UNKNOWN-COUNT
            DISPLAY 'COLIS ANNONCES         : ' WS-SHIP-COUNT
            DISPLAY 'AVIS EMIS              : ' WS-NOTICE-COUNT
            DISPLAY 'AVIS REEMIS            : ' WS-RESEND-COUNT
            DISPLAY 'COLIS SANS CODE CLIENT : ' WS-NOXRF-COUNT
            DISPLAY 'AVIS NON ACQUITTES     : ' WS-PENDING-COUNT
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'ASNSEND' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-SHIP-COUNT TO RJ-IN-COUNT
           MOVE WS-NOTICE-COUNT TO RJ-OUT-COUNT
           MOVE WS-UNKNOWN-COUNT TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * DATE D'EXPEDITION ET COMMANDE       *
      * DEMANDEES, DATE DU JOUR POUR LE     *
      * SUIVI                               *
      ***************************************
       READ-PARM.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE
           STRING
                WS-RUN-DATE-NUM(1:4) DELIMITED BY SIZE
                '-'                  DELIMITED BY SIZE
                WS-RUN-DATE-NUM(5:2) DELIMITED BY SIZE
                '-'                  DELIMITED BY SIZE
                WS-RUN-DATE-NUM(7:2) DELIMITED BY SIZE
           INTO WS-RUN-DATE
           IF WS-PARM-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-ASN-DATE
           ELSE
              MOVE WS-PARM-DATE TO WS-ASN-DATE
           END-IF
           IF WS-PARM-O-NO IS NUMERIC
              MOVE WS-PARM-O-NO TO WS-SEL-O-NO
           ELSE
              MOVE ZERO TO WS-SEL-O-NO
           END-IF.

      ***************************************
      * OUVERTURE DES FICHIERS : LE SUIVI   *
      * EST CREE AU PREMIER PASSAGE, LE     *
      * FLUX D'ACQUITTEMENT ET LA TABLE DE  *
      * CORRESPONDANCE SONT FACULTATIFS     *
      ***************************************
       OPEN-FILES.
           MOVE 'N' TO WS-ACK-PRESENT
           OPEN INPUT ASNACK
           IF WS-FS-ACK = '00'
              MOVE 'Y' TO WS-ACK-PRESENT
           END-IF
           OPEN I-O ASNSTS
           IF WS-FS-ASS = '35'
              OPEN OUTPUT ASNSTS
              CLOSE ASNSTS
              OPEN I-O ASNSTS
           END-IF
           IF WS-FS-ASS NOT = '00'
              DISPLAY 'ERR OPEN FASNSTS, FS=' WS-FS-ASS
              PERFORM ABEND-PROG
           END-IF
           MOVE 'N' TO WS-XRF-PRESENT
           OPEN INPUT XRF
           IF WS-FS-XRF = '00'
              MOVE 'Y' TO WS-XRF-PRESENT
           END-IF
           OPEN OUTPUT ASNOUT
           IF WS-FS-ASN NOT = '00'
              DISPLAY 'ERR OPEN FASNOUT, FS=' WS-FS-ASN
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FASNRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           IF WS-ACK-PRESENT = 'Y'
              CLOSE ASNACK
           END-IF
           CLOSE ASNSTS
           IF WS-XRF-PRESENT = 'Y'
              CLOSE XRF
           END-IF
           CLOSE ASNOUT
           CLOSE RPT.

       READ-ACK.
           READ ASNACK AT END
               MOVE 1 TO FF-ACK
           END-READ
           IF FF-ACK NOT = 1
              ADD 1 TO WS-ACK-COUNT
           END-IF.

      ***************************************
      * UN ACQUITTEMENT CLIENT : LA FICHE   *
      * DE SUIVI PASSE A 'A', OU A 'B' SUR  *
      * REJET (AVIS A REEMETTRE)            *
      ***************************************
       PROCESS-ACK-RECORD.
           MOVE ACK-O-NO      TO ASS-O-NO
           MOVE ACK-SHIP-DATE TO ASS-SHIP-DATE
           READ ASNSTS KEY IS ASS-KEY
              INVALID KEY
                 ADD 1 TO WS-UNKNOWN-COUNT
                 MOVE ACK-O-NO TO E-O-NO
                 MOVE SPACES TO WS-LINE
                 STRING
                      'AVIS '       DELIMITED BY SIZE
                      E-O-NO        DELIMITED BY SIZE
                      ' DU '        DELIMITED BY SIZE
                      ACK-SHIP-DATE DELIMITED BY SIZE
                      '  ACQUITTEMENT SANS FICHE DE SUIVI'
                                    DELIMITED BY SIZE
                 INTO WS-LINE
                 MOVE WS-LINE TO RPT-ENR
                 PERFORM WRITE-LINE-TO-RPT
              NOT INVALID KEY
                 IF ACK-BOUNCED
                    ADD 1 TO WS-BOUNCED-COUNT
                    SET ASS-BOUNCED TO TRUE
                 ELSE
                    ADD 1 TO WS-ACKED-COUNT
                    SET ASS-ACKED TO TRUE
                 END-IF
                 MOVE ACK-DATE TO ASS-ACK-DATE
                 REWRITE ASS-ENR
                 IF WS-FS-ASS NOT = '00'
                    DISPLAY 'ERR REWRITE FASNSTS, FS=' WS-FS-ASS
                    PERFORM ABEND-PROG
                 END-IF
           END-READ.

       FETCH-ASN.
           EXEC SQL
              FETCH CASN
              INTO :SHP-SHP-NO, :SHP-O-NO, :SHP-P-NO,
                   :SHP-QUANTITY, :SHP-LOT-NO, :SHP-CARRIER,
                   :SHP-TRACKING-NO, :CUS-C-NO, :CUS-COMPANY,
                   :CUS-ADDRESS, :CUS-CITY, :CUS-STATE, :CUS-ZIP,
                   :ORD-SHIPTO-ID
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * CODES ARTICLE DU CLIENT : TOUTES    *
      * SES FICHES FPARTXRF, LUES A PARTIR  *
      * DE SON NUMERO DE CLIENT             *
      ***************************************
       LOAD-CUSTOMER-XREF.
           MOVE CUS-C-NO TO WS-CUR-C-NO
           MOVE ZERO TO WS-XRF-COUNT
           MOVE ZERO TO FF-XRF
           IF WS-XRF-PRESENT = 'Y'
              MOVE WS-CUR-C-NO TO E-C-NO
              MOVE E-C-NO      TO XRF-C-NO
              MOVE LOW-VALUES  TO XRF-CUST-P-NO
              START XRF KEY IS NOT LESS THAN XRF-KEY
                 INVALID KEY
                    MOVE 1 TO FF-XRF
              END-START
              PERFORM UNTIL FF-XRF = 1
                 READ XRF NEXT
                    AT END
                       MOVE 1 TO FF-XRF
                    NOT AT END
                       IF XRF-C-NO NOT = E-C-NO
                       OR WS-XRF-COUNT = 500
                          MOVE 1 TO FF-XRF
                       ELSE
                          ADD 1 TO WS-XRF-COUNT
                          MOVE XRF-P-NO
                            TO WS-XRF-T-P-NO (WS-XRF-COUNT)
                          MOVE XRF-CUST-P-NO
                            TO WS-XRF-T-CUST-P-NO (WS-XRF-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

      ***************************************
      * DEBUT D'AVIS : HEADER AVEC          *
      * L'ADRESSE DE LIVRAISON DE LA        *
      * COMMANDE                            *
      ***************************************
       OPEN-NOTICE.
           MOVE SHP-O-NO TO WS-CUR-O-NO
           MOVE ZERO TO WS-NOTICE-LINES
           MOVE ZERO TO WS-NOTICE-QTY
           MOVE CUS-COMPANY-TEXT TO WS-NOTICE-COMPANY
      *    LE CLIENT ATTEND LE COLIS LA OU LE TRANSPORTEUR LIVRE :
      *    LA SUCCURSALE DE LA COMMANDE QUAND ELLE EXISTE
           IF ORD-SHIPTO-ID NOT = ZERO
              PERFORM LOOKUP-SHIPTO-ADDRESS
           END-IF
           MOVE SPACES TO ASN-ENR
           MOVE 'ASH'            TO TYPE-ASH
           MOVE WS-CUR-O-NO      TO ASH-O-NO
           MOVE WS-ASN-DATE      TO ASH-SHIP-DATE
           MOVE WS-CUR-C-NO      TO ASH-C-NO
           MOVE CUS-COMPANY-TEXT TO ASH-COMPANY
           MOVE CUS-ADDRESS-TEXT TO ASH-ADDRESS
           MOVE CUS-CITY-TEXT    TO ASH-CITY
           MOVE CUS-STATE        TO ASH-STATE
           MOVE CUS-ZIP          TO ASH-ZIP
           MOVE ORD-SHIPTO-ID    TO ASH-SHIPTO-ID
           PERFORM WRITE-ASN-RECORD.

       LOOKUP-SHIPTO-ADDRESS.
           MOVE CUS-C-NO      TO SHT-C-NO
           MOVE ORD-SHIPTO-ID TO SHT-SHIPTO-ID
           EXEC SQL
                SELECT ADDRESS, CITY, STATE, ZIP
                INTO :SHT-ADDRESS, :SHT-CITY, :SHT-STATE, :SHT-ZIP
                FROM SHIPTO
                WHERE C_NO = :SHT-C-NO
                AND SHIPTO_ID = :SHT-SHIPTO-ID
           END-EXEC
           IF SQLCODE = ZERO
              MOVE SHT-ADDRESS-TEXT TO CUS-ADDRESS-TEXT
              MOVE SHT-ADDRESS-LEN  TO CUS-ADDRESS-LEN
              MOVE SHT-CITY-TEXT    TO CUS-CITY-TEXT
              MOVE SHT-CITY-LEN     TO CUS-CITY-LEN
              MOVE SHT-STATE        TO CUS-STATE
              MOVE SHT-ZIP          TO CUS-ZIP
           ELSE
              PERFORM TEST-SQLCODE
           END-IF.

      ***************************************
      * UNE LIGNE PAR COLIS EXPEDIE, AVEC   *
      * LE CODE ARTICLE DU CLIENT           *
      ***************************************
       WRITE-NOTICE-LINE.
           ADD 1 TO WS-SHIP-COUNT
           ADD 1 TO WS-NOTICE-LINES
           ADD SHP-QUANTITY TO WS-NOTICE-QTY
           PERFORM FIND-CUSTOMER-PART
           MOVE SPACES TO ASN-ENR
           MOVE 'ASL'            TO TYPE-ASL
           MOVE SHP-SHP-NO       TO ASL-SHP-NO
           MOVE SHP-P-NO         TO ASL-P-NO
           MOVE WS-CUST-P-NO     TO ASL-CUST-P-NO
           MOVE SHP-QUANTITY     TO ASL-QUANTITY
           MOVE SHP-LOT-NO       TO ASL-LOT-NO
           MOVE SHP-CARRIER      TO ASL-CARRIER
           MOVE SHP-TRACKING-NO  TO ASL-TRACKING-NO
           PERFORM WRITE-ASN-RECORD.

       FIND-CUSTOMER-PART.
           MOVE SPACES TO WS-CUST-P-NO
           MOVE 'N' TO WS-XRF-FOUND
           PERFORM VARYING WS-IDX-XRF FROM 1 BY 1
                   UNTIL WS-IDX-XRF > WS-XRF-COUNT
                   OR WS-XRF-FOUND = 'Y'
              IF WS-XRF-T-P-NO (WS-IDX-XRF) = SHP-P-NO
                 MOVE WS-XRF-T-CUST-P-NO (WS-IDX-XRF) TO WS-CUST-P-NO
                 MOVE 'Y' TO WS-XRF-FOUND
              END-IF
           END-PERFORM
           IF WS-XRF-FOUND = 'N'
              ADD 1 TO WS-NOXRF-COUNT
           END-IF.

      ***************************************
      * FIN D'AVIS : TRAILER DE CONTROLE,   *
      * FICHE DE SUIVI 'S' ET LIGNE AU      *
      * RAPPORT                             *
      ***************************************
       CLOSE-NOTICE.
           MOVE SPACES TO ASN-ENR
           MOVE 'AST'           TO TYPE-AST
           MOVE WS-CUR-O-NO     TO AST-O-NO
           MOVE WS-NOTICE-LINES TO AST-LINE-COUNT
           MOVE WS-NOTICE-QTY   TO AST-TOTAL-QTY
           PERFORM WRITE-ASN-RECORD
           ADD 1 TO WS-NOTICE-COUNT
           PERFORM RECORD-ASN-STATUS
           MOVE WS-CUR-O-NO TO E-O-NO
           MOVE WS-CUR-C-NO TO E-C-NO
           MOVE WS-NOTICE-LINES TO E-LINES
           MOVE SPACES TO WS-LINE
           STRING
                'AVIS '           DELIMITED BY SIZE
                E-O-NO            DELIMITED BY SIZE
                ' CLIENT '        DELIMITED BY SIZE
                E-C-NO            DELIMITED BY SIZE
                ' '               DELIMITED BY SIZE
                WS-NOTICE-COMPANY DELIMITED BY SIZE
                ' '               DELIMITED BY SIZE
                E-LINES           DELIMITED BY SIZE
                ' COLIS'          DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      *    UN AVIS DEJA SUIVI (RELANCE SUR UN REJET) REPART A 'S' :
      *    LA DATE D'EMISSION EST CELLE DU PASSAGE, PAS CELLE DE
      *    L'EXPEDITION
       RECORD-ASN-STATUS.
           MOVE WS-CUR-O-NO     TO ASS-O-NO
           MOVE WS-ASN-DATE     TO ASS-SHIP-DATE
           MOVE WS-CUR-C-NO     TO ASS-C-NO
           SET ASS-SENT         TO TRUE
           MOVE WS-NOTICE-LINES TO ASS-LINE-COUNT
           MOVE WS-RUN-DATE     TO ASS-SENT-DATE
           MOVE SPACES          TO ASS-ACK-DATE
           WRITE ASS-ENR
              INVALID KEY
                 ADD 1 TO WS-RESEND-COUNT
                 REWRITE ASS-ENR
           END-WRITE.

       WRITE-ASN-RECORD.
           WRITE ASN-ENR
           IF WS-FS-ASN NOT = '00'
              DISPLAY 'ERR WRITE FASNOUT, FS=' WS-FS-ASN
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * BALAYAGE DU SUIVI : AVIS REJETES    *
      * NON REEMIS ET AVIS DES JOURS        *
      * PRECEDENTS JAMAIS ACQUITTES         *
      ***************************************
       REPORT-PENDING-NOTICES.
           MOVE ZEROS TO ASS-O-NO
           MOVE LOW-VALUES TO ASS-SHIP-DATE
           START ASNSTS KEY IS NOT LESS THAN ASS-KEY
              INVALID KEY
                 MOVE 1 TO FF-ASS
           END-START
           PERFORM UNTIL FF-ASS = 1
              READ ASNSTS NEXT
                 AT END
                    MOVE 1 TO FF-ASS
                 NOT AT END
                    IF ASS-BOUNCED
                    OR (ASS-SENT AND ASS-SENT-DATE < WS-RUN-DATE)
                       PERFORM WRITE-PENDING-LINE
                    END-IF
              END-READ
           END-PERFORM.

       WRITE-PENDING-LINE.
           ADD 1 TO WS-PENDING-COUNT
           MOVE ASS-O-NO TO E-O-NO
           MOVE ASS-C-NO TO E-C-NO
           MOVE SPACES TO WS-LINE
           STRING
                'AVIS '       DELIMITED BY SIZE
                E-O-NO        DELIMITED BY SIZE
                ' DU '        DELIMITED BY SIZE
                ASS-SHIP-DATE DELIMITED BY SIZE
                ' CLIENT '    DELIMITED BY SIZE
                E-C-NO        DELIMITED BY SIZE
           INTO WS-LINE
           IF ASS-BOUNCED
              MOVE '  REJETE - A REEMETTRE' TO WS-LINE(39:)
           ELSE
              MOVE '  JAMAIS ACQUITTE' TO WS-LINE(39:)
           END-IF
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FASNRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-RPT-HEADER.
           MOVE ALL '=' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'AVIS D''EXPEDITION CLIENTS DES EXPEDITIONS DU '
                  DELIMITED BY SIZE
                WS-ASN-DATE DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE ALL '=' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-RPT-FOOTER.
           MOVE ALL '=' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

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
