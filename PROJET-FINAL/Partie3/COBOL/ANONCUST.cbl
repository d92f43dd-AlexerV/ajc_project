       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ANONCUST.
      ***********************************************
      * ANONYMISATION DES DONNEES PERSONNELLES DES  *
      * COMPTES CLIENTS CLOTURES : UN CLIENT A      *
      * ACCT_STATUS 'C', DE SOLDE NUL, SANS PIECE   *
      * FSETTLE OUVERTE ET SANS MODIFICATION NI     *
      * MOUVEMENT AR_LEDGER DEPUIS LA DUREE LEGALE  *
      * DE CONSERVATION (FICHE RETANONYM DE PARAMS1,*
      * EN JOURS, 1825 PAR DEFAUT) VOIT SON ADRESSE *
      * REMPLACEE PAR 'ANONYMISE', SON TELEPHONE ET *
      * SON EMAIL MIS A NULL ET SA REFERENCE        *
      * BANCAIRE DE PRELEVEMENT EFFACEE, DANS       *
      * CUSTOMERS COMME DANS SES ADRESSES SHIPTO.   *
      * LES COPIES SONT ENSUITE NEUTRALISEES DANS   *
      * L'ARCHIVE DES EXTRACTIONS (FEXTARC : ADRESSE*
      * ET EMAIL DU CLIENT, ADRESSE DE LIVRAISON)   *
      * ET DANS L'EXTRACTION DES RELANCES           *
      * (FDUNNOTE : EMAIL), POUR TOUS LES CLIENTS   *
      * DEJA ANONYMISES. RAISON SOCIALE, VILLE,     *
      * ETAT ET CODE POSTAL RESTENT (TAXES ET       *
      * VENTES PAR REGION) ; INVOICES,              *
      * SALES_HISTORY ET AR_LEDGER NE SONT PAS      *
      * TOUCHES. CHAQUE ANONYMISATION EST ECRITE AU *
      * JOURNAL DES MAINTENANCES (AUDITLG1), SANS   *
      * L'IMAGE AVANT. ETAT SUR FANONRPT.           *
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
            SELECT STL ASSIGN TO FSETTLE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS STL-INVOICE-NO
            FILE STATUS IS WS-FS-STL.
            SELECT AUD ASSIGN TO FAUDITLG
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-AUD.
            SELECT OPTIONAL ARCH ASSIGN TO FEXTARC
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-ARCH.
            SELECT ARCWRK ASSIGN TO FARCWRK
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-ARCWRK.
            SELECT OPTIONAL DUN ASSIGN TO FDUNNOTE
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-DUN.
            SELECT DUNWRK ASSIGN TO FDUNWRK
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-DUNWRK.
            SELECT RPT ASSIGN TO FANONRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD PARAMS.
       COPY PARAMREC.
       FD STL.
       COPY SETTLE.
       FD AUD.
       COPY AUDITREC.
       FD ARCH.
       COPY FEXTRACT.
       FD ARCWRK.
       01 ARCWRK-ENR    PIC X(460).
       FD DUN.
       COPY DUNNOTE.
       FD DUNWRK.
       01 DUNWRK-ENR    PIC X(150).
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
               INCLUDE SHT
           END-EXEC

           EXEC SQL
               INCLUDE ARL
           END-EXEC

       77 WS-FS-PRM         PIC XX.
       77 WS-FS-STL         PIC XX.
       77 WS-FS-AUD         PIC XX.
       77 WS-FS-ARCH        PIC XX.
       77 WS-FS-ARCWRK      PIC XX.
       77 WS-FS-DUN         PIC XX.
       77 WS-FS-DUNWRK      PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 FF-STL            PIC 9 VALUE ZERO.
       77 FF-ARCH           PIC 9 VALUE ZERO.
       77 FF-DUN            PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).

      ***************************************
      * DUREE DE CONSERVATION (FICHE        *
      * RETANONYM, DEFAUT COMPILE) ET DATE  *
      * BUTOIR ISO CALCULEE AU LANCEMENT    *
      ***************************************
       77 WS-RET-ANONYM     PIC 9(5) VALUE 1825.
       77 WS-CUT-DAYS       PIC 9(5) VALUE ZERO.
       77 WS-TODAY-NUM      PIC 9(8) VALUE ZERO.
       77 WS-TODAY-INT      PIC 9(8) VALUE ZERO.
       77 WS-CUT-INT        PIC 9(8) VALUE ZERO.
       01 WS-CUT-NUM        PIC 9(8) VALUE ZERO.
       01 FILLER REDEFINES WS-CUT-NUM.
          05 WS-CUT-YYYY    PIC X(4).
          05 WS-CUT-MM      PIC XX.
          05 WS-CUT-DD      PIC XX.
       77 WS-CUT-ISO        PIC X(10) VALUE SPACES.
       01 WS-TODAY-ISO      PIC X(10) VALUE SPACES.
       01 WS-AUD-TIME-NUM   PIC 9(8).

      ***************************************
      * INDICATEURS PAR NUMERO DE CLIENT :  *
      * PIECE FSETTLE OUVERTE, CLIENT       *
      * ANONYMISE (CE PASSAGE OU AVANT)     *
      ***************************************
       01 WS-CUST-FLAGS.
          05 WS-CUST-FLAG OCCURS 99999 TIMES.
             10 WCF-OPEN-ITEM   PIC X.
             10 WCF-ANONYMIZED  PIC X.
       77 WS-C-IDX          PIC 9(5) COMP VALUE ZERO.
       77 WS-C-NO-TXT       PIC 9(5) VALUE ZERO.

       01 WS-ANON-TEXT      PIC X(9) VALUE 'ANONYMISE'.
       77 WS-LAST-DOC-DATE  PIC X(10) VALUE SPACES.
       01 WS-SKIP-REASON    PIC X(30) VALUE SPACES.
       77 WS-SHIPTO-COUNT   PIC S9(9) COMP VALUE ZERO.

      ***************************************
      * COMPTEURS                           *
      ***************************************
       77 WS-CLOSED-COUNT   PIC 9(7) VALUE ZERO.
       77 WS-ANON-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-PREV-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-KEPT-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-SHT-TOTAL      PIC 9(7) VALUE ZERO.
       77 WS-ARCH-READ      PIC 9(9) VALUE ZERO.
       77 WS-ARCH-ANON      PIC 9(7) VALUE ZERO.
       77 WS-DUN-READ       PIC 9(9) VALUE ZERO.
       77 WS-DUN-ANON       PIC 9(7) VALUE ZERO.

       01 E-C-NO            PIC 9(5).
       01 E-COUNT           PIC Z(6)9.
       01 E-RET             PIC ZZZZ9.

      *** COMPTES CLOTURES ***
           EXEC SQL
                DECLARE CCLOSED CURSOR
                FOR
                SELECT C_NO, VALUE(BALANCE, 0), UPD_DATE,
                       VALUE(ADDRESS, ' ')
                FROM CUSTOMERS
                WHERE ACCT_STATUS = 'C'
                ORDER BY C_NO
           END-EXEC

       01 WS-ALERT-PGM PIC X(8)  VALUE 'ANONCUST'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - ANONYMISATION DES CLIENTS CLOS'.

       COPY RUNCTLP.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM RUNCTL-START
            PERFORM GET-RETENTION-PARAMETER
            PERFORM COMPUTE-CUTOFF-DATE
            PERFORM OPEN-FILE-RPT
            PERFORM WRITE-RPT-HEADER

            PERFORM LOAD-OPEN-ITEMS
            PERFORM ANONYMIZE-CUSTOMERS
            EXEC SQL
               COMMIT
            END-EXEC
            PERFORM TEST-SQLCODE
            PERFORM ANONYMIZE-ARCHIVE
            PERFORM ANONYMIZE-DUNNING

            PERFORM WRITE-RPT-FOOTER
            PERFORM CLOSE-FILE-RPT
            DISPLAY 'COMPTES CLOTURES LUS    : ' WS-CLOSED-COUNT
            DISPLAY 'ANONYMISES CE PASSAGE   : ' WS-ANON-COUNT
            DISPLAY 'DEJA ANONYMISES         : ' WS-PREV-COUNT
            DISPLAY 'CONSERVES               : ' WS-KEPT-COUNT
            DISPLAY 'ENREG. FEXTARC NEUTRES  : ' WS-ARCH-ANON
            DISPLAY 'ENREG. FDUNNOTE NEUTRES : ' WS-DUN-ANON
            PERFORM WRITE-RUN-JOURNAL
            PERFORM RUNCTL-END
            GOBACK.

      ***************************************
      * CONTROLE D'ENCHAINEMENT (RUNCTL) -  *
      * VOIR RUNCTLP.CPY : PASSAGE DE       *
      * MAINTENANCE SANS PREDECESSEUR, LE   *
      * GARDE-FOU NE SERT QU'AU DOUBLE      *
      * PASSAGE SUR LA MEME DATE            *
      ***************************************
       RUNCTL-START.
           MOVE 'ANONCUST' TO RC-PROGRAM
           MOVE '        ' TO RC-PRED
           ACCEPT RC-DATE FROM DATE YYYYMMDD
           MOVE 'S' TO RC-FUNC
           CALL 'RUNCTL' USING RC-PARM
           IF RC-RC NOT = ZERO
              DISPLAY 'ENCHAINEMENT REFUSE PAR RUNCTL'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       RUNCTL-END.
           MOVE 'E' TO RC-FUNC
           CALL 'RUNCTL' USING RC-PARM.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'ANONCUST' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-CLOSED-COUNT TO RJ-IN-COUNT
           MOVE WS-ANON-COUNT TO RJ-OUT-COUNT
           MOVE ZERO TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * FICHE RETANONYM DU FICHIER FPARAMS  *
      * (JOURS) - FICHE OU FICHIER ABSENT = *
      * DEFAUT COMPILE                      *
      ***************************************
       GET-RETENTION-PARAMETER.
           OPEN INPUT PARAMS
           IF WS-FS-PRM = '00' OR WS-FS-PRM = '05'
              MOVE 'RETANONYM ' TO OPR-KEY
              MOVE ZERO TO WS-CUT-DAYS
              READ PARAMS KEY IS OPR-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF OPR-VALUE(1:5) IS NUMERIC
                          MOVE OPR-VALUE(1:5) TO WS-CUT-DAYS
                       END-IF
              END-READ
              IF WS-CUT-DAYS > ZERO
                 MOVE WS-CUT-DAYS TO WS-RET-ANONYM
              END-IF
              CLOSE PARAMS
           END-IF.

      ***************************************
      * DATE BUTOIR : AUJOURD'HUI MOINS LA  *
      * DUREE DE CONSERVATION, EN ISO COMME *
      * UPD_DATE ET DOC_DATE                *
      ***************************************
       COMPUTE-CUTOFF-DATE.
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
           MOVE WS-TODAY-NUM TO WS-CUT-NUM
           PERFORM FORMAT-CUT-ISO
           MOVE WS-CUT-ISO TO WS-TODAY-ISO
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
           COMPUTE WS-CUT-INT = WS-TODAY-INT - WS-RET-ANONYM
           COMPUTE WS-CUT-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-CUT-INT)
           PERFORM FORMAT-CUT-ISO.

       FORMAT-CUT-ISO.
           MOVE SPACES TO WS-CUT-ISO
           STRING
                WS-CUT-YYYY DELIMITED BY SIZE
                '-'         DELIMITED BY SIZE
                WS-CUT-MM   DELIMITED BY SIZE
                '-'         DELIMITED BY SIZE
                WS-CUT-DD   DELIMITED BY SIZE
           INTO WS-CUT-ISO.

      ***************************************
      * ETAT DE CONTROLE                    *
      ***************************************
       OPEN-FILE-RPT.
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FANONRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILE-RPT.
           CLOSE RPT.

       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FANONRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-RPT-HEADER.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'ANONYMISATION DES CLIENTS CLOS DU ' DELIMITED BY SIZE
                WS-TODAY-ISO                         DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           MOVE WS-RET-ANONYM TO E-RET
           STRING
                'CONSERVATION '      DELIMITED BY SIZE
                E-RET                DELIMITED BY SIZE
                ' JOURS - BUTOIR '   DELIMITED BY SIZE
                WS-CUT-ISO           DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'CLIENT  RESULTAT'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-RPT-FOOTER.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'COMPTES CLOTURES LUS        :' TO WS-LINE
           MOVE WS-CLOSED-COUNT TO E-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'ANONYMISES CE PASSAGE       :' TO WS-LINE
           MOVE WS-ANON-COUNT TO E-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  DONT ADRESSES SHIPTO      :' TO WS-LINE
           MOVE WS-SHT-TOTAL TO E-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'DEJA ANONYMISES             :' TO WS-LINE
           MOVE WS-PREV-COUNT TO E-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'CONSERVES (VOIR MOTIF)      :' TO WS-LINE
           MOVE WS-KEPT-COUNT TO E-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'FEXTARC LUS                 :' TO WS-LINE
           MOVE WS-ARCH-READ TO E-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'FEXTARC NEUTRALISES         :' TO WS-LINE
           MOVE WS-ARCH-ANON TO E-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'FDUNNOTE LUS                :' TO WS-LINE
           MOVE WS-DUN-READ TO E-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'FDUNNOTE NEUTRALISES        :' TO WS-LINE
           MOVE WS-DUN-ANON TO E-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-COUNT-LINE.
           MOVE E-COUNT TO WS-LINE(31:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * CLIENTS AYANT AU MOINS UNE PIECE    *
      * FSETTLE OUVERTE : JAMAIS ANONYMISES *
      ***************************************
       LOAD-OPEN-ITEMS.
           MOVE SPACES TO WS-CUST-FLAGS
           OPEN INPUT STL
           IF WS-FS-STL NOT = '00'
              DISPLAY 'ERR OPEN FSETTLE, FS=' WS-FS-STL
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-FILE-STL
           PERFORM UNTIL FF-STL = 1
              IF STL-OPEN AND STL-C-NO > ZERO
                 MOVE 'Y' TO WCF-OPEN-ITEM (STL-C-NO)
              END-IF
              PERFORM READ-FILE-STL
           END-PERFORM
           CLOSE STL.

       READ-FILE-STL.
           READ STL NEXT
              AT END MOVE 1 TO FF-STL
           END-READ.

      ***************************************
      * PASSAGE DES COMPTES CLOTURES        *
      ***************************************
       ANONYMIZE-CUSTOMERS.
           OPEN EXTEND AUD
           IF WS-FS-AUD NOT = '00'
              DISPLAY 'ERR OPEN FAUDITLG, FS=' WS-FS-AUD
              PERFORM ABEND-PROG
           END-IF
           EXEC SQL
              OPEN CCLOSED
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CCLOSED
           PERFORM UNTIL SQLCODE = +100
              ADD 1 TO WS-CLOSED-COUNT
              PERFORM PROCESS-CLOSED-CUSTOMER
              PERFORM FETCH-CCLOSED
           END-PERFORM
           EXEC SQL
              CLOSE CCLOSED
           END-EXEC
           PERFORM TEST-SQLCODE
           CLOSE AUD.

       FETCH-CCLOSED.
           EXEC SQL
              FETCH CCLOSED
              INTO :CUS-C-NO, :CUS-BALANCE, :CUS-UPD-DATE,
                   :CUS-ADDRESS
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * UN CLIENT CLOS N'EST ANONYMISE QUE  *
      * SOLDE A ZERO, SANS PIECE OUVERTE ET *
      * SANS ACTIVITE DEPUIS LA BUTOIR ; LE *
      * MOTIF DE CONSERVATION EST LISTE     *
      ***************************************
       PROCESS-CLOSED-CUSTOMER.
           MOVE CUS-C-NO TO WS-C-NO-TXT
           MOVE WS-C-NO-TXT TO WS-C-IDX
           MOVE SPACES TO WS-SKIP-REASON
           IF CUS-ADDRESS-TEXT(1:9) = WS-ANON-TEXT
              ADD 1 TO WS-PREV-COUNT
              MOVE 'Y' TO WCF-ANONYMIZED (WS-C-IDX)
           ELSE
              IF CUS-BALANCE NOT = ZERO
                 MOVE 'SOLDE NON NUL' TO WS-SKIP-REASON
              ELSE
              IF WCF-OPEN-ITEM (WS-C-IDX) = 'Y'
                 MOVE 'PIECE FSETTLE OUVERTE' TO WS-SKIP-REASON
              ELSE
              IF CUS-UPD-DATE NOT < WS-CUT-ISO
                 MOVE 'MODIFIE DEPUIS LA BUTOIR' TO WS-SKIP-REASON
              ELSE
                 PERFORM GET-LAST-LEDGER-DATE
                 IF WS-LAST-DOC-DATE NOT < WS-CUT-ISO
                    MOVE 'MOUVEMENT AR DEPUIS LA BUTOIR'
                      TO WS-SKIP-REASON
                 END-IF
              END-IF
              END-IF
              END-IF
              IF WS-SKIP-REASON = SPACES
                 PERFORM ANONYMIZE-ONE-CUSTOMER
              ELSE
                 ADD 1 TO WS-KEPT-COUNT
                 MOVE SPACES TO WS-LINE
                 STRING
                      WS-C-NO-TXT       DELIMITED BY SIZE
                      '   CONSERVE : '  DELIMITED BY SIZE
                      WS-SKIP-REASON    DELIMITED BY SIZE
                 INTO WS-LINE
                 MOVE WS-LINE TO RPT-ENR
                 PERFORM WRITE-LINE-TO-RPT
              END-IF
           END-IF.

      *** AR_LEDGER PORTE C_NO EN CARACTERES ***
       GET-LAST-LEDGER-DATE.
           MOVE WS-C-NO-TXT TO ARL-C-NO
           EXEC SQL
              SELECT VALUE(MAX(DOC_DATE), ' ')
                INTO :WS-LAST-DOC-DATE
                FROM AR_LEDGER
               WHERE C_NO = :ARL-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE.

       ANONYMIZE-ONE-CUSTOMER.
           EXEC SQL
              UPDATE CUSTOMERS
                 SET ADDRESS = 'ANONYMISE',
                     PHONE = NULL,
                     EMAIL = NULL,
                     DD_MANDATE = 'N',
                     DD_BANK_REF = ' ',
                     UPD_BY = 'NUIT ',
                     UPD_DATE = :WS-TODAY-ISO
               WHERE C_NO = :CUS-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE CUS-C-NO TO SHT-C-NO
           EXEC SQL
              UPDATE SHIPTO
                 SET ADDRESS = 'ANONYMISE'
               WHERE C_NO = :SHT-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE ZERO TO WS-SHIPTO-COUNT
           IF SQLCODE = ZERO
              MOVE SQLERRD(3) TO WS-SHIPTO-COUNT
           END-IF
           ADD WS-SHIPTO-COUNT TO WS-SHT-TOTAL
           ADD 1 TO WS-ANON-COUNT
           MOVE 'Y' TO WCF-ANONYMIZED (WS-C-IDX)
           PERFORM WRITE-AUDIT-ANONYMIZE
           MOVE WS-SHIPTO-COUNT TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING
                WS-C-NO-TXT              DELIMITED BY SIZE
                '   ANONYMISE, SHIPTO :' DELIMITED BY SIZE
                E-COUNT                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * LIGNE AU JOURNAL COMMUN DES         *
      * MAINTENANCES : L'IMAGE AVANT N'EST  *
      * PAS RECOPIEE, C'EST JUSTEMENT CE    *
      * QU'ON EFFACE                        *
      ***************************************
       WRITE-AUDIT-ANONYMIZE.
           MOVE SPACES TO ENR-AUD
           MOVE 'NUIT '          TO OPERATOR-AUD
           MOVE 'BTCH'           TO TRANSID-AUD
           MOVE 'ANONCUST'       TO PROGRAM-AUD
           MOVE WS-C-NO-TXT      TO KEY-AUD
           MOVE 'ANONYMISE'      TO FIELD-AUD
           MOVE '(DONNEES PERSONNELLES)' TO OLDVAL-AUD
           MOVE SPACES TO NEWVAL-AUD
           STRING 'ANONYMISE, SHIPTO ' DELIMITED BY SIZE
                  E-COUNT              DELIMITED BY SIZE
           INTO NEWVAL-AUD
           MOVE WS-TODAY-NUM TO DATE-AUD
           ACCEPT WS-AUD-TIME-NUM FROM TIME
           STRING WS-AUD-TIME-NUM(1:2) DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
                  WS-AUD-TIME-NUM(3:2) DELIMITED BY SIZE
                  ':'                  DELIMITED BY SIZE
                  WS-AUD-TIME-NUM(5:2) DELIMITED BY SIZE
           INTO TIME-AUD
           WRITE ENR-AUD
           IF WS-FS-AUD NOT = '00'
              DISPLAY 'ERR WRITE FAUDITLG, FS=' WS-FS-AUD
              PERFORM ABEND-PROG
           END-IF.

      ***************************************
      * ARCHIVE DES EXTRACTIONS (FEXTARC) : *
      * COPIE SUR LE FICHIER DE TRAVAIL EN  *
      * NEUTRALISANT LES ENREGISTREMENTS    *
      * COMMANDE DES CLIENTS ANONYMISES,    *
      * PUIS RECHARGEMENT (MEME MECANIQUE   *
      * QUE RETNPURG)                       *
      ***************************************
       ANONYMIZE-ARCHIVE.
           OPEN INPUT ARCH
           IF WS-FS-ARCH = '05'
              CLOSE ARCH
           ELSE
              IF WS-FS-ARCH NOT = '00'
                 DISPLAY 'ERR OPEN FEXTARC, FS=' WS-FS-ARCH
                 PERFORM ABEND-PROG
              END-IF
              OPEN OUTPUT ARCWRK
              IF WS-FS-ARCWRK NOT = '00'
                 DISPLAY 'ERR OPEN FARCWRK, FS=' WS-FS-ARCWRK
                 PERFORM ABEND-PROG
              END-IF
              PERFORM READ-FILE-ARCH
              PERFORM COPY-ONE-ARCHIVE UNTIL FF-ARCH = 1
              CLOSE ARCH
              CLOSE ARCWRK
              PERFORM RELOAD-ARCHIVE
           END-IF.

       READ-FILE-ARCH.
           READ ARCH AT END
               MOVE 1 TO FF-ARCH
           END-READ.

       COPY-ONE-ARCHIVE.
           ADD 1 TO WS-ARCH-READ
           IF TYPE-ENR = 'ORD'
              AND ECUS-C-NO IS NUMERIC
              AND ECUS-C-NO NOT = '00000'
              MOVE ECUS-C-NO TO WS-C-NO-TXT
              MOVE WS-C-NO-TXT TO WS-C-IDX
              IF WCF-ANONYMIZED (WS-C-IDX) = 'Y'
                 AND ECUS-ADDRESS(1:9) NOT = WS-ANON-TEXT
                 MOVE WS-ANON-TEXT TO ECUS-ADDRESS
                 MOVE 9 TO ECUS-ADDRESS-LEN
                 MOVE SPACES TO ECUS-EMAIL
                 IF ESHP-ADDRESS NOT = SPACES
                    MOVE WS-ANON-TEXT TO ESHP-ADDRESS
                 END-IF
                 ADD 1 TO WS-ARCH-ANON
              END-IF
           END-IF
           MOVE ENR TO ARCWRK-ENR
           WRITE ARCWRK-ENR
           IF WS-FS-ARCWRK NOT = '00'
              DISPLAY 'ERR WRITE FARCWRK, FS=' WS-FS-ARCWRK
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-FILE-ARCH.

       RELOAD-ARCHIVE.
           OPEN OUTPUT ARCH
           IF WS-FS-ARCH NOT = '00'
              DISPLAY 'ERR RECHARGE FEXTARC, FS=' WS-FS-ARCH
              PERFORM ABEND-PROG
           END-IF
           OPEN INPUT ARCWRK
           IF WS-FS-ARCWRK NOT = '00'
              DISPLAY 'ERR RELECTURE FARCWRK, FS=' WS-FS-ARCWRK
              PERFORM ABEND-PROG
           END-IF
           MOVE ZERO TO FF-ARCH
           PERFORM READ-FILE-ARCWRK
           PERFORM COPY-BACK-ARCHIVE UNTIL FF-ARCH = 1
           CLOSE ARCH
           CLOSE ARCWRK.

       READ-FILE-ARCWRK.
           READ ARCWRK AT END
               MOVE 1 TO FF-ARCH
           END-READ.

       COPY-BACK-ARCHIVE.
           MOVE ARCWRK-ENR TO ENR
           WRITE ENR
           IF WS-FS-ARCH NOT = '00'
              DISPLAY 'ERR REECRITURE FEXTARC, FS=' WS-FS-ARCH
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-FILE-ARCWRK.

      ***************************************
      * EXTRACTION DES RELANCES (FDUNNOTE) :*
      * L'EMAIL DES EN-TETES DES CLIENTS    *
      * ANONYMISES EST EFFACE, MEME         *
      * MECANIQUE TRAVAIL / RECHARGEMENT    *
      ***************************************
       ANONYMIZE-DUNNING.
           OPEN INPUT DUN
           IF WS-FS-DUN = '05'
              CLOSE DUN
           ELSE
              IF WS-FS-DUN NOT = '00'
                 DISPLAY 'ERR OPEN FDUNNOTE, FS=' WS-FS-DUN
                 PERFORM ABEND-PROG
              END-IF
              OPEN OUTPUT DUNWRK
              IF WS-FS-DUNWRK NOT = '00'
                 DISPLAY 'ERR OPEN FDUNWRK, FS=' WS-FS-DUNWRK
                 PERFORM ABEND-PROG
              END-IF
              PERFORM READ-FILE-DUN
              PERFORM COPY-ONE-DUNNING UNTIL FF-DUN = 1
              CLOSE DUN
              CLOSE DUNWRK
              PERFORM RELOAD-DUNNING
           END-IF.

       READ-FILE-DUN.
           READ DUN AT END
               MOVE 1 TO FF-DUN
           END-READ.

       COPY-ONE-DUNNING.
           ADD 1 TO WS-DUN-READ
           IF TYPE-DUN = 'DNH'
              AND DNH-C-NO IS NUMERIC
              AND DNH-C-NO NOT = '00000'
              MOVE DNH-C-NO TO WS-C-NO-TXT
              MOVE WS-C-NO-TXT TO WS-C-IDX
              IF WCF-ANONYMIZED (WS-C-IDX) = 'Y'
                 AND DNH-EMAIL NOT = SPACES
                 MOVE SPACES TO DNH-EMAIL
                 ADD 1 TO WS-DUN-ANON
              END-IF
           END-IF
           MOVE DUN-ENR TO DUNWRK-ENR
           WRITE DUNWRK-ENR
           IF WS-FS-DUNWRK NOT = '00'
              DISPLAY 'ERR WRITE FDUNWRK, FS=' WS-FS-DUNWRK
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-FILE-DUN.

       RELOAD-DUNNING.
           OPEN OUTPUT DUN
           IF WS-FS-DUN NOT = '00'
              DISPLAY 'ERR RECHARGE FDUNNOTE, FS=' WS-FS-DUN
              PERFORM ABEND-PROG
           END-IF
           OPEN INPUT DUNWRK
           IF WS-FS-DUNWRK NOT = '00'
              DISPLAY 'ERR RELECTURE FDUNWRK, FS=' WS-FS-DUNWRK
              PERFORM ABEND-PROG
           END-IF
           MOVE ZERO TO FF-DUN
           PERFORM READ-FILE-DUNWRK
           PERFORM COPY-BACK-DUNNING UNTIL FF-DUN = 1
           CLOSE DUN
           CLOSE DUNWRK.

       READ-FILE-DUNWRK.
           READ DUNWRK AT END
               MOVE 1 TO FF-DUN
           END-READ.

       COPY-BACK-DUNNING.
           MOVE DUNWRK-ENR TO DUN-ENR
           WRITE DUN-ENR
           IF WS-FS-DUN NOT = '00'
              DISPLAY 'ERR REECRITURE FDUNNOTE, FS=' WS-FS-DUN
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-FILE-DUNWRK.

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
                    DISPLAY 'WARNING : ' SQLCODE
                 END-IF
              WHEN SQLCODE < ZERO
                 PERFORM ABEND-PROG
           END-EVALUATE.

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
        ABEND-PROG.
           DISPLAY 'ABEND PROG !'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
