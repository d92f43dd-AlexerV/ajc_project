       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNTSCHED.
      **********************************************
      * PLANNING QUOTIDIEN DE L'INVENTAIRE          *
      * TOURNANT : LES ARTICLES DU KSDS FABCCLS     *
      * DONT LE DERNIER COMPTAGE DATE DE PLUS QUE   *
      * LA FREQUENCE DE LEUR CLASSE (A : 30 JOURS,  *
      * B : 91, C : 365 - FPARAMS CNTDAYS-A/B/C),   *
      * OU JAMAIS COMPTES, SONT PLANIFIES POUR LE   *
      * DEPOT DE LA CARTE SYSIN. LA FEUILLE DE      *
      * COMPTAGE FCNTSHT LES LISTE DANS L'ORDRE DE  *
      * TOURNEE DES EMPLACEMENTS (BIN_LOC /         *
      * BINLOC-NPT), SANS LA QUANTITE THEORIQUE, ET *
      * LE FICHIER FCNTCARD PREPARE LES CARTES DE   *
      * CYCLECNT (CODE, DATE, DEPOT) QUE LE         *
      * MAGASIN COMPLETE DE LA QUANTITE COMPTEE.    *
      * CYCLECNT NE PREND QUE LES COMPTAGES         *
      * PLANIFIES (ABC-SCHED-DATE).                 *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ABC ASSIGN TO FABCCLS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ABC-CODE
            FILE STATUS IS WS-FS-ABC.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
            SELECT SHT ASSIGN TO FCNTSHT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-SHT.
            SELECT CRD ASSIGN TO FCNTCARD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-CRD.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD ABC.
       COPY ABCCLASS.

       FD PARAMS.
       COPY PARAMREC.

       FD SHT.
       01 SHT-ENR       PIC X(78).

       FD CRD.
       01 CRD-ENR       PIC X(80).

       WORKING-STORAGE SECTION.
      *--------------------------------------------------------------
      *  PARAMETRE SYSIN
      *  COL 1-10  : DATE DU PLANNING (AAAA-MM-JJ, BLANC = DU JOUR)
      *  COL 11-12 : DEPOT A COMPTER (BLANC = DEPOT PRINCIPAL '01',
      *              SEUL DEPOT OU LES PIECES SONT COMPTEES)
      *--------------------------------------------------------------
       01  WS-PARM-CARD.
           05 WS-PARM-DATE      PIC X(10).
           05 WS-PARM-WHSE      PIC X(2).
           05 FILLER            PIC X(68).

      *--------------------------------------------------------------
      *  CARTE DE COMPTAGE PREPAREE POUR CYCLECNT (MEME DESSIN QUE
      *  SA CARTE SYSIN) : QUANTITE, OPERATEUR ET APPROBATION A
      *  BLANC, A COMPLETER PAR LE MAGASIN
      *--------------------------------------------------------------
       01  WS-COUNT-CARD.
           05 CCD-CODE          PIC X(4).
           05 CCD-QTY           PIC X(5).
           05 CCD-DATE          PIC X(10).
           05 CCD-OPERATOR      PIC X(5).
           05 CCD-APPROVED      PIC X.
           05 CCD-WHSE          PIC X(2).
           05 FILLER            PIC X(53).

       77 WS-FS-ABC         PIC XX.
       77 WS-FS-PRM         PIC XX.
       77 WS-FS-SHT         PIC XX.
       77 WS-FS-CRD         PIC XX.
       77 WS-PRM-FOUND      PIC X VALUE 'N'.
       77 FF-ABC            PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).

       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.
       77 WS-WHSE           PIC X(2) VALUE '01'.
       77 WS-MAIN-WHSE      PIC X(2) VALUE '01'.
       77 WS-RUN-JULIAN     PIC S9(7) VALUE ZERO.
       77 WS-LAST-JULIAN    PIC S9(7) VALUE ZERO.
       77 WS-ELAPSED        PIC S9(7) VALUE ZERO.
       77 WS-INTERVAL       PIC 9(3) VALUE ZERO.
       77 WS-DUE            PIC X VALUE 'N'.
       01 WS-DATE-NUM.
          05 WS-DATE-YYYY   PIC 9(4).
          05 WS-DATE-MM     PIC 9(2).
          05 WS-DATE-DD     PIC 9(2).
       01 WS-DATE-INT REDEFINES WS-DATE-NUM PIC 9(8).

      ***************************************
      * FREQUENCE DE COMPTAGE PAR CLASSE,   *
      * EN JOURS (FPARAMS, A DEFAUT VALEURS *
      * COMPILEES)                          *
      ***************************************
       77 WS-DAYS-A         PIC 9(3) VALUE 30.
       77 WS-DAYS-B         PIC 9(3) VALUE 91.
       77 WS-DAYS-C         PIC 9(3) VALUE 365.

      ***************************************
      * ARTICLES A COMPTER, TRIES DANS      *
      * L'ORDRE DE TOURNEE DU MAGASIN       *
      ***************************************
       01 WS-DUE-TABLE.
          05 WS-DUE-ENTRY OCCURS 1000 TIMES.
             10 WDU-BIN           PIC X(6).
             10 WDU-CODE          PIC X(4).
             10 WDU-DESC          PIC X(30).
             10 WDU-CLASS         PIC X.
             10 WDU-LAST-COUNT    PIC X(10).
       01 WS-DUE-TABLE-ARRAY REDEFINES WS-DUE-TABLE.
          05 WS-DUE-ROW OCCURS 1000 TIMES PIC X(51).
       77 WS-DUE-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-IDX            PIC 9(4) VALUE ZERO.
       01 WS-IDX2           PIC 9(4) VALUE ZERO.
       01 WS-SWAP-ENTRY     PIC X(51).

       77 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-A-COUNT        PIC 9(7) VALUE ZERO.
       77 WS-B-COUNT        PIC 9(7) VALUE ZERO.
       77 WS-C-COUNT        PIC 9(7) VALUE ZERO.
       01 E-COUNT           PIC Z(6)9.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'CNTSCHED'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - PLANNING INVENTAIRE TOURNANT'.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM READ-PARM
            PERFORM GET-PARAMETERS
            PERFORM OPEN-FILES
            PERFORM SELECT-DUE-ITEMS
            PERFORM SORT-DUE-TABLE
            PERFORM WRITE-SHEET-HEADER
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-DUE-COUNT
               PERFORM WRITE-SHEET-LINE
               PERFORM WRITE-COUNT-CARD
            END-PERFORM
            PERFORM WRITE-SHEET-FOOTER
            PERFORM WRITE-END-CARD
            PERFORM CLOSE-FILES
            PERFORM WRITE-BATCH-SUMMARY
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.

       READ-PARM.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-DATE = SPACES
              ACCEPT WS-DATE-INT FROM DATE YYYYMMDD
              MOVE SPACES TO WS-RUN-DATE
              STRING
                   WS-DATE-YYYY DELIMITED BY SIZE
                   '-'          DELIMITED BY SIZE
                   WS-DATE-MM   DELIMITED BY SIZE
                   '-'          DELIMITED BY SIZE
                   WS-DATE-DD   DELIMITED BY SIZE
              INTO WS-RUN-DATE
           ELSE
              MOVE WS-PARM-DATE TO WS-RUN-DATE
              PERFORM DATE-TO-INT
              IF WS-DATE-INT IS NOT NUMERIC
                 DISPLAY 'DATE SYSIN INVALIDE (AAAA-MM-JJ)'
                 PERFORM ABEND-PROG
              END-IF
           END-IF
           COMPUTE WS-RUN-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
           IF WS-PARM-WHSE NOT = SPACES
              MOVE WS-PARM-WHSE TO WS-WHSE
           END-IF.

      *    DATE AAAA-MM-JJ DE WS-RUN-DATE VERS WS-DATE-INT
       DATE-TO-INT.
           MOVE WS-RUN-DATE(1:4) TO WS-DATE-YYYY
           MOVE WS-RUN-DATE(6:2) TO WS-DATE-MM
           MOVE WS-RUN-DATE(9:2) TO WS-DATE-DD.

      ***************************************
      * FREQUENCES DE COMPTAGE DEPUIS LE    *
      * FICHIER DE PARAMETRES CENTRAL       *
      ***************************************
       GET-PARAMETERS.
           OPEN INPUT PARAMS
           IF WS-FS-PRM NOT = '00'
              DISPLAY 'FPARAMS ABSENT - VALEURS COMPILEES'
           ELSE
              MOVE 'CNTDAYS-A ' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:3) TO WS-DAYS-A
              END-IF
              MOVE 'CNTDAYS-B ' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:3) TO WS-DAYS-B
              END-IF
              MOVE 'CNTDAYS-C ' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:3) TO WS-DAYS-C
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

       OPEN-FILES.
           OPEN I-O ABC
           IF WS-FS-ABC NOT = '00'
              DISPLAY 'ERR OPEN FABCCLS, FS=' WS-FS-ABC
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT SHT
           IF WS-FS-SHT NOT = '00'
              DISPLAY 'ERR OPEN FCNTSHT, FS=' WS-FS-SHT
              PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT CRD
           IF WS-FS-CRD NOT = '00'
              DISPLAY 'ERR OPEN FCNTCARD, FS=' WS-FS-CRD
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE ABC
           CLOSE SHT
           CLOSE CRD.

      ***************************************
      * PARCOURS DES CLASSES : UN ARTICLE   *
      * DU EST NOTE PLANIFIE (DATE ET       *
      * DEPOT) ET RETENU POUR LA FEUILLE    *
      ***************************************
       SELECT-DUE-ITEMS.
           MOVE ZERO TO FF-ABC
           MOVE LOW-VALUES TO ABC-CODE
           START ABC KEY IS NOT LESS THAN ABC-CODE
              INVALID KEY
                 MOVE 1 TO FF-ABC
           END-START
           PERFORM UNTIL FF-ABC = 1
              READ ABC NEXT
                 AT END
                    MOVE 1 TO FF-ABC
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM CHECK-ITEM-DUE
                    IF WS-DUE = 'Y'
                       PERFORM SCHEDULE-ITEM
                    END-IF
              END-READ
           END-PERFORM.

      *    LES PIECES NE SONT TENUES QU'AU DEPOT PRINCIPAL
       CHECK-ITEM-DUE.
           MOVE 'N' TO WS-DUE
           EVALUATE ABC-CLASS
              WHEN 'A'
                 MOVE WS-DAYS-A TO WS-INTERVAL
              WHEN 'B'
                 MOVE WS-DAYS-B TO WS-INTERVAL
              WHEN OTHER
                 MOVE WS-DAYS-C TO WS-INTERVAL
           END-EVALUATE
           EVALUATE TRUE
              WHEN ABC-PART AND WS-WHSE NOT = WS-MAIN-WHSE
                 CONTINUE
              WHEN ABC-LAST-COUNT = SPACES
                 MOVE 'Y' TO WS-DUE
              WHEN OTHER
                 MOVE ABC-LAST-COUNT(1:4) TO WS-DATE-YYYY
                 MOVE ABC-LAST-COUNT(6:2) TO WS-DATE-MM
                 MOVE ABC-LAST-COUNT(9:2) TO WS-DATE-DD
                 IF WS-DATE-INT IS NOT NUMERIC
                    MOVE 'Y' TO WS-DUE
                 ELSE
                    COMPUTE WS-LAST-JULIAN =
                            FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
                    COMPUTE WS-ELAPSED =
                            WS-RUN-JULIAN - WS-LAST-JULIAN
                    IF WS-ELAPSED >= WS-INTERVAL
                       MOVE 'Y' TO WS-DUE
                    END-IF
                 END-IF
           END-EVALUATE.

       SCHEDULE-ITEM.
           IF WS-DUE-COUNT >= 1000
              DISPLAY 'TABLE DES COMPTAGES PLEINE (1000)'
              PERFORM ABEND-PROG
           END-IF
           MOVE WS-RUN-DATE TO ABC-SCHED-DATE
           MOVE WS-WHSE     TO ABC-SCHED-WHSE
           REWRITE ABC-ENR
           IF WS-FS-ABC NOT = '00'
              DISPLAY 'ERR REWRITE FABCCLS, FS=' WS-FS-ABC
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-DUE-COUNT
           MOVE ABC-BIN-LOC     TO WDU-BIN (WS-DUE-COUNT)
           MOVE ABC-CODE        TO WDU-CODE (WS-DUE-COUNT)
           MOVE ABC-DESCRIPTION TO WDU-DESC (WS-DUE-COUNT)
           MOVE ABC-CLASS       TO WDU-CLASS (WS-DUE-COUNT)
           MOVE ABC-LAST-COUNT  TO WDU-LAST-COUNT (WS-DUE-COUNT)
           EVALUATE ABC-CLASS
              WHEN 'A'
                 ADD 1 TO WS-A-COUNT
              WHEN 'B'
                 ADD 1 TO WS-B-COUNT
              WHEN OTHER
                 ADD 1 TO WS-C-COUNT
           END-EVALUATE.

      ***************************************
      * TRI A BULLES PAR EMPLACEMENT PUIS   *
      * CODE (ORDRE DE TOURNEE)             *
      ***************************************
       SORT-DUE-TABLE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-DUE-COUNT
              PERFORM VARYING WS-IDX2 FROM 1 BY 1
                      UNTIL WS-IDX2 > WS-DUE-COUNT - WS-IDX
                 IF WS-DUE-ROW (WS-IDX2)(1:10)
                    > WS-DUE-ROW (WS-IDX2 + 1)(1:10)
                    MOVE WS-DUE-ROW (WS-IDX2) TO WS-SWAP-ENTRY
                    MOVE WS-DUE-ROW (WS-IDX2 + 1)
                      TO WS-DUE-ROW (WS-IDX2)
                    MOVE WS-SWAP-ENTRY TO WS-DUE-ROW (WS-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      ***************************************
      * FEUILLE DE COMPTAGE : EMPLACEMENT,  *
      * ARTICLE, CLASSE, DERNIER COMPTAGE,  *
      * ZONE A REMPLIR - JAMAIS LE STOCK    *
      * THEORIQUE                           *
      ***************************************
       WRITE-SHEET-LINE.
           MOVE SPACES TO WS-LINE
           STRING
                WDU-BIN (WS-IDX)        DELIMITED BY SIZE
                '  '                    DELIMITED BY SIZE
                WDU-CODE (WS-IDX)       DELIMITED BY SIZE
                '  '                    DELIMITED BY SIZE
                WDU-DESC (WS-IDX)       DELIMITED BY SIZE
                ' '                     DELIMITED BY SIZE
                WDU-CLASS (WS-IDX)      DELIMITED BY SIZE
                '  '                    DELIMITED BY SIZE
                WDU-LAST-COUNT (WS-IDX) DELIMITED BY SIZE
                '  ________'            DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-SHT.

       WRITE-COUNT-CARD.
           MOVE SPACES            TO WS-COUNT-CARD
           MOVE WDU-CODE (WS-IDX) TO CCD-CODE
           MOVE WS-RUN-DATE       TO CCD-DATE
           MOVE WS-WHSE           TO CCD-WHSE
           PERFORM WRITE-FILE-CRD.

      *    CARTE DE FIN ATTENDUE PAR CYCLECNT
       WRITE-END-CARD.
           MOVE SPACES TO WS-COUNT-CARD
           MOVE '0000' TO CCD-CODE
           PERFORM WRITE-FILE-CRD.

       WRITE-FILE-CRD.
           MOVE WS-COUNT-CARD TO CRD-ENR
           WRITE CRD-ENR
           IF WS-FS-CRD NOT = '00'
              DISPLAY 'ERR WRITE FCNTCARD :' WS-FS-CRD
              PERFORM ABEND-PROG
           END-IF.

       WRITE-FILE-SHT.
           MOVE WS-LINE TO SHT-ENR
           WRITE SHT-ENR
           IF WS-FS-SHT NOT = '00'
              DISPLAY 'ERR WRITE FCNTSHT :' WS-FS-SHT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-SHEET-HEADER.
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-SHT
           MOVE SPACES TO WS-LINE
           STRING 'FEUILLE DE COMPTAGE DU ' DELIMITED BY SIZE
                  WS-RUN-DATE               DELIMITED BY SIZE
                  ' - DEPOT '               DELIMITED BY SIZE
                  WS-WHSE                   DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-SHT
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-SHT
           MOVE 'EMPLAC  CODE  DESIGNATION' TO WS-LINE
           MOVE 'CL DERN.CPT    COMPTE'     TO WS-LINE(46:21)
           PERFORM WRITE-FILE-SHT.

       WRITE-SHEET-FOOTER.
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-SHT
           MOVE WS-DUE-COUNT TO E-COUNT
           MOVE SPACES TO WS-LINE
           STRING 'ARTICLES A COMPTER : ' DELIMITED BY SIZE
                  E-COUNT DELIMITED BY SIZE
                  '   COMPTE PAR : ________' DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-SHT.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'CNTSCHED' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           MOVE WS-READ-COUNT TO RJ-IN-COUNT
           MOVE WS-DUE-COUNT TO RJ-OUT-COUNT
           MOVE ZERO TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           DISPLAY '==============================================='
           DISPLAY '  PLANNING DE L''INVENTAIRE TOURNANT'
           DISPLAY '  DATE / DEPOT       : ' WS-RUN-DATE ' ' WS-WHSE
           DISPLAY '  ARTICLES EXAMINES  : ' WS-READ-COUNT
           DISPLAY '  A COMPTER CLASSE A : ' WS-A-COUNT
           DISPLAY '  A COMPTER CLASSE B : ' WS-B-COUNT
           DISPLAY '  A COMPTER CLASSE C : ' WS-C-COUNT
           DISPLAY '==============================================='.

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
        ABEND-PROG.
           DISPLAY 'ABEND PROG !'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
