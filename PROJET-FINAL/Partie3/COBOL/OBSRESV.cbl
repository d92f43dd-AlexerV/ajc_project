       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OBSRESV.
      **********************************************
      * STOCK LENT ET OBSOLETE - PROVISION POUR     *
      * DEPRECIATION. LE STOCK POSSEDE DE CHAQUE    *
      * PRODUIT (DISPONIBLE, EN CONTROLE, EN        *
      * CONSIGNATION - AU COUT UNITAIRE) ET DE      *
      * CHAQUE PIECE PARTS1 (AU PRIX FOURNISSEUR    *
      * FSUPPART) EST VIEILLI SELON LA DATE DE SA   *
      * DERNIERE SORTIE DANS STOCK_MOVES            *
      * (EXPEDITION 'S' OU SORTIE VERS UN ORDRE DE  *
      * FABRICATION 'M' ; A DEFAUT, SA PREMIERE     *
      * ENTREE ; SANS AUCUN MOUVEMENT, PLUS D'UN    *
      * AN) : 0-90 J, 91-180 J, 181-365 J, PLUS     *
      * D'UN AN. UN TAUX DE PROVISION PAR TRANCHE   *
      * (FPARAMS OBSPCT-1 A 4) DONNE LA PROVISION   *
      * REQUISE, COMPAREE A LA PROVISION DEJA       *
      * COMPTABILISEE PAR LE PASSAGE PRECEDENT      *
      * (FOBSRESP). L'ECART PART AU GRAND LIVRE     *
      * (FGLPOST : CHARGE 5050 CONTRE PROVISION     *
      * 1490, OU L'INVERSE EN REPRISE) ET LA        *
      * PROVISION DU JOUR EST ECRITE SUR FOBSRES    *
      * POUR LE PROCHAIN PASSAGE ET POUR INVVALUE.  *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT NPT ASSIGN TO FNPT
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS PNO-NPT
            FILE STATUS IS WS-FS-NPT.
            SELECT OPTIONAL SPP ASSIGN TO FSUPPART
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SPP-PNO
            FILE STATUS IS WS-FS-SPP.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
            SELECT OPTIONAL PREVRES ASSIGN TO FOBSRESP
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-PREV.
            SELECT CURRRES ASSIGN TO FOBSRES
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-CURR.
            SELECT RPT ASSIGN TO FOBSRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
            SELECT GLP ASSIGN TO FGLPOST
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-GLP.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD NPT.
       COPY NEWPARTS.

       FD SPP.
       COPY SUPPART.

       FD PARAMS.
       COPY PARAMREC.

       FD PREVRES.
       01 PREVRES-ENR       PIC X(60).

       FD CURRRES.
       COPY OBSRES.

       FD RPT.
       01 RPT-ENR       PIC X(78).

       FD GLP.
       COPY GLPOST.

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE PRO
           END-EXEC

           EXEC SQL
               INCLUDE SMV
           END-EXEC

      *--------------------------------------------------------------
      *  PARAMETRE SYSIN
      *  COL 1-10  : DATE D'ARRETE (AAAA-MM-JJ, BLANC = DU JOUR)
      *--------------------------------------------------------------
       01  WS-PARM-CARD.
           05 WS-PARM-DATE      PIC X(10).
           05 FILLER            PIC X(70).

       77 WS-FS-NPT         PIC XX.
       77 WS-FS-SPP         PIC XX.
       77 WS-FS-PRM         PIC XX.
       77 WS-FS-PREV        PIC XX.
       77 WS-FS-CURR        PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 WS-FS-GLP         PIC XX.
       77 WS-PRM-FOUND      PIC X VALUE 'N'.
       77 WS-SPP-PRESENT    PIC X VALUE 'N'.
       77 FF-PREV           PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).

      ***************************************
      * DATE D'ARRETE ET CALCUL DE L'AGE    *
      ***************************************
       77 WS-RUN-DATE       PIC X(10) VALUE SPACES.
       77 WS-RUN-DATE-INT   PIC 9(8) VALUE ZERO.
       01 WS-DATE-NUM.
          05 WS-DATE-YYYY   PIC 9(4).
          05 WS-DATE-MM     PIC 9(2).
          05 WS-DATE-DD     PIC 9(2).
       01 WS-DATE-INT REDEFINES WS-DATE-NUM PIC 9(8).
       77 WS-AGE-DAYS       PIC S9(7) VALUE ZERO.
       77 WS-BASE-DATE      PIC X(10) VALUE SPACES.
       77 WS-LAST-ISSUE     PIC X(10) VALUE SPACES.
       77 WS-FIRST-IN       PIC X(10) VALUE SPACES.

      ***************************************
      * TRANCHES D'AGE : BORNE HAUTE EN     *
      * JOURS, TAUX DE PROVISION (FPARAMS,  *
      * A DEFAUT VALEURS COMPILEES)         *
      ***************************************
       01 WS-BAND-LABELS.
          05 FILLER PIC X(14) VALUE '0-90 J'.
          05 FILLER PIC X(14) VALUE '91-180 J'.
          05 FILLER PIC X(14) VALUE '181-365 J'.
          05 FILLER PIC X(14) VALUE 'PLUS D''UN AN'.
       01 WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
          05 WS-BAND-LABEL OCCURS 4 TIMES PIC X(14).
       01 WS-BAND-TABLE.
          05 WS-BAND-ENTRY OCCURS 4 TIMES.
             10 WBD-LIMIT        PIC 9(5).
             10 WBD-PCT          PIC 9(3).
             10 WBD-VALUE        PIC S9(11)V99 VALUE ZERO.
             10 WBD-RESERVE      PIC S9(11)V99 VALUE ZERO.
             10 WBD-BOOKED       PIC S9(11)V99 VALUE ZERO.
             10 WBD-COUNT        PIC 9(5) VALUE ZERO.
       77 WS-BAND           PIC 9 VALUE ZERO.
       01 WS-IDX            PIC 9 VALUE ZERO.

      *** STOCK POSSEDE ET DATES DE MOUVEMENT DE CHAQUE PRODUIT ***
           EXEC SQL
                DECLARE COBSP CURSOR
                FOR
                SELECT P.P_NO, P.DESCRIPTION, P.UNIT_COST,
                       P.STOCK + P.HOLD_STOCK
                     + VALUE((SELECT SUM(C.STOCK)
                                FROM CONSIGN_STOCK C
                               WHERE C.P_NO = P.P_NO), 0),
                       VALUE((SELECT MAX(M.MOVE_DATE)
                                FROM STOCK_MOVES M
                               WHERE M.P_NO = P.P_NO
                                 AND M.QTY < 0
                                 AND M.MOVE_TYPE IN ('S', 'M')
                                 AND M.MOVE_DATE <= :WS-RUN-DATE),
                             ' '),
                       VALUE((SELECT MIN(M.MOVE_DATE)
                                FROM STOCK_MOVES M
                               WHERE M.P_NO = P.P_NO
                                 AND M.QTY > 0), ' ')
                FROM PRODUCTS P
                ORDER BY P.P_NO
           END-EXEC

      ***************************************
      * ARTICLE EN COURS                    *
      ***************************************
       77 WS-ITEM-CODE      PIC X(4) VALUE SPACES.
       77 WS-ITEM-DESC      PIC X(30) VALUE SPACES.
       77 WS-OWNED-QTY      PIC S9(7) USAGE COMP-3 VALUE ZERO.
       77 WS-ITEM-VALUE     PIC S9(11)V99 VALUE ZERO.
       77 WS-ITEM-RESERVE   PIC S9(11)V99 VALUE ZERO.

      ***************************************
      * TOTAUX GENERAUX                     *
      ***************************************
       77 WS-TOT-VALUE      PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-RESERVE    PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-BOOKED     PIC S9(11)V99 VALUE ZERO.
       77 WS-RESERVE-DELTA  PIC S9(11)V99 VALUE ZERO.
       77 WS-PRODUCT-COUNT  PIC 9(7) VALUE ZERO.
       77 WS-PART-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-AGED-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-GL-COUNT       PIC 9(7) VALUE ZERO.

      ***************************************
      * COMPTES DU GRAND LIVRE (GLACCT-xx   *
      * DE FPARAMS COMME DANS CREAFACT)     *
      ***************************************
       01 WS-GL-OBR         PIC X(10) VALUE '1490'.
       01 WS-GL-OBE         PIC X(10) VALUE '5050'.

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-QTY             PIC ZZZZZ9-.
       01 E-VALUE           PIC Z(8)9,99-.
       01 E-VALUE2          PIC Z(8)9,99-.
       01 E-VALUE3          PIC Z(8)9,99-.
       01 E-PCT             PIC ZZ9.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'OBSRESV'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - PROVISION STOCK OBSOLETE'.
       COPY RUNJRNP.
       77 WS-JRNL-START PIC 9(8) VALUE ZERO.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            ACCEPT WS-JRNL-START FROM TIME
            PERFORM READ-PARM
            PERFORM INIT-BANDS
            PERFORM GET-PARAMETERS
            PERFORM LOAD-BOOKED-RESERVE
            PERFORM OPEN-FILES
            PERFORM WRITE-REPORT-HEADER
            PERFORM AGE-PRODUCTS
            PERFORM AGE-PARTS
            PERFORM WRITE-BAND-SUMMARY
            PERFORM WRITE-GL-POSTINGS
            PERFORM WRITE-CURRENT-RESERVE
            PERFORM CLOSE-FILES
            PERFORM WRITE-BATCH-SUMMARY
            PERFORM WRITE-RUN-JOURNAL
            GOBACK.

      ***************************************
      * DATE D'ARRETE (CARTE SYSIN OU DATE  *
      * DU JOUR)                            *
      ***************************************
       READ-PARM.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-DATE = SPACES
              ACCEPT WS-DATE-INT FROM DATE YYYYMMDD
           ELSE
              MOVE WS-PARM-DATE(1:4) TO WS-DATE-YYYY
              MOVE WS-PARM-DATE(6:2) TO WS-DATE-MM
              MOVE WS-PARM-DATE(9:2) TO WS-DATE-DD
              IF WS-DATE-INT IS NOT NUMERIC
                 DISPLAY 'DATE SYSIN INVALIDE (AAAA-MM-JJ)'
                 PERFORM ABEND-PROG
              END-IF
           END-IF
           MOVE WS-DATE-INT TO WS-RUN-DATE-INT
           MOVE SPACES TO WS-RUN-DATE
           STRING
                WS-DATE-YYYY DELIMITED BY SIZE
                '-'          DELIMITED BY SIZE
                WS-DATE-MM   DELIMITED BY SIZE
                '-'          DELIMITED BY SIZE
                WS-DATE-DD   DELIMITED BY SIZE
           INTO WS-RUN-DATE.

       INIT-BANDS.
           MOVE 90    TO WBD-LIMIT (1)
           MOVE 180   TO WBD-LIMIT (2)
           MOVE 365   TO WBD-LIMIT (3)
           MOVE 99999 TO WBD-LIMIT (4)
           MOVE ZERO  TO WBD-PCT (1)
           MOVE 10    TO WBD-PCT (2)
           MOVE 25    TO WBD-PCT (3)
           MOVE 50    TO WBD-PCT (4).

      ***************************************
      * TAUX PAR TRANCHE ET COMPTES DU      *
      * GRAND LIVRE DEPUIS LE FICHIER DE    *
      * PARAMETRES CENTRAL                  *
      ***************************************
       GET-PARAMETERS.
           OPEN INPUT PARAMS
           IF WS-FS-PRM NOT = '00'
              DISPLAY 'FPARAMS ABSENT - VALEURS COMPILEES'
           ELSE
              MOVE 'OBSPCT-1  ' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:3) TO WBD-PCT (1)
              END-IF
              MOVE 'OBSPCT-2  ' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:3) TO WBD-PCT (2)
              END-IF
              MOVE 'OBSPCT-3  ' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:3) TO WBD-PCT (3)
              END-IF
              MOVE 'OBSPCT-4  ' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:3) TO WBD-PCT (4)
              END-IF
              MOVE 'GLACCT-OBR' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-OBR
              END-IF
              MOVE 'GLACCT-OBE' TO OPR-KEY
              PERFORM READ-PARAMETER
              IF WS-PRM-FOUND = 'Y'
                 MOVE OPR-VALUE(1:10) TO WS-GL-OBE
              END-IF
              CLOSE PARAMS
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
              IF WBD-PCT (WS-IDX) IS NOT NUMERIC
                 OR WBD-PCT (WS-IDX) > 100
                 DISPLAY 'TAUX DE PROVISION INVALIDE, TRANCHE '
                         WS-IDX
                 PERFORM ABEND-PROG
              END-IF
           END-PERFORM.

       READ-PARAMETER.
           MOVE 'N' TO WS-PRM-FOUND
           READ PARAMS KEY IS OPR-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PRM-FOUND
           END-READ.

      ***************************************
      * PROVISION DEJA COMPTABILISEE PAR LE *
      * PASSAGE PRECEDENT (FICHIER ABSENT = *
      * PREMIER PASSAGE, RIEN DE PASSE)     *
      ***************************************
       LOAD-BOOKED-RESERVE.
           OPEN INPUT PREVRES
           IF WS-FS-PREV NOT = '00' AND WS-FS-PREV NOT = '05'
              DISPLAY 'ERR OPEN FOBSRESP, FS=' WS-FS-PREV
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-FILE-PREV
           PERFORM UNTIL FF-PREV = 1
              MOVE PREVRES-ENR TO ORS-ENR
              IF ORS-BAND >= '1' AND ORS-BAND <= '4'
                 MOVE ORS-BAND TO WS-BAND
                 ADD ORS-RESERVE TO WBD-BOOKED (WS-BAND)
                 ADD ORS-RESERVE TO WS-TOT-BOOKED
              END-IF
              PERFORM READ-FILE-PREV
           END-PERFORM
           CLOSE PREVRES.

       READ-FILE-PREV.
           READ PREVRES AT END
               MOVE 1 TO FF-PREV
           END-READ.

       OPEN-FILES.
           OPEN INPUT NPT
           IF WS-FS-NPT NOT = '00'
              DISPLAY 'ERR OPEN FNPT, FS=' WS-FS-NPT
              PERFORM ABEND-PROG
           END-IF
           MOVE 'N' TO WS-SPP-PRESENT
           OPEN INPUT SPP
           IF WS-FS-SPP = '00'
              MOVE 'Y' TO WS-SPP-PRESENT
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FOBSRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF
           OPEN EXTEND GLP
           IF WS-FS-GLP NOT = '00' AND WS-FS-GLP NOT = '05'
              DISPLAY 'ERR OPEN GLPOST, FS=' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE NPT
           IF WS-SPP-PRESENT = 'Y'
              CLOSE SPP
           END-IF
           CLOSE RPT
           CLOSE GLP.

      ***************************************
      * PRODUITS : STOCK POSSEDE AU COUT    *
      * UNITAIRE                            *
      ***************************************
       AGE-PRODUCTS.
           EXEC SQL
              OPEN COBSP
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-COBSP
           PERFORM UNTIL SQLCODE = +100
              ADD 1 TO WS-PRODUCT-COUNT
              MOVE PRO-P-NO             TO WS-ITEM-CODE
              MOVE PRO-DESCRIPTION-TEXT TO WS-ITEM-DESC
              COMPUTE WS-ITEM-VALUE = WS-OWNED-QTY * PRO-UNIT-COST
              PERFORM AGE-ONE-ITEM
              PERFORM FETCH-COBSP
           END-PERFORM
           EXEC SQL
              CLOSE COBSP
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-COBSP.
           MOVE SPACES TO PRO-DESCRIPTION-TEXT
           EXEC SQL
              FETCH COBSP
              INTO :PRO-P-NO, :PRO-DESCRIPTION, :PRO-UNIT-COST,
                   :WS-OWNED-QTY, :WS-LAST-ISSUE, :WS-FIRST-IN
           END-EXEC
           IF SQLCODE NOT = +100
              PERFORM TEST-SQLCODE
           END-IF.

      ***************************************
      * PIECES PARTS1 : STOCK POSSEDE AU    *
      * PRIX FOURNISSEUR, PIECE SANS PRIX   *
      * VALORISEE A ZERO COMME DANS         *
      * INVVALUE                            *
      ***************************************
       AGE-PARTS.
           READ NPT NEXT
              AT END MOVE '10' TO WS-FS-NPT
           END-READ
           PERFORM UNTIL WS-FS-NPT NOT = '00'
              PERFORM AGE-ONE-PART
              READ NPT NEXT
                 AT END MOVE '10' TO WS-FS-NPT
              END-READ
           END-PERFORM.

       AGE-ONE-PART.
           ADD 1 TO WS-PART-COUNT
           IF HOLD-NPT IS NOT NUMERIC
              MOVE ZERO TO HOLD-NPT
           END-IF
           COMPUTE WS-OWNED-QTY = STOCK-NPT + HOLD-NPT
           MOVE SPACES  TO SMV-P-NO
           MOVE PNO-NPT TO SMV-P-NO(1:3)
           MOVE SPACES  TO WS-LAST-ISSUE
           MOVE SPACES  TO WS-FIRST-IN
           EXEC SQL
              SELECT VALUE(MAX(CASE WHEN QTY < 0
                                     AND MOVE_TYPE IN ('S', 'M')
                                     AND MOVE_DATE <= :WS-RUN-DATE
                                    THEN MOVE_DATE END), ' '),
                     VALUE(MIN(CASE WHEN QTY > 0
                                    THEN MOVE_DATE END), ' ')
                INTO :WS-LAST-ISSUE, :WS-FIRST-IN
                FROM STOCK_MOVES
               WHERE P_NO = :SMV-P-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE ZERO TO WS-ITEM-VALUE
           IF WS-SPP-PRESENT = 'Y'
              MOVE PNO-NPT TO SPP-PNO
              READ SPP KEY IS SPP-PNO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    COMPUTE WS-ITEM-VALUE = WS-OWNED-QTY * SPP-PRICE
              END-READ
           END-IF
           MOVE SMV-P-NO  TO WS-ITEM-CODE
           MOVE PNAME-NPT TO WS-ITEM-DESC
           PERFORM AGE-ONE-ITEM.

      ***************************************
      * VIEILLISSEMENT D'UN ARTICLE : AGE   *
      * DEPUIS LA DERNIERE SORTIE, A DEFAUT *
      * LA PREMIERE ENTREE ; SANS DATE      *
      * EXPLOITABLE, DERNIERE TRANCHE. SEUL *
      * LE STOCK POSITIF EST PROVISIONNE    *
      ***************************************
       AGE-ONE-ITEM.
           IF WS-OWNED-QTY > ZERO
              IF WS-LAST-ISSUE NOT = SPACES
                 MOVE WS-LAST-ISSUE TO WS-BASE-DATE
              ELSE
                 MOVE WS-FIRST-IN TO WS-BASE-DATE
              END-IF
              MOVE 4 TO WS-BAND
              IF WS-BASE-DATE NOT = SPACES
                 MOVE WS-BASE-DATE(1:4) TO WS-DATE-YYYY
                 MOVE WS-BASE-DATE(6:2) TO WS-DATE-MM
                 MOVE WS-BASE-DATE(9:2) TO WS-DATE-DD
                 IF WS-DATE-INT IS NUMERIC
                    COMPUTE WS-AGE-DAYS =
                            FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-INT)
                          - FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
                    PERFORM FIND-AGE-BAND
                 END-IF
              END-IF
              COMPUTE WS-ITEM-RESERVE ROUNDED =
                      WS-ITEM-VALUE * WBD-PCT (WS-BAND) / 100
              ADD 1               TO WBD-COUNT (WS-BAND)
              ADD WS-ITEM-VALUE   TO WBD-VALUE (WS-BAND)
              ADD WS-ITEM-RESERVE TO WBD-RESERVE (WS-BAND)
              ADD WS-ITEM-VALUE   TO WS-TOT-VALUE
              ADD WS-ITEM-RESERVE TO WS-TOT-RESERVE
              IF WS-BAND > 1
                 ADD 1 TO WS-AGED-COUNT
                 PERFORM WRITE-ITEM-LINE
              END-IF
           END-IF.

       FIND-AGE-BAND.
           MOVE ZERO TO WS-BAND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 4 OR WS-BAND NOT = ZERO
              IF WS-AGE-DAYS <= WBD-LIMIT (WS-IDX)
                 MOVE WS-IDX TO WS-BAND
              END-IF
           END-PERFORM
           IF WS-BAND = ZERO
              MOVE 4 TO WS-BAND
           END-IF.

      ***************************************
      * LIGNE DU RAPPORT : SEULS LES        *
      * ARTICLES SANS SORTIE DEPUIS PLUS DE *
      * 90 JOURS SONT DETAILLES             *
      ***************************************
       WRITE-ITEM-LINE.
           MOVE WS-OWNED-QTY    TO E-QTY
           MOVE WS-ITEM-VALUE   TO E-VALUE
           MOVE WS-ITEM-RESERVE TO E-VALUE2
           MOVE SPACES TO WS-LINE
           STRING
                WS-ITEM-CODE       DELIMITED BY SIZE
                '  '               DELIMITED BY SIZE
                WS-ITEM-DESC(1:20) DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                E-QTY              DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                WS-BASE-DATE       DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                WS-BAND            DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                E-VALUE            DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                E-VALUE2           DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

       WRITE-FILE-RPT.
           MOVE WS-LINE TO RPT-ENR
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FOBSRPT :' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE SPACES TO WS-LINE
           STRING 'STOCK LENT ET OBSOLETE AU ' DELIMITED BY SIZE
                  WS-RUN-DATE                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 'CODE  DESIGNATION' TO WS-LINE
           MOVE 'QTE'               TO WS-LINE(32:3)
           MOVE 'DERN.SORT.'        TO WS-LINE(36:10)
           MOVE 'T'                 TO WS-LINE(47:1)
           MOVE 'VALEUR'            TO WS-LINE(56:6)
           MOVE 'PROVISION'         TO WS-LINE(67:9)
           PERFORM WRITE-FILE-RPT.

      ***************************************
      * RECAPITULATIF PAR TRANCHE : VALEUR, *
      * TAUX, PROVISION REQUISE CONTRE      *
      * PROVISION DEJA PASSEE               *
      ***************************************
       WRITE-BAND-SUMMARY.
           MOVE '================================================'
                TO WS-LINE
           PERFORM WRITE-FILE-RPT
           MOVE 'TRANCHE' TO WS-LINE
           MOVE 'VALEUR'  TO WS-LINE(22:6)
           MOVE 'TAUX'    TO WS-LINE(30:4)
           MOVE 'REQUISE' TO WS-LINE(43:7)
           MOVE 'PASSEE'  TO WS-LINE(58:6)
           PERFORM WRITE-FILE-RPT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
              MOVE WBD-VALUE (WS-IDX)   TO E-VALUE
              MOVE WBD-PCT (WS-IDX)     TO E-PCT
              MOVE WBD-RESERVE (WS-IDX) TO E-VALUE2
              MOVE WBD-BOOKED (WS-IDX)  TO E-VALUE3
              MOVE SPACES TO WS-LINE
              STRING
                   WS-BAND-LABEL (WS-IDX) DELIMITED BY SIZE
                   E-VALUE                DELIMITED BY SIZE
                   ' '                    DELIMITED BY SIZE
                   E-PCT                  DELIMITED BY SIZE
                   ' % '                  DELIMITED BY SIZE
                   E-VALUE2               DELIMITED BY SIZE
                   ' '                    DELIMITED BY SIZE
                   E-VALUE3               DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-FILE-RPT
           END-PERFORM
           MOVE WS-TOT-VALUE   TO E-VALUE
           MOVE WS-TOT-RESERVE TO E-VALUE2
           MOVE WS-TOT-BOOKED  TO E-VALUE3
           MOVE SPACES TO WS-LINE
           STRING
                'TOTAL         '  DELIMITED BY SIZE
                E-VALUE           DELIMITED BY SIZE
                '       '         DELIMITED BY SIZE
                E-VALUE2          DELIMITED BY SIZE
                ' '               DELIMITED BY SIZE
                E-VALUE3          DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT
           COMPUTE WS-RESERVE-DELTA = WS-TOT-RESERVE - WS-TOT-BOOKED
           MOVE WS-RESERVE-DELTA TO E-VALUE
           MOVE SPACES TO WS-LINE
           STRING 'VARIATION A COMPTABILISER : ' DELIMITED BY SIZE
                  E-VALUE                        DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-FILE-RPT.

      ***************************************
      * LA VARIATION DE LA PROVISION PART   *
      * AU GRAND LIVRE : DOTATION = DEBIT   *
      * CHARGE 5050 / CREDIT PROVISION      *
      * 1490 ; REPRISE = L'INVERSE          *
      ***************************************
       WRITE-GL-POSTINGS.
           IF WS-RESERVE-DELTA = ZERO
              CONTINUE
           ELSE
              MOVE SPACES       TO GLP-ENR
              MOVE 'OBSRESV'    TO GLP-SOURCE
              MOVE ZERO         TO GLP-INVOICE-NO
              MOVE ZERO         TO GLP-O-NO
              MOVE WS-RUN-DATE  TO GLP-DATE
              IF WS-RESERVE-DELTA > ZERO
                 MOVE WS-GL-OBE TO GLP-ACCOUNT
                 MOVE 'OBSOLESCENCE EXPENSE' TO GLP-DESCRIPTION
                 MOVE 'D'       TO GLP-DC
                 MOVE WS-RESERVE-DELTA TO GLP-AMOUNT
                 PERFORM WRITE-GL-LINE
                 MOVE WS-GL-OBR TO GLP-ACCOUNT
                 MOVE 'OBSOLESCENCE RESERVE' TO GLP-DESCRIPTION
                 MOVE 'C'       TO GLP-DC
                 MOVE WS-RESERVE-DELTA TO GLP-AMOUNT
                 PERFORM WRITE-GL-LINE
              ELSE
                 MOVE WS-GL-OBR TO GLP-ACCOUNT
                 MOVE 'OBSOLESCENCE RESERVE' TO GLP-DESCRIPTION
                 MOVE 'D'       TO GLP-DC
                 COMPUTE GLP-AMOUNT = ZERO - WS-RESERVE-DELTA
                 PERFORM WRITE-GL-LINE
                 MOVE WS-GL-OBE TO GLP-ACCOUNT
                 MOVE 'OBSOLESCENCE EXPENSE' TO GLP-DESCRIPTION
                 MOVE 'C'       TO GLP-DC
                 COMPUTE GLP-AMOUNT = ZERO - WS-RESERVE-DELTA
                 PERFORM WRITE-GL-LINE
              END-IF
           END-IF.

       WRITE-GL-LINE.
           WRITE GLP-ENR
           IF WS-FS-GLP NOT = ZERO THEN
              DISPLAY 'ERR WRITE GLPOST :' WS-FS-GLP
              PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-GL-COUNT.

      ***************************************
      * LA PROVISION DU JOUR DEVIENT LA     *
      * PROVISION PASSEE DU PROCHAIN        *
      * PASSAGE (FOBSRES EST RECOPIE SUR    *
      * FOBSRESP PAR LA JCL)                *
      ***************************************
       WRITE-CURRENT-RESERVE.
           OPEN OUTPUT CURRRES
           IF WS-FS-CURR NOT = '00'
              DISPLAY 'ERR OPEN FOBSRES, FS=' WS-FS-CURR
              PERFORM ABEND-PROG
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
              MOVE SPACES               TO ORS-ENR
              MOVE WS-IDX               TO ORS-BAND
              MOVE WS-RUN-DATE          TO ORS-DATE
              MOVE WBD-VALUE (WS-IDX)   TO ORS-STOCK-VALUE
              MOVE WBD-PCT (WS-IDX)     TO ORS-PCT
              MOVE WBD-RESERVE (WS-IDX) TO ORS-RESERVE
              WRITE ORS-ENR
              IF WS-FS-CURR NOT = '00'
                 DISPLAY 'ERR WRITE FOBSRES :' WS-FS-CURR
                 PERFORM ABEND-PROG
              END-IF
           END-PERFORM
           CLOSE CURRRES.

      ***************************************
      * LIGNE STANDARD AU JOURNAL COMMUN    *
      * DES PASSAGES DE LA NUIT (FRUNJRNL,  *
      * VOIR RUNJRNL/MORNRPT)               *
      ***************************************
       WRITE-RUN-JOURNAL.
           MOVE 'OBSRESV' TO RJ-PROGRAM
           MOVE WS-JRNL-START TO RJ-START-TIME
           COMPUTE RJ-IN-COUNT = WS-PRODUCT-COUNT + WS-PART-COUNT
           MOVE WS-GL-COUNT TO RJ-OUT-COUNT
           MOVE ZERO TO RJ-REJECT-COUNT
           MOVE RETURN-CODE TO RJ-RC
           CALL 'RUNJRNL' USING RJ-PARM.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
       WRITE-BATCH-SUMMARY.
           MOVE WS-TOT-RESERVE   TO E-VALUE
           MOVE WS-TOT-BOOKED    TO E-VALUE2
           MOVE WS-RESERVE-DELTA TO E-VALUE3
           DISPLAY '==============================================='
           DISPLAY '  RESUME DE LA PROVISION STOCK OBSOLETE'
           DISPLAY '  PRODUITS EXAMINES  : ' WS-PRODUCT-COUNT
           DISPLAY '  PIECES EXAMINEES   : ' WS-PART-COUNT
           DISPLAY '  ARTICLES VIEILLIS  : ' WS-AGED-COUNT
           DISPLAY '  PROVISION REQUISE  : ' E-VALUE
           DISPLAY '  PROVISION PASSEE   : ' E-VALUE2
           DISPLAY '  VARIATION POSTEE   : ' E-VALUE3
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

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
        ABEND-PROG.
           DISPLAY 'ABEND PROG !'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
