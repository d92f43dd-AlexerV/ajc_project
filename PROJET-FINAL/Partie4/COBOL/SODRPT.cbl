       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SODRPT.
      **********************************************
      * REVUE DE SEPARATION DES TACHES SUR UNE      *
      * PLAGE DE DATES SYSIN : RAPPROCHE LES ROLES  *
      * USERS1, LE JOURNAL DES MAINTENANCES         *
      * (AUDITLG1), LE JOURNAL DE SIGNON (SIGNLOG1) *
      * ET LES FICHIERS DE CONTROLE (FINVAPPR) POUR *
      * LISTER LA MEME PERSONNE DES DEUX COTES :    *
      *  - MODIFICATION DU CREDIT D'UN CLIENT       *
      *    (PGM1CMA) PUIS LIBERATION DE SON         *
      *    BLOCAGE (CREDREL) PAR LE MEME OPERATEUR  *
      *  - OPERATEUR QUI CHANGE SON PROPRE TAUX DE  *
      *    COMMISSION (PGM1EMA) OU SON PROPRE       *
      *    RATTACHEMENT VENDEUR (PGM1PAR, FICHE     *
      *    VENDooooo DE PARAMS1)                    *
      *  - ADMINISTRATEUR QUI DEVERROUILLE OU       *
      *    REINITIALISE SON PROPRE COMPTE (PGM1ADM) *
      *  - LOTS DE FACTURATION : MAKER = CHECKER,   *
      *    OU IDENTIFIANT PARTAGE (ABSENT DE        *
      *    USERS1) MAKER D'UN LOT ET CHECKER DU LOT *
      *    D'A COTE (JOURS CONSECUTIFS, WEEK-END    *
      *    COMPRIS)                                 *
      *  - COMPTES ADMINISTRATEURS DORMANTS         *
      * MEME ESPRIT QUE SECRPT ET AUDRPT. RC 04 SI  *
      * UN CONFLIT EST LISTE.                       *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT AUD ASSIGN TO FAUDITLG
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-AUD.
            SELECT SGN ASSIGN TO SIGNLOG1
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-SGN.
            SELECT USERS ASSIGN TO FUSERS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS LOGIN-EMP
            FILE STATUS IS WS-FS-USR.
            SELECT OPTIONAL APPR ASSIGN TO FINVAPPR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS APPR-KEY
            FILE STATUS IS WS-FS-APPR.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
            SELECT RPT ASSIGN TO FSODRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD AUD.
       COPY AUDITREC.
       FD SGN.
       COPY SIGNLOG.
       FD USERS.
       COPY EMPLOYEE.
       FD APPR.
       COPY APPRCTL.
       FD PARAMS.
       COPY PARAMREC.
       FD RPT.
       01 RPT-ENR       PIC X(78).

       WORKING-STORAGE SECTION.
       77 WS-FS-AUD         PIC XX.
       77 WS-FS-SGN         PIC XX.
       77 WS-FS-USR         PIC XX.
       77 WS-FS-APPR        PIC XX.
       77 WS-FS-PRM         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 FF-AUD            PIC 9 VALUE ZERO.
       77 FF-SGN            PIC 9 VALUE ZERO.
       77 FF-USR            PIC 9 VALUE ZERO.
       77 FF-APPR           PIC 9 VALUE ZERO.
       77 WS-PARAMS-PRESENT PIC X VALUE 'N'.

      *--------------------------------------------------------------
      *  PARAMETRE SYSIN
      *  COL 1-8   : DATE DEBUT (AAAAMMJJ, BLANC = SANS BORNE)
      *  COL 9-16  : DATE FIN   (AAAAMMJJ, BLANC = SANS BORNE)
      *  COL 17-19 : JOURS SANS SIGNON AU-DELA DESQUELS UN COMPTE
      *              ADMINISTRATEUR EST DORMANT (BLANC/ZERO = 90)
      *--------------------------------------------------------------
       01  WS-PARM-CARD.
           05 WS-PARM-DATE-FROM     PIC X(8).
           05 WS-PARM-DATE-TO       PIC X(8).
           05 WS-PARM-DORM-DAYS     PIC X(3).
           05 FILLER                PIC X(61).
       77 WS-DORM-DAYS      PIC 9(3) VALUE 90.
       77 WS-KEEP           PIC X VALUE 'N'.

      ***************************************
      * LES DATES DE SIGNLOG1 SONT EN       *
      * JJ/MM/AA : ON LES REARRANGE EN      *
      * AAAAMMJJ COMME CELLES D'AUDITLG1    *
      ***************************************
       01 WS-DATE-DDMMYY.
          05 WS-DD          PIC XX.
          05 FILLER         PIC X.
          05 WS-MM          PIC XX.
          05 FILLER         PIC X.
          05 WS-YY          PIC XX.
       01 WS-DATE-YYYYMMDD.
          05 WS-K-CC        PIC XX VALUE '20'.
          05 WS-K-YY        PIC XX.
          05 WS-K-MM        PIC XX.
          05 WS-K-DD        PIC XX.
       01 WS-DATE-CHECK     PIC X(8).

      ***************************************
      * COMPTES USERS1 : ROLE ET DERNIER    *
      * SIGNON REUSSI (TOUT LE JOURNAL)     *
      ***************************************
       01 WS-USR-TABLE.
          05 WS-USR-ENTRY OCCURS 100 TIMES.
             10 WUT-LOGIN        PIC X(5).
             10 WUT-ROLE         PIC X.
             10 WUT-LOCK         PIC X.
             10 WUT-LAST-OK-DATE PIC X(8).
       77 WS-USR-COUNT      PIC 9(3) VALUE ZERO.
       77 WS-USR-IDX        PIC 9(3) VALUE ZERO.
       77 WS-USR-FOUND-IDX  PIC 9(3) VALUE ZERO.
       01 WS-LOOKUP-ID      PIC X(8).
       01 WS-LOOKUP-ROLE    PIC X.

      ***************************************
      * MODIFICATIONS DU CREDIT CLIENT VUES *
      * AU JOURNAL, EN ATTENTE D'UNE        *
      * LIBERATION PAR LE MEME OPERATEUR    *
      ***************************************
       01 WS-CRC-TABLE.
          05 WS-CRC-ENTRY OCCURS 2000 TIMES.
             10 WCC-OPERATOR     PIC X(5).
             10 WCC-KEY          PIC X(10).
             10 WCC-FIELD        PIC X(12).
             10 WCC-DATE         PIC X(8).
       77 WS-CRC-COUNT      PIC 9(5) COMP VALUE ZERO.
       77 WS-CRC-IDX        PIC 9(5) COMP VALUE ZERO.

      ***************************************
      * LOT PRECEDENT DE FINVAPPR, POUR LES *
      * JOURS CONSECUTIFS                   *
      ***************************************
       01 WS-PREV-APPR.
          05 WS-PREV-KEY       PIC X(8) VALUE SPACES.
          05 WS-PREV-MAKER     PIC X(8) VALUE SPACES.
          05 WS-PREV-CHECKER   PIC X(8) VALUE SPACES.
       77 WS-PREV-JULIAN    PIC 9(8) VALUE ZERO.
       77 WS-CUR-JULIAN     PIC 9(8) VALUE ZERO.
       77 WS-DAY-GAP        PIC S9(5) VALUE ZERO.
       01 WS-SHARED-ID      PIC X(8).

       77 WS-TODAY-JULIAN   PIC 9(8) VALUE ZERO.
       77 WS-LAST-JULIAN    PIC 9(8) VALUE ZERO.
       77 WS-IDLE-DAYS      PIC S9(5) VALUE ZERO.
       01 WS-DATE-NUM       PIC 9(8).

      ***************************************
      * RATTACHEMENT OPERATEUR / VENDEUR    *
      ***************************************
       01 WS-VEND-KEY.
          05 FILLER         PIC X(4) VALUE 'VEND'.
          05 WS-VEND-LOGIN  PIC X(5).
          05 FILLER         PIC X VALUE SPACE.
       01 WS-VEND-E-NO      PIC X(2).

       77 WS-READ-COUNT     PIC 9(7) VALUE ZERO.
       77 WS-SECTION-COUNT  PIC 9(5) VALUE ZERO.
       77 WS-CONFLICT-COUNT PIC 9(5) VALUE ZERO.

       01 WS-LINE           PIC X(78).
       01 E-COUNT           PIC Z(4)9.
       01 E-IDLE-DAYS       PIC ZZZZ9.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'SODRPT'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - SEPARATION DES TACHES'.

       PROCEDURE DIVISION.
            PERFORM READ-PARM
            PERFORM OPEN-FILES
            PERFORM LOAD-USERS
            PERFORM SCAN-SIGNLOG-LAST-OK
            PERFORM WRITE-REPORT-HEADER
            PERFORM WRITE-CREDIT-SECTION
            PERFORM WRITE-OWN-RATE-SECTION
            PERFORM WRITE-SELF-ADMIN-SECTION
            PERFORM WRITE-BATCH-APPR-SECTION
            PERFORM WRITE-DORMANT-ADMIN-SECTION
            PERFORM WRITE-REPORT-FOOTER
            PERFORM CLOSE-FILES
            DISPLAY 'LIGNES DE JOURNAL LUES : ' WS-READ-COUNT
            DISPLAY 'CONFLITS LISTES        : ' WS-CONFLICT-COUNT
            IF WS-CONFLICT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.

       READ-PARM.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-DORM-DAYS IS NUMERIC
              AND WS-PARM-DORM-DAYS NOT = '000'
              MOVE WS-PARM-DORM-DAYS TO WS-DORM-DAYS
           END-IF
           ACCEPT WS-DATE-NUM FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

       OPEN-FILES.
           OPEN INPUT USERS
           IF WS-FS-USR NOT = '00'
              DISPLAY 'ERR OPEN FUSERS, FS=' WS-FS-USR
              PERFORM ABEND-PROG
           END-IF
           OPEN INPUT PARAMS
           IF WS-FS-PRM = '00'
              MOVE 'Y' TO WS-PARAMS-PRESENT
           END-IF
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FSODRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILES.
           CLOSE USERS
           IF WS-PARAMS-PRESENT = 'Y'
              CLOSE PARAMS
           END-IF
           CLOSE RPT.

      ***************************************
      * FILTRE DE LA PLAGE SYSIN SUR UNE    *
      * DATE AAAAMMJJ (WS-DATE-CHECK)       *
      ***************************************
       FILTER-DATE.
           MOVE 'Y' TO WS-KEEP
           IF WS-PARM-DATE-FROM NOT = SPACES
              AND WS-DATE-CHECK < WS-PARM-DATE-FROM
              MOVE 'N' TO WS-KEEP
           END-IF
           IF WS-PARM-DATE-TO NOT = SPACES
              AND WS-DATE-CHECK > WS-PARM-DATE-TO
              MOVE 'N' TO WS-KEEP
           END-IF.

      ***************************************
      * CHARGEMENT DES COMPTES USERS1       *
      ***************************************
       LOAD-USERS.
           PERFORM READ-USERS
           PERFORM UNTIL FF-USR = 1
              IF WS-USR-COUNT >= 100
                 DISPLAY 'TABLE DES COMPTES PLEINE (100)'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-USR-COUNT
              MOVE LOGIN-EMP TO WUT-LOGIN (WS-USR-COUNT)
              MOVE ROLE-EMP  TO WUT-ROLE (WS-USR-COUNT)
              MOVE LOCK-EMP  TO WUT-LOCK (WS-USR-COUNT)
              MOVE SPACES    TO WUT-LAST-OK-DATE (WS-USR-COUNT)
              PERFORM READ-USERS
           END-PERFORM.

       READ-USERS.
           READ USERS NEXT
              AT END MOVE 1 TO FF-USR
           END-READ.

      ***************************************
      * RECHERCHE D'UN IDENTIFIANT DANS LA  *
      * TABLE USERS1 : UN IDENTIFIANT DE    *
      * PLUS DE 5 CARACTERES N'EST PAS UN   *
      * COMPTE PERSONNEL                    *
      ***************************************
       FIND-USER.
           MOVE ZERO TO WS-USR-FOUND-IDX
           MOVE '?' TO WS-LOOKUP-ROLE
           IF WS-LOOKUP-ID(6:3) = SPACES
              AND WS-LOOKUP-ID NOT = SPACES
              PERFORM VARYING WS-USR-IDX FROM 1 BY 1
                      UNTIL WS-USR-IDX > WS-USR-COUNT
                 IF WUT-LOGIN (WS-USR-IDX) = WS-LOOKUP-ID(1:5)
                    MOVE WS-USR-IDX TO WS-USR-FOUND-IDX
                    MOVE WUT-ROLE (WS-USR-IDX) TO WS-LOOKUP-ROLE
                 END-IF
              END-PERFORM
           END-IF.

      ***************************************
      * DERNIER SIGNON REUSSI DE CHAQUE     *
      * COMPTE SUR TOUT LE JOURNAL (ESDS    *
      * CHRONOLOGIQUE : LE DERNIER LU EST   *
      * LE PLUS RECENT)                     *
      ***************************************
       SCAN-SIGNLOG-LAST-OK.
           OPEN INPUT SGN
           IF WS-FS-SGN NOT = '00'
              DISPLAY 'ERR OPEN SIGNLOG1, FS=' WS-FS-SGN
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-SIGNLOG
           PERFORM UNTIL FF-SGN = 1
              IF SGN-OK
                 MOVE LOGIN-SGN TO WS-LOOKUP-ID
                 PERFORM FIND-USER
                 IF WS-USR-FOUND-IDX > ZERO
                    PERFORM CONVERT-SGN-DATE
                    MOVE WS-DATE-YYYYMMDD
                      TO WUT-LAST-OK-DATE (WS-USR-FOUND-IDX)
                 END-IF
              END-IF
              PERFORM READ-SIGNLOG
           END-PERFORM
           CLOSE SGN.

       READ-SIGNLOG.
           READ SGN AT END
               MOVE 1 TO FF-SGN
           END-READ.

       CONVERT-SGN-DATE.
           MOVE DATE-SGN TO WS-DATE-DDMMYY
           MOVE WS-YY TO WS-K-YY
           MOVE WS-MM TO WS-K-MM
           MOVE WS-DD TO WS-K-DD.

      ***************************************
      * EDITION DU RAPPORT                  *
      ***************************************
       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FSODRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'SEPARATION DES TACHES DU ' DELIMITED BY SIZE
                WS-PARM-DATE-FROM          DELIMITED BY SIZE
                ' AU '                     DELIMITED BY SIZE
                WS-PARM-DATE-TO            DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      *** LIGNE DE CONFLIT DEJA PREPAREE DANS WS-LINE ***
       WRITE-CONFLICT-LINE.
           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

       WRITE-SECTION-END.
           IF WS-SECTION-COUNT = ZERO
              MOVE '  AUCUN' TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
           END-IF
           MOVE '------------------------------------------------'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE ZERO TO WS-SECTION-COUNT.

       OPEN-AUDIT-LOG.
           MOVE ZERO TO FF-AUD
           OPEN INPUT AUD
           IF WS-FS-AUD NOT = '00'
              DISPLAY 'ERR OPEN FAUDITLG, FS=' WS-FS-AUD
              PERFORM ABEND-PROG
           END-IF.

       READ-FILE-AUD.
           READ AUD AT END
               MOVE 1 TO FF-AUD
           END-READ.

      ***************************************
      * SECTION 1 : UN OPERATEUR MODIFIE LE *
      * CREDIT D'UN CLIENT (STATUT DE       *
      * COMPTE, AVANCE DE TRESORERIE OU     *
      * LIMITE) PUIS LIBERE LUI-MEME UNE    *
      * COMMANDE DE CE CLIENT RETENUE PAR   *
      * LE CONTROLE D'ENCOURS               *
      ***************************************
       WRITE-CREDIT-SECTION.
           MOVE 'MODIFICATION CREDIT CLIENT PUIS LIBERATION PAR LUI'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'OPER  R CLIENT  CHAMP        MODIFIE  LIBERE'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM OPEN-AUDIT-LOG
           PERFORM READ-FILE-AUD
           PERFORM UNTIL FF-AUD = 1
              ADD 1 TO WS-READ-COUNT
              MOVE DATE-AUD TO WS-DATE-CHECK
              PERFORM FILTER-DATE
              IF WS-KEEP = 'Y'
                 PERFORM CHECK-CREDIT-AUDIT-LINE
              END-IF
              PERFORM READ-FILE-AUD
           END-PERFORM
           CLOSE AUD
           PERFORM WRITE-SECTION-END.

       CHECK-CREDIT-AUDIT-LINE.
           IF PROGRAM-AUD = 'PGM1CMA'
              AND (FIELD-AUD = 'CREDIT_LIMIT'
                   OR FIELD-AUD = 'ACCT_STATUS'
                   OR FIELD-AUD = 'CASH_ADVANCE')
              IF WS-CRC-COUNT >= 2000
                 DISPLAY 'TABLE DES MODIFICATIONS CREDIT PLEINE'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-CRC-COUNT
              MOVE OPERATOR-AUD TO WCC-OPERATOR (WS-CRC-COUNT)
              MOVE KEY-AUD      TO WCC-KEY (WS-CRC-COUNT)
              MOVE FIELD-AUD    TO WCC-FIELD (WS-CRC-COUNT)
              MOVE DATE-AUD     TO WCC-DATE (WS-CRC-COUNT)
           END-IF
           IF PROGRAM-AUD = 'CREDREL'
              AND FIELD-AUD = 'HOLD_RELEASE'
              PERFORM VARYING WS-CRC-IDX FROM 1 BY 1
                      UNTIL WS-CRC-IDX > WS-CRC-COUNT
                 IF WCC-OPERATOR (WS-CRC-IDX) = OPERATOR-AUD
                    AND WCC-KEY (WS-CRC-IDX) = KEY-AUD
                    PERFORM WRITE-CREDIT-CONFLICT
                 END-IF
              END-PERFORM
           END-IF.

       WRITE-CREDIT-CONFLICT.
           MOVE OPERATOR-AUD TO WS-LOOKUP-ID
           PERFORM FIND-USER
           MOVE SPACES TO WS-LINE
           STRING
                OPERATOR-AUD             DELIMITED BY SIZE
                ' '                      DELIMITED BY SIZE
                WS-LOOKUP-ROLE           DELIMITED BY SIZE
                ' '                      DELIMITED BY SIZE
                KEY-AUD(1:5)             DELIMITED BY SIZE
                '   '                    DELIMITED BY SIZE
                WCC-FIELD (WS-CRC-IDX)   DELIMITED BY SIZE
                ' '                      DELIMITED BY SIZE
                WCC-DATE (WS-CRC-IDX)    DELIMITED BY SIZE
                ' '                      DELIMITED BY SIZE
                DATE-AUD                 DELIMITED BY SIZE
                ' '                      DELIMITED BY SIZE
                OLDVAL-AUD(5:8)          DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-CONFLICT-LINE.

      ***************************************
      * SECTION 2 : OPERATEUR QUI EST AUSSI *
      * VENDEUR (FICHE VENDooooo DE PARAMS1)*
      * ET QUI CHANGE SON PROPRE TAUX DE    *
      * COMMISSION, OU CETTE FICHE ELLE-    *
      * MEME                                *
      ***************************************
       WRITE-OWN-RATE-SECTION.
           MOVE 'OPERATEUR MODIFIANT SA PROPRE COMMISSION'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'OPER  R DATE     PROGRAMME CLE        AVANT -> APRES'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           IF WS-PARAMS-PRESENT = 'N'
              MOVE '  FPARAMS ABSENT - TAUX NON RAPPROCHES' TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
           END-IF
           PERFORM OPEN-AUDIT-LOG
           PERFORM READ-FILE-AUD
           PERFORM UNTIL FF-AUD = 1
              MOVE DATE-AUD TO WS-DATE-CHECK
              PERFORM FILTER-DATE
              IF WS-KEEP = 'Y'
                 PERFORM CHECK-OWN-RATE-LINE
              END-IF
              PERFORM READ-FILE-AUD
           END-PERFORM
           CLOSE AUD
           PERFORM WRITE-SECTION-END.

       CHECK-OWN-RATE-LINE.
           MOVE OPERATOR-AUD TO WS-VEND-LOGIN
           IF PROGRAM-AUD = 'PGM1PAR'
              AND KEY-AUD = WS-VEND-KEY
              PERFORM WRITE-OWN-RATE-CONFLICT
           END-IF
           IF PROGRAM-AUD = 'PGM1EMA'
              AND FIELD-AUD = 'COM'
              AND WS-PARAMS-PRESENT = 'Y'
              MOVE SPACES TO WS-VEND-E-NO
              MOVE WS-VEND-KEY TO OPR-KEY
              READ PARAMS KEY IS OPR-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE OPR-VALUE(1:2) TO WS-VEND-E-NO
              END-READ
              IF WS-VEND-E-NO = KEY-AUD(1:2)
                 PERFORM WRITE-OWN-RATE-CONFLICT
              END-IF
           END-IF.

       WRITE-OWN-RATE-CONFLICT.
           MOVE OPERATOR-AUD TO WS-LOOKUP-ID
           PERFORM FIND-USER
           MOVE SPACES TO WS-LINE
           STRING
                OPERATOR-AUD       DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                WS-LOOKUP-ROLE     DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                DATE-AUD           DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                PROGRAM-AUD        DELIMITED BY SIZE
                '  '               DELIMITED BY SIZE
                KEY-AUD            DELIMITED BY SIZE
                ' '                DELIMITED BY SIZE
                OLDVAL-AUD(1:8)    DELIMITED BY SIZE
                ' -> '             DELIMITED BY SIZE
                NEWVAL-AUD(1:8)    DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM WRITE-CONFLICT-LINE.

      ***************************************
      * SECTION 3 : ADMINISTRATEUR QUI      *
      * DEVERROUILLE OU REINITIALISE SON    *
      * PROPRE COMPTE (ADMIN-SGN =          *
      * LOGIN-SGN SUR UNE ACTION PGM1ADM)   *
      ***************************************
       WRITE-SELF-ADMIN-SECTION.
           MOVE 'ADMINISTRATEUR AGISSANT SUR SON PROPRE COMPTE'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE ZERO TO FF-SGN
           OPEN INPUT SGN
           IF WS-FS-SGN NOT = '00'
              DISPLAY 'ERR OPEN SIGNLOG1, FS=' WS-FS-SGN
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-SIGNLOG
           PERFORM UNTIL FF-SGN = 1
              IF (SGN-UNLOCKED OR SGN-RESET)
                 AND ADMIN-SGN = LOGIN-SGN
                 PERFORM CONVERT-SGN-DATE
                 MOVE WS-DATE-YYYYMMDD TO WS-DATE-CHECK
                 PERFORM FILTER-DATE
                 IF WS-KEEP = 'Y'
                    MOVE SPACES TO WS-LINE
                    STRING
                         LOGIN-SGN         DELIMITED BY SIZE
                         ' LE '            DELIMITED BY SIZE
                         DATE-SGN          DELIMITED BY SIZE
                         ' A '             DELIMITED BY SIZE
                         TIME-SGN          DELIMITED BY SIZE
                    INTO WS-LINE
                    IF SGN-UNLOCKED
                       MOVE 'DEVERROUILLAGE' TO WS-LINE(32:)
                    ELSE
                       MOVE 'REINITIALISATION MOT DE PASSE'
                         TO WS-LINE(32:)
                    END-IF
                    PERFORM WRITE-CONFLICT-LINE
                 END-IF
              END-IF
              PERFORM READ-SIGNLOG
           END-PERFORM
           CLOSE SGN
           PERFORM WRITE-SECTION-END.

      ***************************************
      * SECTION 4 : LOTS DE FACTURATION     *
      * (FINVAPPR) - MAKER = CHECKER SUR UN *
      * LOT, OU IDENTIFIANT PARTAGE (ABSENT *
      * DE USERS1) QUI MET UN LOT EN        *
      * ATTENTE ET APPROUVE LE LOT D'A COTE *
      ***************************************
       WRITE-BATCH-APPR-SECTION.
           MOVE 'LOTS DE FACTURATION : MAKER / CHECKER'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           OPEN INPUT APPR
           IF WS-FS-APPR = '00'
              PERFORM READ-FILE-APPR
              PERFORM UNTIL FF-APPR = 1
                 MOVE APPR-KEY TO WS-DATE-CHECK
                 PERFORM FILTER-DATE
                 IF WS-KEEP = 'Y'
                    AND APPR-KEY IS NUMERIC
                    PERFORM CHECK-ONE-BATCH
                 END-IF
                 PERFORM READ-FILE-APPR
              END-PERFORM
              CLOSE APPR
           ELSE
              MOVE '  FINVAPPR ABSENT - LOTS NON CONTROLES' TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
           END-IF
           PERFORM WRITE-SECTION-END.

       READ-FILE-APPR.
           READ APPR NEXT
              AT END MOVE 1 TO FF-APPR
           END-READ.

       CHECK-ONE-BATCH.
           IF APPR-CHECKER-ID NOT = SPACES
              AND APPR-CHECKER-ID = APPR-MAKER-ID
              MOVE SPACES TO WS-LINE
              STRING
                   'LOT '              DELIMITED BY SIZE
                   APPR-KEY            DELIMITED BY SIZE
                   ' MAKER ET CHECKER ' DELIMITED BY SIZE
                   APPR-MAKER-ID       DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-CONFLICT-LINE
           END-IF
           MOVE APPR-KEY TO WS-DATE-NUM
           COMPUTE WS-CUR-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-PREV-KEY NOT = SPACES
              COMPUTE WS-DAY-GAP = WS-CUR-JULIAN - WS-PREV-JULIAN
              IF WS-DAY-GAP <= 3
                 IF APPR-MAKER-ID NOT = SPACES
                    AND APPR-MAKER-ID = WS-PREV-CHECKER
                    MOVE APPR-MAKER-ID TO WS-SHARED-ID
                    PERFORM CHECK-SHARED-ID
                 END-IF
                 IF APPR-CHECKER-ID NOT = SPACES
                    AND APPR-CHECKER-ID = WS-PREV-MAKER
                    MOVE APPR-CHECKER-ID TO WS-SHARED-ID
                    PERFORM CHECK-SHARED-ID
                 END-IF
              END-IF
           END-IF
           MOVE APPR-KEY        TO WS-PREV-KEY
           MOVE APPR-MAKER-ID   TO WS-PREV-MAKER
           MOVE APPR-CHECKER-ID TO WS-PREV-CHECKER
           MOVE WS-CUR-JULIAN   TO WS-PREV-JULIAN.

      *** LE MEME IDENTIFIANT DES DEUX COTES SUR DEUX LOTS VOISINS
      *** N'EST UN CONFLIT QUE S'IL N'EST PAS NOMINATIF
       CHECK-SHARED-ID.
           MOVE WS-SHARED-ID TO WS-LOOKUP-ID
           PERFORM FIND-USER
           IF WS-USR-FOUND-IDX = ZERO
              MOVE SPACES TO WS-LINE
              STRING
                   'ID PARTAGE '       DELIMITED BY SIZE
                   WS-SHARED-ID        DELIMITED BY SIZE
                   ' SUR LES LOTS '    DELIMITED BY SIZE
                   WS-PREV-KEY         DELIMITED BY SIZE
                   ' ET '              DELIMITED BY SIZE
                   APPR-KEY            DELIMITED BY SIZE
                   ' (MAKER/CHECKER)'  DELIMITED BY SIZE
              INTO WS-LINE
              PERFORM WRITE-CONFLICT-LINE
           END-IF.

      ***************************************
      * SECTION 5 : COMPTES ADMINISTRATEURS *
      * SANS SIGNON REUSSI DEPUIS PLUS DE   *
      * N JOURS (OU JAMAIS) - LE ROLE 'A'   *
      * DOIT LEUR ETRE RETIRE               *
      ***************************************
       WRITE-DORMANT-ADMIN-SECTION.
           MOVE SPACES TO WS-LINE
           MOVE WS-DORM-DAYS TO E-IDLE-DAYS
           STRING
                'COMPTES ADMINISTRATEURS DORMANTS (PLUS DE '
                                   DELIMITED BY SIZE
                E-IDLE-DAYS        DELIMITED BY SIZE
                ' JOURS)'          DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
                   UNTIL WS-USR-IDX > WS-USR-COUNT
              IF WUT-ROLE (WS-USR-IDX) = 'A'
                 PERFORM CHECK-ONE-ADMIN
              END-IF
           END-PERFORM
           PERFORM WRITE-SECTION-END.

       CHECK-ONE-ADMIN.
           MOVE SPACES TO WS-LINE
           IF WUT-LAST-OK-DATE (WS-USR-IDX) = SPACES
              OR WUT-LAST-OK-DATE (WS-USR-IDX) IS NOT NUMERIC
              STRING
                   WUT-LOGIN (WS-USR-IDX) DELIMITED BY SIZE
                   '  JAMAIS CONNECTE'    DELIMITED BY SIZE
              INTO WS-LINE
              IF WUT-LOCK (WS-USR-IDX) = 'Y'
                 MOVE '(VERROUILLE)' TO WS-LINE(40:)
              END-IF
              PERFORM WRITE-CONFLICT-LINE
           ELSE
              MOVE WUT-LAST-OK-DATE (WS-USR-IDX) TO WS-DATE-NUM
              COMPUTE WS-LAST-JULIAN =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              COMPUTE WS-IDLE-DAYS = WS-TODAY-JULIAN - WS-LAST-JULIAN
              IF WS-IDLE-DAYS > WS-DORM-DAYS
                 MOVE WS-IDLE-DAYS TO E-IDLE-DAYS
                 STRING
                      WUT-LOGIN (WS-USR-IDX) DELIMITED BY SIZE
                      '  DERNIER SIGNON '    DELIMITED BY SIZE
                      WUT-LAST-OK-DATE (WS-USR-IDX)
                                             DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      E-IDLE-DAYS            DELIMITED BY SIZE
                      ' JOURS'               DELIMITED BY SIZE
                 INTO WS-LINE
                 IF WUT-LOCK (WS-USR-IDX) = 'Y'
                    MOVE '(VERROUILLE)' TO WS-LINE(50:)
                 END-IF
                 PERFORM WRITE-CONFLICT-LINE
              END-IF
           END-IF.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO WS-LINE
           MOVE WS-CONFLICT-COUNT TO E-COUNT
           STRING
                'TOTAL DES CONFLITS A EXAMINER : ' DELIMITED BY SIZE
                E-COUNT                            DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * ABEND-PROG                          *
      ***************************************
       ABEND-PROG.
           DISPLAY 'ANOMALIE GRAVE'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
