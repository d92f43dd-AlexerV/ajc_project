      * L'ESPRIT AVANT/APRES DE COMM_HISTORY - FINI *
      * LE SQL A LA MAIN SUR LES ORPHELINS          *
      * D'ORDRECON.                                 *
      * LES SECTEURS DE VENTE DU PARTANT PASSENT AU *
      * REPRENEUR. AVEC UN CODE SECTEUR EN SYSIN,   *
      * SEUL CE SECTEUR CHANGE DE TITULAIRE : LES   *
      * COMMANDES OUVERTES DE L'ANCIEN TITULAIRE    *
      * LIVREES DANS LE SECTEUR LE SUIVENT ; QUOTAS *
      * ET COMMISSIONS NE BOUGENT PAS.              *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               INCLUDE CMS
           END-EXEC

           EXEC SQL
               INCLUDE TER
           END-EXEC

       77 WS-FS-RPT         PIC XX.
       01 WS-LINE           PIC X(78).

      *             'P' = LAISSEES AU PARTANT (PAYEES AU PROCHAIN
      *                   COMMSETL)
      *  COL 6-13 : IDENTIFIANT DE L'OPERATEUR (TRACE)
      *  COL 14-17: SECTEUR A DEPLACER (TERR_ID) - BLANC = DEPART DU
      *             VENDEUR ; SINON SEUL LE SECTEUR CHANGE DE
      *             TITULAIRE (COL 1-2 FACULTATIVES, COL 5 IGNOREE)
      *--------------------------------------------------------------
       01 WS-SYSIN.
          05 WS-OLD-E-NO-TXT PIC 9(2).
          05 WS-OLD-E-NO-X REDEFINES WS-OLD-E-NO-TXT PIC X(2).
          05 WS-NEW-E-NO-TXT PIC 9(2).
          05 WS-POLICY       PIC X.
             88 POLICY-TRANSFER        VALUE 'T'.
             88 POLICY-PAYOUT          VALUE 'P'.
          05 WS-USERID       PIC X(8).
          05 WS-TERR-ID      PIC X(4).
             88 TERRITORY-MODE-OFF     VALUE SPACES.
          05 FILLER          PIC X(63).

       77 WS-OLD-E-NO       PIC S9(2)V USAGE COMP-3 VALUE ZERO.
       77 WS-NEW-E-NO       PIC S9(2)V USAGE COMP-3 VALUE ZERO.
                ORDER BY INV_NO
           END-EXEC

      *    SECTEURS DU PARTANT
           EXEC SQL
                DECLARE CTERR CURSOR
                FOR
                SELECT TERR_ID
                FROM TERRITORIES
                WHERE E_NO = :WS-OLD-E-NO
                ORDER BY TERR_ID
           END-EXEC

      *    COMMANDES OUVERTES DE L'ANCIEN TITULAIRE LIVREES DANS LE
      *    SECTEUR DEPLACE : ADRESSE SHIPTO, SINON CELLE DU CLIENT
      *    (MEME REGLE QUE TERRSEL)
           EXEC SQL
                DECLARE CTERORD CURSOR
                FOR
                SELECT O.O_NO
                FROM ORDERS O
                INNER JOIN CUSTOMERS C
                   ON C.C_NO = O.C_NO
                LEFT OUTER JOIN SHIPTO S
                   ON S.C_NO = O.C_NO
                  AND S.SHIPTO_ID = O.SHIPTO_ID
                WHERE O.S_NO = :WS-OLD-E-NO
                AND VALUE(S.STATE, C.STATE) = :TER-STATE
                AND VALUE(S.ZIP, C.ZIP) BETWEEN :TER-ZIP-FROM
                                            AND :TER-ZIP-TO
                AND NOT EXISTS
                    (SELECT 1 FROM INVOICES I
                      WHERE I.O_NO = O.O_NO)
                ORDER BY O.O_NO
           END-EXEC

      ***************************************
      * RESUME                              *
      ***************************************
       77 WS-QUOTAS-CLOSED  PIC 9(5) VALUE ZERO.
       77 WS-COMMS-MOVED    PIC 9(5) VALUE ZERO.
       77 WS-COMMS-LEFT     PIC 9(5) VALUE ZERO.
       77 WS-TERRS-MOVED    PIC 9(5) VALUE ZERO.

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       PROCEDURE DIVISION.
            PERFORM READ-PARM
            IF NOT TERRITORY-MODE-OFF
               PERFORM READ-TERRITORY
            END-IF
            PERFORM VALIDATE-EMPLOYEES
            PERFORM OPEN-FILE-RPT
            PERFORM WRITE-RPT-HEADER
            IF TERRITORY-MODE-OFF
               PERFORM MOVE-OPEN-ORDERS
               PERFORM MOVE-QUOTA-ROWS
               PERFORM HANDLE-OPEN-COMMISSIONS
               PERFORM MOVE-REP-TERRITORIES
            ELSE
               PERFORM MOVE-ONE-TERRITORY
            END-IF
            PERFORM CLOSE-FILE-RPT
            EXEC SQL
                 COMMIT
       READ-PARM.
           MOVE SPACES TO WS-SYSIN
           ACCEPT WS-SYSIN FROM SYSIN
           IF WS-NEW-E-NO-TXT IS NOT NUMERIC
              DISPLAY 'NOUVEAU VENDEUR NON NUMERIQUE : '
                      WS-NEW-E-NO-TXT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-NEW-E-NO-TXT TO WS-NEW-E-NO
           IF TERRITORY-MODE-OFF
              MOVE WS-OLD-E-NO-TXT TO WS-OLD-E-NO
              IF WS-OLD-E-NO = WS-NEW-E-NO
                 DISPLAY 'ANCIEN ET NOUVEAU VENDEUR IDENTIQUES'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           IF TERRITORY-MODE-OFF
              AND NOT POLICY-TRANSFER AND NOT POLICY-PAYOUT
              DISPLAY 'POLITIQUE COMMISSIONS INCONNUE (T/P) : '
                      WS-POLICY
              MOVE 8 TO RETURN-CODE
                WS-RUN-DATE-NUM(7:2) DELIMITED BY SIZE
           INTO WS-RUN-DATE.

      ***************************************
      * SECTEUR A DEPLACER : SON TITULAIRE  *
      * ACTUEL EST L'ANCIEN VENDEUR (S'IL   *
      * EST DONNE EN COL 1-2, IL DOIT       *
      * CORRESPONDRE)                       *
      ***************************************
       READ-TERRITORY.
           MOVE WS-TERR-ID TO TER-TERR-ID
           EXEC SQL
              SELECT E_NO, STATE, ZIP_FROM, ZIP_TO
                INTO :TER-E-NO, :TER-STATE, :TER-ZIP-FROM,
                     :TER-ZIP-TO
                FROM TERRITORIES
               WHERE TERR_ID = :TER-TERR-ID
           END-EXEC
           IF SQLCODE = +100
              DISPLAY 'SECTEUR INCONNU : ' WS-TERR-ID
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM TEST-SQLCODE
           IF WS-OLD-E-NO-X NOT = SPACES
              AND WS-OLD-E-NO-TXT NOT = TER-E-NO
              DISPLAY 'LE SECTEUR ' WS-TERR-ID
                      ' N''APPARTIENT PAS AU VENDEUR '
                      WS-OLD-E-NO-X
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE TER-E-NO TO WS-OLD-E-NO
           MOVE TER-E-NO TO WS-OLD-E-NO-TXT
           IF WS-OLD-E-NO = WS-NEW-E-NO
              DISPLAY 'LE SECTEUR APPARTIENT DEJA AU VENDEUR '
                      WS-NEW-E-NO-TXT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       VALIDATE-EMPLOYEES.
           MOVE WS-NEW-E-NO TO EMP-E-NO
           EXEC SQL
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           IF TERRITORY-MODE-OFF
              STRING
                   'REAFFECTATION VENDEUR ' DELIMITED BY SIZE
                   WS-OLD-E-NO-TXT          DELIMITED BY SIZE
                   ' VERS '                 DELIMITED BY SIZE
                   WS-NEW-E-NO-TXT          DELIMITED BY SIZE
                   ' PAR '                  DELIMITED BY SIZE
                   WS-USERID                DELIMITED BY SIZE
                   ' LE '                   DELIMITED BY SIZE
                   WS-RUN-DATE              DELIMITED BY SIZE
              INTO WS-LINE
           ELSE
              STRING
                   'REAFFECTATION SECTEUR ' DELIMITED BY SIZE
                   WS-TERR-ID               DELIMITED BY SIZE
                   ' : '                    DELIMITED BY SIZE
                   WS-OLD-E-NO-TXT          DELIMITED BY SIZE
                   ' VERS '                 DELIMITED BY SIZE
                   WS-NEW-E-NO-TXT          DELIMITED BY SIZE
                   ' PAR '                  DELIMITED BY SIZE
                   WS-USERID                DELIMITED BY SIZE
                   ' LE '                   DELIMITED BY SIZE
                   WS-RUN-DATE              DELIMITED BY SIZE
              INTO WS-LINE
           END-IF
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * SECTEURS DE VENTE DU PARTANT :      *
      * REPRIS PAR LE REPRENEUR, POUR QUE   *
      * LES NOUVELLES COMMANDES NE LUI      *
      * SOIENT PLUS ATTRIBUEES              *
      ***************************************
       MOVE-REP-TERRITORIES.
           EXEC SQL
              OPEN CTERR
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CTERR
           PERFORM UNTIL SQLCODE = +100
              PERFORM REPOINT-TERRITORY
              PERFORM FETCH-CTERR
           END-PERFORM
           EXEC SQL
              CLOSE CTERR
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-CTERR.
           EXEC SQL
              FETCH CTERR
              INTO :TER-TERR-ID
           END-EXEC
           PERFORM TEST-SQLCODE.

       REPOINT-TERRITORY.
           MOVE SPACES TO WS-LINE
           STRING
                'SECTEUR '      DELIMITED BY SIZE
                TER-TERR-ID     DELIMITED BY SIZE
                ' : E_NO '      DELIMITED BY SIZE
                WS-OLD-E-NO-TXT DELIMITED BY SIZE
                ' -> '          DELIMITED BY SIZE
                WS-NEW-E-NO-TXT DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           EXEC SQL
              UPDATE TERRITORIES
                 SET E_NO = :WS-NEW-E-NO
               WHERE TERR_ID = :TER-TERR-ID
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD 1 TO WS-TERRS-MOVED.

      ***************************************
      * DEPLACEMENT D'UN SEUL SECTEUR : LE  *
      * SECTEUR PUIS LES COMMANDES OUVERTES *
      * DE L'ANCIEN TITULAIRE LIVREES DANS  *
      * LE SECTEUR                          *
      ***************************************
       MOVE-ONE-TERRITORY.
           PERFORM REPOINT-TERRITORY
           EXEC SQL
              OPEN CTERORD
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CTERORD
           PERFORM UNTIL SQLCODE = +100
              MOVE ORD-O-NO TO E-O-NO
              MOVE SPACES TO WS-LINE
              STRING
                   'COMMANDE ' DELIMITED BY SIZE
                   E-O-NO      DELIMITED BY SIZE
                   ' : S_NO '  DELIMITED BY SIZE
                   WS-OLD-E-NO-TXT DELIMITED BY SIZE
                   ' -> '      DELIMITED BY SIZE
                   WS-NEW-E-NO-TXT DELIMITED BY SIZE
              INTO WS-LINE
              MOVE WS-LINE TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
              EXEC SQL
                 UPDATE ORDERS
                    SET S_NO = :WS-NEW-E-NO
                  WHERE O_NO = :ORD-O-NO
              END-EXEC
              PERFORM TEST-SQLCODE
              ADD 1 TO WS-ORDERS-MOVED
              PERFORM FETCH-CTERORD
           END-PERFORM
           EXEC SQL
              CLOSE CTERORD
           END-EXEC
           PERFORM TEST-SQLCODE.

       FETCH-CTERORD.
           EXEC SQL
              FETCH CTERORD
              INTO :ORD-O-NO
           END-EXEC
           PERFORM TEST-SQLCODE.

      ***************************************
      * RAPPORT DE CONTROLE DE FIN DE LOT   *
      ***************************************
           DISPLAY '  QUOTAS SOLDES         : ' WS-QUOTAS-CLOSED
           DISPLAY '  COMMISSIONS DEPLACEES : ' WS-COMMS-MOVED
           DISPLAY '  COMMISSIONS LAISSEES  : ' WS-COMMS-LEFT
           DISPLAY '  SECTEURS REPOINTES    : ' WS-TERRS-MOVED
           DISPLAY '==============================================='.

      ***************************************
