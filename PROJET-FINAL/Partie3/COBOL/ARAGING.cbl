      * JOURS - SOUS-TOTALISEE PAR CLIENT AVEC UN   *
      * TOTAL GENERAL, DANS LE MEME FORMAT 78       *
      * COLONNES QUE LES AUTRES ETATS.              *
      * LES SUCCURSALES D'UN COMPTE NATIONAL        *
      * (PARENT_C_NO) PORTENT LE NUMERO DE LEUR     *
      * GROUPE, ET UNE VUE CONSOLIDEE PAR GROUPE    *
      * SUIT LE DETAIL PAR CLIENT.                  *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 RPT-ENR       PIC X(78).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE CUS
           END-EXEC

       77 WS-FS             PIC XX.
       77 WS-FS-STL         PIC XX.
       77 FF-STL            PIC 9 VALUE ZERO.
       01 WS-CUS-TABLE.
          05 WS-CUS-ENTRY OCCURS 100 TIMES.
             10 WCT-C-NO          PIC 9(5).
      *      TETE DU GROUPE : LE PARENT, SINON LE CLIENT LUI-MEME
             10 WCT-GROUP         PIC 9(5).
             10 WCT-CURRENT       PIC S9(9)V99 VALUE ZERO.
             10 WCT-B30           PIC S9(9)V99 VALUE ZERO.
             10 WCT-B60           PIC S9(9)V99 VALUE ZERO.
       77 WS-CUS-FOUND-IDX   PIC 9(3) VALUE ZERO.
       01 WS-IDX             PIC 9(3) VALUE ZERO.

      ***************************************
      * TABLE DES TRANCHES PAR GROUPE       *
      ***************************************
       01 WS-GRP-TABLE.
          05 WS-GRP-ENTRY OCCURS 100 TIMES.
             10 WGT-GROUP         PIC 9(5).
      *      'O' DES QU'UN MEMBRE DU GROUPE A UN PARENT
             10 WGT-LINKED        PIC X VALUE 'N'.
                88 WGT-IS-LINKED        VALUE 'O'.
             10 WGT-CURRENT       PIC S9(9)V99 VALUE ZERO.
             10 WGT-B30           PIC S9(9)V99 VALUE ZERO.
             10 WGT-B60           PIC S9(9)V99 VALUE ZERO.
             10 WGT-B90           PIC S9(9)V99 VALUE ZERO.
             10 WGT-OVER90        PIC S9(9)V99 VALUE ZERO.
             10 WGT-DISPUTED      PIC S9(9)V99 VALUE ZERO.
       77 WS-GRP-COUNT       PIC 9(3) VALUE ZERO.
       77 WS-GRP-FOUND-IDX   PIC 9(3) VALUE ZERO.
       77 WS-GRP-LINKED      PIC 9(3) VALUE ZERO.
       01 WS-GDX             PIC 9(3) VALUE ZERO.

      ***************************************
      * TOTAUX GENERAUX                     *
      ***************************************
       01 E-B90             PIC Z(6)9,99.
       01 E-OVER90          PIC Z(6)9,99.
       01 E-DISPUTED        PIC Z(6)9,99.
       01 E-GROUP           PIC X(5).
       01 L-AGING-HEADER.
          05 FILLER PIC X(54) VALUE
             'CLIENT   COURANT      1-30     31-60     61-90   +90 J'.
          05 FILLER PIC X(10) VALUE '    LITIGE'.
          05 FILLER PIC X(13) VALUE '       GROUPE'.
       01 L-GROUP-HEADER.
          05 FILLER PIC X(54) VALUE
             'GROUPE   COURANT      1-30     31-60     61-90   +90 J'.
          05 FILLER PIC X(10) VALUE '    LITIGE'.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'ARAGING'.
       01 WS-ALERT-MSG PIC X(60)
               PERFORM READ-FILE-STL
            END-PERFORM
            PERFORM CLOSE-FILE-STL
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-CUS-COUNT
               PERFORM ADD-TO-GROUP
            END-PERFORM
            PERFORM WRITE-REPORT-HEADER
            PERFORM WRITE-REPORT-BODY
            PERFORM WRITE-REPORT-FOOTER
            IF WS-GRP-LINKED > ZERO
               PERFORM WRITE-GROUP-SECTION
            END-IF
            PERFORM CLOSE-FILE-RPT
            DISPLAY 'PIECES OUVERTES     : ' WS-OPEN-COUNT
            DISPLAY 'CLIENTS             : ' WS-CUS-COUNT
            DISPLAY 'GROUPES CONSOLIDES  : ' WS-GRP-LINKED
            GOBACK.

      ***************************************
              MOVE STL-C-NO TO WCT-C-NO (WS-CUS-FOUND-IDX)
           END-IF.

      ***************************************
      * RATTACHEMENT D'UN CLIENT A SON      *
      * GROUPE (PARENT_C_NO) ET CUMUL DE    *
      * SES TRANCHES SUR LE GROUPE          *
      ***************************************
       ADD-TO-GROUP.
           MOVE WCT-C-NO (WS-IDX) TO CUS-C-NO
           MOVE ZERO TO CUS-PARENT-C-NO
           EXEC SQL
              SELECT PARENT_C_NO
                INTO :CUS-PARENT-C-NO
                FROM CUSTOMERS
               WHERE C_NO = :CUS-C-NO
           END-EXEC
           PERFORM TEST-SQLCODE
           IF SQLCODE = +100
              MOVE ZERO TO CUS-PARENT-C-NO
           END-IF
           IF CUS-PARENT-C-NO = ZERO
              MOVE WCT-C-NO (WS-IDX) TO WCT-GROUP (WS-IDX)
           ELSE
              MOVE CUS-PARENT-C-NO TO WCT-GROUP (WS-IDX)
           END-IF
           MOVE ZERO TO WS-GRP-FOUND-IDX
           PERFORM VARYING WS-GDX FROM 1 BY 1
                   UNTIL WS-GDX > WS-GRP-COUNT
              IF WGT-GROUP (WS-GDX) = WCT-GROUP (WS-IDX)
                 MOVE WS-GDX TO WS-GRP-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-GRP-FOUND-IDX = ZERO
              IF WS-GRP-COUNT >= 100
                 DISPLAY 'TABLE DES GROUPES PLEINE (100)'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-GRP-COUNT
              MOVE WS-GRP-COUNT TO WS-GRP-FOUND-IDX
              MOVE WCT-GROUP (WS-IDX) TO WGT-GROUP (WS-GRP-FOUND-IDX)
           END-IF
           IF CUS-PARENT-C-NO NOT = ZERO
              AND NOT WGT-IS-LINKED (WS-GRP-FOUND-IDX)
              SET WGT-IS-LINKED (WS-GRP-FOUND-IDX) TO TRUE
              ADD 1 TO WS-GRP-LINKED
           END-IF
           ADD WCT-CURRENT  (WS-IDX) TO WGT-CURRENT  (WS-GRP-FOUND-IDX)
           ADD WCT-B30      (WS-IDX) TO WGT-B30      (WS-GRP-FOUND-IDX)
           ADD WCT-B60      (WS-IDX) TO WGT-B60      (WS-GRP-FOUND-IDX)
           ADD WCT-B90      (WS-IDX) TO WGT-B90      (WS-GRP-FOUND-IDX)
           ADD WCT-OVER90   (WS-IDX) TO WGT-OVER90   (WS-GRP-FOUND-IDX)
           ADD WCT-DISPUTED (WS-IDX) TO WGT-DISPUTED (WS-GRP-FOUND-IDX).

      ***************************************
      * ECRITURE DU RAPPORT                 *
      ***************************************
              MOVE WCT-B90     (WS-IDX) TO E-B90
              MOVE WCT-OVER90  (WS-IDX) TO E-OVER90
              MOVE WCT-DISPUTED (WS-IDX) TO E-DISPUTED
              MOVE SPACES TO E-GROUP
              PERFORM VARYING WS-GDX FROM 1 BY 1
                      UNTIL WS-GDX > WS-GRP-COUNT
                 IF WGT-GROUP (WS-GDX) = WCT-GROUP (WS-IDX)
                    AND WGT-IS-LINKED (WS-GDX)
                    MOVE WCT-GROUP (WS-IDX) TO E-GROUP
                 END-IF
              END-PERFORM
              MOVE SPACES TO WS-LINE
              STRING
                   E-C-NO    DELIMITED BY SIZE
                   E-OVER90  DELIMITED BY SIZE
                   ' '       DELIMITED BY SIZE
                   E-DISPUTED DELIMITED BY SIZE
                   ' '       DELIMITED BY SIZE
                   E-GROUP   DELIMITED BY SIZE
              INTO WS-LINE
              MOVE WS-LINE TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ***************************************
      * VUE CONSOLIDEE : UNE LIGNE PAR      *
      * GROUPE DE COMPTES NATIONAUX         *
      ***************************************
       WRITE-GROUP-SECTION.
           MOVE SPACES TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'VUE CONSOLIDEE PAR GROUPE' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE L-GROUP-HEADER TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-GDX FROM 1 BY 1
                   UNTIL WS-GDX > WS-GRP-COUNT
              IF WGT-IS-LINKED (WS-GDX)
                 MOVE WGT-GROUP    (WS-GDX) TO E-C-NO
                 MOVE WGT-CURRENT  (WS-GDX) TO E-CURRENT
                 MOVE WGT-B30      (WS-GDX) TO E-B30
                 MOVE WGT-B60      (WS-GDX) TO E-B60
                 MOVE WGT-B90      (WS-GDX) TO E-B90
                 MOVE WGT-OVER90   (WS-GDX) TO E-OVER90
                 MOVE WGT-DISPUTED (WS-GDX) TO E-DISPUTED
                 MOVE SPACES TO WS-LINE
                 STRING
                      E-C-NO    DELIMITED BY SIZE
                      ' '       DELIMITED BY SIZE
                      E-CURRENT DELIMITED BY SIZE
                      ' '       DELIMITED BY SIZE
                      E-B30     DELIMITED BY SIZE
                      ' '       DELIMITED BY SIZE
                      E-B60     DELIMITED BY SIZE
                      ' '       DELIMITED BY SIZE
                      E-B90     DELIMITED BY SIZE
                      ' '       DELIMITED BY SIZE
                      E-OVER90  DELIMITED BY SIZE
                      ' '       DELIMITED BY SIZE
                      E-DISPUTED DELIMITED BY SIZE
                 INTO WS-LINE
                 MOVE WS-LINE TO RPT-ENR
                 PERFORM WRITE-LINE-TO-RPT
              END-IF
           END-PERFORM.

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

      ***************************************
      * ABEND-PROG                          *
      ***************************************
