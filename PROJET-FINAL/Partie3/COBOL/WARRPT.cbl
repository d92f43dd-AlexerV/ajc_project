       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WARRPT.
      **********************************************
      * RAPPORT DES RECLAMATIONS SOUS GARANTIE : LE *
      * REGISTRE FWARCLM (ALIMENTE PAR WARCLAIM)    *
      * EST CUMULE PAR LOT PUIS PAR FOURNISSEUR SUR *
      * LA PERIODE DEMANDEE. LES RECLAMATIONS       *
      * ACCEPTEES (REMPLACEMENT, REPARATION, AVOIR) *
      * SONT VALORISEES AU COUT UNITAIRE DU PRODUIT *
      * : C'EST LE MONTANT A RECOUVRER AUPRES DU    *
      * FOURNISSEUR DU LOT. LES LOTS SANS           *
      * FOURNISSEUR CONNU SONT CUMULES SOUS '????'. *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT WCL ASSIGN TO FWARCLM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS WCL-CLAIM-NO
            FILE STATUS IS WS-FS-WCL.
            SELECT RPT ASSIGN TO FWARRPT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-RPT.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD WCL.
       COPY WARCLM.
       FD RPT.
       01 RPT-ENR      PIC X(78).

       WORKING-STORAGE SECTION.
       77 WS-FS-WCL         PIC XX.
       77 WS-FS-RPT         PIC XX.
       77 FF-WCL            PIC 9 VALUE ZERO.
       01 WS-LINE           PIC X(78).

      *--------------------------------------------------------------
      *  PARAMETRE SYSIN
      *  COL 1-6 : PERIODE AAAAMM SUR LA DATE DE RECLAMATION
      *            (BLANC = TOUT LE REGISTRE)
      *--------------------------------------------------------------
       01  WS-PARM-CARD.
           05 WS-PARM-PERIOD     PIC X(6).
           05 FILLER             PIC X(14).

      ***************************************
      * CUMUL PAR LOT (PRODUIT + LOT)       *
      ***************************************
       01 WS-LOT-TABLE.
          05 WS-LOT-ENTRY OCCURS 500 TIMES.
             10 WSL-P-NO       PIC X(4).
             10 WSL-LOT-NO     PIC X(10).
             10 WSL-SUP-CODE   PIC X(4).
             10 WSL-CLAIMS     PIC S9(5) USAGE COMP-3.
             10 WSL-DENIED     PIC S9(5) USAGE COMP-3.
             10 WSL-QTY        PIC S9(7) USAGE COMP-3.
             10 WSL-COST       PIC S9(9)V99 USAGE COMP-3.
       77 WS-LOT-COUNT      PIC 9(3) VALUE ZERO.
       77 WS-LOT-FOUND-IDX  PIC 9(3) VALUE ZERO.

      ***************************************
      * CUMUL PAR FOURNISSEUR               *
      ***************************************
       01 WS-SUP-TABLE.
          05 WS-SUP-ENTRY OCCURS 100 TIMES.
             10 WSS-SUP-CODE   PIC X(4).
             10 WSS-CLAIMS     PIC S9(5) USAGE COMP-3.
             10 WSS-DENIED     PIC S9(5) USAGE COMP-3.
             10 WSS-QTY        PIC S9(7) USAGE COMP-3.
             10 WSS-COST       PIC S9(9)V99 USAGE COMP-3.
       77 WS-SUP-COUNT      PIC 9(3) VALUE ZERO.
       77 WS-SUP-FOUND-IDX  PIC 9(3) VALUE ZERO.
       01 WS-IDX            PIC 9(3) VALUE ZERO.

       77 WS-CLAIM-SUP      PIC X(4).
       77 WS-CLAIM-QTY      PIC S9(7) VALUE ZERO.
       77 WS-CLAIM-COST     PIC S9(9)V99 VALUE ZERO.
       77 WS-CLAIM-DENIED   PIC S9(5) VALUE ZERO.

      ***************************************
      * TOTAUX                              *
      ***************************************
       77 WS-TOT-CLAIMS     PIC S9(7) VALUE ZERO.
       77 WS-TOT-DENIED     PIC S9(7) VALUE ZERO.
       77 WS-TOT-QTY        PIC S9(7) VALUE ZERO.
       77 WS-TOT-COST       PIC S9(9)V99 VALUE ZERO.

      ***************************************
      * VARIABLES AFFICHAGE                 *
      ***************************************
       01 E-CLAIMS          PIC ZZZZ9.
       01 E-DENIED          PIC ZZZZ9.
       01 E-QTY             PIC ZZZZZ9.
       01 E-COST            PIC Z(7)9,99.

       01 WS-ALERT-PGM PIC X(8)  VALUE 'WARRPT'.
       01 WS-ALERT-MSG PIC X(60)
          VALUE 'ANOMALIE GRAVE - RAPPORT DES RECLAMATIONS GARANTIE'.

      ***************************************
      * PROGRAMME PRINCIPAL                 *
      ***************************************
       PROCEDURE DIVISION.
            PERFORM READ-PARM
            PERFORM LOAD-CLAIMS
            PERFORM OPEN-FILE-RPT
            PERFORM WRITE-REPORT
            PERFORM CLOSE-FILE-RPT
            DISPLAY 'RECLAMATIONS DE LA PERIODE : ' WS-TOT-CLAIMS
            DISPLAY 'COUT A RECOUVRER           : ' WS-TOT-COST
            GOBACK.

       READ-PARM.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN.

      ***************************************
      * PARCOURS DU REGISTRE : SEULES LES   *
      * RECLAMATIONS DE LA PERIODE COMPTENT *
      ***************************************
       LOAD-CLAIMS.
           OPEN INPUT WCL
           IF WS-FS-WCL NOT = '00'
              DISPLAY 'ERR OPEN FWARCLM, FS=' WS-FS-WCL
              PERFORM ABEND-PROG
           END-IF
           PERFORM READ-FILE-WCL
           PERFORM UNTIL FF-WCL = 1
              IF WS-PARM-PERIOD = SPACES
                 OR (WCL-CLAIM-DATE(1:4) = WS-PARM-PERIOD(1:4)
                     AND WCL-CLAIM-DATE(6:2) = WS-PARM-PERIOD(5:2))
                 PERFORM ACCUMULATE-CLAIM
              END-IF
              PERFORM READ-FILE-WCL
           END-PERFORM
           CLOSE WCL.

       READ-FILE-WCL.
           READ WCL AT END
               MOVE 1 TO FF-WCL
           END-READ.

      ***************************************
      * UNE RECLAMATION REFUSEE EST COMPTEE *
      * MAIS NE PESE NI EN QUANTITE NI EN   *
      * COUT A RECOUVRER                    *
      ***************************************
       ACCUMULATE-CLAIM.
           IF WCL-SUP-CODE = SPACES
              MOVE '????' TO WS-CLAIM-SUP
           ELSE
              MOVE WCL-SUP-CODE TO WS-CLAIM-SUP
           END-IF
           IF WCL-DENIED
              MOVE 1    TO WS-CLAIM-DENIED
              MOVE ZERO TO WS-CLAIM-QTY
              MOVE ZERO TO WS-CLAIM-COST
           ELSE
              MOVE ZERO    TO WS-CLAIM-DENIED
              MOVE WCL-QTY TO WS-CLAIM-QTY
              COMPUTE WS-CLAIM-COST = WCL-QTY * WCL-UNIT-COST
           END-IF
           PERFORM ACCUMULATE-LOT
           PERFORM ACCUMULATE-SUPPLIER
           ADD 1               TO WS-TOT-CLAIMS
           ADD WS-CLAIM-DENIED TO WS-TOT-DENIED
           ADD WS-CLAIM-QTY    TO WS-TOT-QTY
           ADD WS-CLAIM-COST   TO WS-TOT-COST.

       ACCUMULATE-LOT.
           MOVE ZERO TO WS-LOT-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LOT-COUNT
              IF WSL-P-NO (WS-IDX) = WCL-P-NO
                 AND WSL-LOT-NO (WS-IDX) = WCL-LOT-NO
                 MOVE WS-IDX TO WS-LOT-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-LOT-FOUND-IDX = ZERO
              IF WS-LOT-COUNT >= 500
                 DISPLAY 'TABLE DES LOTS PLEINE (500)'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-LOT-COUNT
              MOVE WS-LOT-COUNT TO WS-LOT-FOUND-IDX
              MOVE WCL-P-NO     TO WSL-P-NO (WS-LOT-FOUND-IDX)
              MOVE WCL-LOT-NO   TO WSL-LOT-NO (WS-LOT-FOUND-IDX)
              MOVE WS-CLAIM-SUP TO WSL-SUP-CODE (WS-LOT-FOUND-IDX)
              MOVE ZERO TO WSL-CLAIMS (WS-LOT-FOUND-IDX)
              MOVE ZERO TO WSL-DENIED (WS-LOT-FOUND-IDX)
              MOVE ZERO TO WSL-QTY (WS-LOT-FOUND-IDX)
              MOVE ZERO TO WSL-COST (WS-LOT-FOUND-IDX)
           END-IF
           ADD 1 TO WSL-CLAIMS (WS-LOT-FOUND-IDX)
           ADD WS-CLAIM-DENIED TO WSL-DENIED (WS-LOT-FOUND-IDX)
           ADD WS-CLAIM-QTY    TO WSL-QTY (WS-LOT-FOUND-IDX)
           ADD WS-CLAIM-COST   TO WSL-COST (WS-LOT-FOUND-IDX).

       ACCUMULATE-SUPPLIER.
           MOVE ZERO TO WS-SUP-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUP-COUNT
              IF WSS-SUP-CODE (WS-IDX) = WS-CLAIM-SUP
                 MOVE WS-IDX TO WS-SUP-FOUND-IDX
              END-IF
           END-PERFORM
           IF WS-SUP-FOUND-IDX = ZERO
              IF WS-SUP-COUNT >= 100
                 DISPLAY 'TABLE DES FOURNISSEURS PLEINE (100)'
                 PERFORM ABEND-PROG
              END-IF
              ADD 1 TO WS-SUP-COUNT
              MOVE WS-SUP-COUNT TO WS-SUP-FOUND-IDX
              MOVE WS-CLAIM-SUP TO WSS-SUP-CODE (WS-SUP-FOUND-IDX)
              MOVE ZERO TO WSS-CLAIMS (WS-SUP-FOUND-IDX)
              MOVE ZERO TO WSS-DENIED (WS-SUP-FOUND-IDX)
              MOVE ZERO TO WSS-QTY (WS-SUP-FOUND-IDX)
              MOVE ZERO TO WSS-COST (WS-SUP-FOUND-IDX)
           END-IF
           ADD 1 TO WSS-CLAIMS (WS-SUP-FOUND-IDX)
           ADD WS-CLAIM-DENIED TO WSS-DENIED (WS-SUP-FOUND-IDX)
           ADD WS-CLAIM-QTY    TO WSS-QTY (WS-SUP-FOUND-IDX)
           ADD WS-CLAIM-COST   TO WSS-COST (WS-SUP-FOUND-IDX).

      ***************************************
      * EDITION DU RAPPORT                  *
      ***************************************
       OPEN-FILE-RPT.
           OPEN OUTPUT RPT
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR OPEN FWARRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       CLOSE-FILE-RPT.
           CLOSE RPT.

       WRITE-LINE-TO-RPT.
           WRITE RPT-ENR
           IF WS-FS-RPT NOT = '00'
              DISPLAY 'ERR WRITE FWARRPT, FS=' WS-FS-RPT
              PERFORM ABEND-PROG
           END-IF.

       WRITE-REPORT.
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE SPACES TO WS-LINE
           STRING
                'RECLAMATIONS GARANTIE - PERIODE ' DELIMITED BY SIZE
                WS-PARM-PERIOD DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'PAR LOT' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'P_NO  LOT         FOUR  RECL. REFUS  QTE ACC.'
                TO WS-LINE
           MOVE '   A RECOUVRER' TO WS-LINE(47:)
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LOT-COUNT
              MOVE WSL-CLAIMS (WS-IDX) TO E-CLAIMS
              MOVE WSL-DENIED (WS-IDX) TO E-DENIED
              MOVE WSL-QTY (WS-IDX)    TO E-QTY
              MOVE WSL-COST (WS-IDX)   TO E-COST
              MOVE SPACES TO WS-LINE
              STRING
                   WSL-P-NO (WS-IDX)     DELIMITED BY SIZE
                   '  '                  DELIMITED BY SIZE
                   WSL-LOT-NO (WS-IDX)   DELIMITED BY SIZE
                   '  '                  DELIMITED BY SIZE
                   WSL-SUP-CODE (WS-IDX) DELIMITED BY SIZE
                   '  '                  DELIMITED BY SIZE
                   E-CLAIMS              DELIMITED BY SIZE
                   '  '                  DELIMITED BY SIZE
                   E-DENIED              DELIMITED BY SIZE
                   '    '                DELIMITED BY SIZE
                   E-QTY                 DELIMITED BY SIZE
                   '  '                  DELIMITED BY SIZE
                   E-COST                DELIMITED BY SIZE
              INTO WS-LINE
              MOVE WS-LINE TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
           END-PERFORM
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'PAR FOURNISSEUR' TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE 'FOUR  RECL. REFUS  QTE ACC.    A RECOUVRER'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUP-COUNT
              MOVE WSS-CLAIMS (WS-IDX) TO E-CLAIMS
              MOVE WSS-DENIED (WS-IDX) TO E-DENIED
              MOVE WSS-QTY (WS-IDX)    TO E-QTY
              MOVE WSS-COST (WS-IDX)   TO E-COST
              MOVE SPACES TO WS-LINE
              STRING
                   WSS-SUP-CODE (WS-IDX) DELIMITED BY SIZE
                   '  '                  DELIMITED BY SIZE
                   E-CLAIMS              DELIMITED BY SIZE
                   '  '                  DELIMITED BY SIZE
                   E-DENIED              DELIMITED BY SIZE
                   '    '                DELIMITED BY SIZE
                   E-QTY                 DELIMITED BY SIZE
                   '  '                  DELIMITED BY SIZE
                   E-COST                DELIMITED BY SIZE
              INTO WS-LINE
              MOVE WS-LINE TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
           END-PERFORM
           MOVE '================================================'
                TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           MOVE WS-TOT-CLAIMS TO E-CLAIMS
           MOVE WS-TOT-DENIED TO E-DENIED
           MOVE WS-TOT-QTY    TO E-QTY
           MOVE WS-TOT-COST   TO E-COST
           MOVE SPACES TO WS-LINE
           STRING
                'TOTAL '         DELIMITED BY SIZE
                E-CLAIMS         DELIMITED BY SIZE
                '  '             DELIMITED BY SIZE
                E-DENIED         DELIMITED BY SIZE
                '    '           DELIMITED BY SIZE
                E-QTY            DELIMITED BY SIZE
                '  '             DELIMITED BY SIZE
                E-COST           DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT.

      ******************************************
      * FERMETURE DU PROGRAMME EN CAS D'ERREUR *
      ******************************************
        ABEND-PROG.
           DISPLAY 'ABEND PROG !'
           CALL 'ALERTOPS' USING WS-ALERT-PGM WS-ALERT-MSG
           MOVE 16 TO RETURN-CODE
           GOBACK.
