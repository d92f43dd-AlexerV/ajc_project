       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BOMMAINT.
      **********************************************
      * MAINTENANCE DE LA NOMENCLATURE D'ASSEMBLAGE *
      * (KSDS FASMBOM) : UNE CARTE SYSIN PAR GESTE, *
      * AJOUT OU REMPLACEMENT ('A' - LE PRODUIT     *
      * DOIT EXISTER DANS PRODUCTS ET LA PIECE DANS *
      * PARTS) OU SUPPRESSION ('D') D'UNE LIGNE     *
      * PRODUIT / PIECE. LES ORDRES DE FABRICATION  *
      * (WORKORD) CONSOMMENT LES PIECES SELON CETTE *
      * NOMENCLATURE.                               *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ASMBOM ASSIGN TO FASMBOM
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ASM-KEY
            FILE STATUS IS WS-FS-ASM.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD ASMBOM.
       COPY ASMBOM.

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE PRO
           END-EXEC

           EXEC SQL
               INCLUDE PAR
           END-EXEC

       77 WS-FS-ASM        PIC XX.
       77 FF-SYSIN         PIC 9 VALUE ZERO.

      *--------------------------------------------------------------
      *  CARTES SYSIN, UNE PAR GESTE :
      *  COL 1     : 'A' = AJOUT/REMPLACEMENT, 'D' = SUPPRESSION,
      *              '*' = FIN
      *  COL 2-5   : P_NO DU PRODUIT FABRIQUE
      *  COL 6-8   : PNO DE LA PIECE CONSOMMEE
      *  COL 9-11  : QUANTITE DE LA PIECE PAR UNITE (POUR 'A')
      *--------------------------------------------------------------
       01 WS-SYSIN-CARD.
          05 WS-CARD-ACTION  PIC X.
             88 CARD-ADD              VALUE 'A'.
             88 CARD-DELETE           VALUE 'D'.
             88 CARD-END              VALUE '*'.
          05 WS-CARD-P-NO    PIC X(4).
          05 WS-CARD-PNO     PIC X(3).
          05 WS-CARD-QTY     PIC 9(3).
          05 FILLER          PIC X(69).

       77 WS-ADD-COUNT     PIC 9(5) VALUE ZERO.
       77 WS-DEL-COUNT     PIC 9(5) VALUE ZERO.
       77 WS-REJECT-COUNT  PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
            PERFORM OPEN-FILE-ASMBOM
            PERFORM READ-SYSIN-CARD
            PERFORM UNTIL FF-SYSIN = 1
               PERFORM PROCESS-BOM-CARD
               PERFORM READ-SYSIN-CARD
            END-PERFORM
            PERFORM CLOSE-FILE-ASMBOM
            DISPLAY 'LIGNES DE NOMENCLATURE AJOUTEES  : ' WS-ADD-COUNT
            DISPLAY 'LIGNES DE NOMENCLATURE SUPPRIMEES: ' WS-DEL-COUNT
            DISPLAY 'CARTES REJETEES                  : '
                    WS-REJECT-COUNT
            GOBACK.

       OPEN-FILE-ASMBOM.
           OPEN I-O ASMBOM
           IF WS-FS-ASM = '35'
              OPEN OUTPUT ASMBOM
              CLOSE ASMBOM
              OPEN I-O ASMBOM
           END-IF
           IF WS-FS-ASM NOT = '00'
              DISPLAY 'ERR OPEN FASMBOM, FS=' WS-FS-ASM
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       CLOSE-FILE-ASMBOM.
           CLOSE ASMBOM.

       READ-SYSIN-CARD.
           MOVE SPACES TO WS-SYSIN-CARD
           ACCEPT WS-SYSIN-CARD FROM SYSIN
           IF CARD-END OR WS-CARD-ACTION = SPACE
              MOVE 1 TO FF-SYSIN
           END-IF.

       PROCESS-BOM-CARD.
           EVALUATE TRUE
              WHEN CARD-ADD
                 PERFORM ADD-BOM-LINE
              WHEN CARD-DELETE
                 PERFORM DELETE-BOM-LINE
              WHEN OTHER
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'ACTION INCONNUE (A/D) : ' WS-CARD-ACTION
           END-EVALUATE.

      ***************************************
      * AJOUT : LE PRODUIT ET LA PIECE      *
      * DOIVENT EXISTER, LA QUANTITE ETRE   *
      * POSITIVE - UNE LIGNE EXISTANTE EST  *
      * REMPLACEE                           *
      ***************************************
       ADD-BOM-LINE.
           IF WS-CARD-QTY IS NOT NUMERIC OR WS-CARD-QTY = ZERO
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'QUANTITE INVALIDE : ' WS-CARD-P-NO ' '
                      WS-CARD-PNO
           ELSE
              PERFORM CHECK-PRODUCT-AND-PART
           END-IF.

       CHECK-PRODUCT-AND-PART.
           MOVE WS-CARD-P-NO TO PRO-P-NO
           EXEC SQL
              SELECT P_NO INTO :PRO-P-NO
                FROM PRODUCTS
               WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE = +100
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'P_NO INCONNU DANS PRODUCTS : ' WS-CARD-P-NO
           ELSE
              IF SQLCODE NOT = ZERO
                 DISPLAY 'ERREUR SQL PRODUCTS : ' SQLCODE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-CARD-PNO TO PAR-PNO
              EXEC SQL
                 SELECT PNO INTO :PAR-PNO
                   FROM PARTS
                  WHERE PNO = :PAR-PNO
              END-EXEC
              IF SQLCODE = +100
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'PNO INCONNU DANS PARTS : ' WS-CARD-PNO
              ELSE
                 IF SQLCODE NOT = ZERO
                    DISPLAY 'ERREUR SQL PARTS : ' SQLCODE
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
                 PERFORM WRITE-BOM-LINE
              END-IF
           END-IF.

       WRITE-BOM-LINE.
           MOVE SPACES       TO ASM-ENR
           MOVE WS-CARD-P-NO TO ASM-P-NO
           MOVE WS-CARD-PNO  TO ASM-COMP-PNO
           MOVE WS-CARD-QTY  TO ASM-COMP-QTY
           WRITE ASM-ENR
              INVALID KEY
                 REWRITE ASM-ENR
           END-WRITE
           IF WS-FS-ASM NOT = '00'
              DISPLAY 'ERR WRITE FASMBOM :' WS-FS-ASM
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1 TO WS-ADD-COUNT
           DISPLAY 'AJOUT ' WS-CARD-P-NO ' <- ' WS-CARD-QTY
                   ' X ' WS-CARD-PNO.

       DELETE-BOM-LINE.
           MOVE WS-CARD-P-NO TO ASM-P-NO
           MOVE WS-CARD-PNO  TO ASM-COMP-PNO
           DELETE ASMBOM RECORD
              INVALID KEY
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY 'LIGNE DE NOMENCLATURE INCONNUE : '
                         WS-CARD-P-NO ' ' WS-CARD-PNO
              NOT INVALID KEY
                 ADD 1 TO WS-DEL-COUNT
                 DISPLAY 'SUPPRESSION ' WS-CARD-P-NO ' '
                         WS-CARD-PNO
           END-DELETE.
