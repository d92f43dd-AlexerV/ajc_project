       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WHSESEL.
      **********************************************
      * DEPOT QUI SERT UNE LIVRAISON : SOUS-        *
      * PROGRAMME COMMUN (VOIR WHSESELP.CPY POUR    *
      * LES FONCTIONS). LA CORRESPONDANCE ETAT ->   *
      * DEPOT EST LUE UNE FOIS, AU PREMIER APPEL,   *
      * DANS LES FICHES FPARAMS WHSTATEee ; UN ETAT *
      * SANS FICHE (OU FICHIER ABSENT) EST SERVI    *
      * PAR LE DEPOT PRINCIPAL. APPELE PAR EXTRACTP *
      * (CONTROLE DE STOCK), SHIPORD (SORTIE DE     *
      * STOCK) ET CREAVOIR (REMISE EN STOCK).       *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL PARAMS ASSIGN TO FPARAMS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OPR-KEY
            FILE STATUS IS WS-FS-PRM.
      **********************************************
       DATA DIVISION.
       FILE SECTION.
       FD PARAMS.
       COPY PARAMREC.

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC

           EXEC SQL
               INCLUDE ORD
           END-EXEC

           EXEC SQL
               INCLUDE CUS
           END-EXEC

           EXEC SQL
               INCLUDE SHT
           END-EXEC

       77 WS-FS-PRM        PIC XX.
      *    LA TABLE RESTE CHARGEE D'UN APPEL A L'AUTRE
       77 WS-LOADED        PIC X VALUE 'N'.
       77 WS-MAIN-WHSE     PIC X(2) VALUE '01'.

      ***************************************
      * CORRESPONDANCE ETAT -> DEPOT        *
      * (FICHES WHSTATEee)                  *
      ***************************************
       01 WS-WHS-TABLE.
          05 WS-WHS-ENTRY OCCURS 60 TIMES.
             10 WWH-STATE     PIC XX.
             10 WWH-WHSE      PIC XX.
       77 WS-WHS-COUNT     PIC 9(2) VALUE ZERO.
       77 WS-WHS-IDX       PIC 9(2) VALUE ZERO.

       LINKAGE SECTION.
       COPY WHSESELP.

       PROCEDURE DIVISION USING WH-PARM.
            MOVE ZERO TO WH-RC
            IF WS-LOADED = 'N'
               PERFORM LOAD-WHSE-TABLE
               MOVE 'Y' TO WS-LOADED
            END-IF
            EVALUATE WH-FUNC
               WHEN 'S'
                  PERFORM FIND-STATE-WHSE
               WHEN 'O'
                  PERFORM GET-ORDER-STATE
                  PERFORM FIND-STATE-WHSE
               WHEN OTHER
                  DISPLAY 'WHSESEL : FONCTION INCONNUE ' WH-FUNC
                  MOVE WS-MAIN-WHSE TO WH-WHSE
                  MOVE 8 TO WH-RC
            END-EVALUATE
            GOBACK.

      ***************************************
      * CHARGEMENT DES FICHES WHSTATEee ET  *
      * DU DEPOT PRINCIPAL (WHSEMAIN)       *
      ***************************************
       LOAD-WHSE-TABLE.
           OPEN INPUT PARAMS
           IF WS-FS-PRM = '00'
              MOVE 'WHSEMAIN' TO OPR-KEY
              READ PARAMS KEY IS OPR-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF OPR-VALUE(1:2) NOT = SPACES
                       MOVE OPR-VALUE(1:2) TO WS-MAIN-WHSE
                    END-IF
              END-READ
              MOVE 'WHSTATE   ' TO OPR-KEY
              START PARAMS KEY IS NOT LESS THAN OPR-KEY
                 INVALID KEY
                    MOVE '23' TO WS-FS-PRM
              END-START
              PERFORM UNTIL WS-FS-PRM NOT = '00'
                 READ PARAMS NEXT
                    AT END
                       MOVE '10' TO WS-FS-PRM
                    NOT AT END
                       IF OPR-KEY(1:7) = 'WHSTATE'
                          AND OPR-KEY(8:2) NOT = SPACES
                          AND WS-WHS-COUNT < 60
                          ADD 1 TO WS-WHS-COUNT
                          MOVE OPR-KEY(8:2)
                            TO WWH-STATE(WS-WHS-COUNT)
                          MOVE OPR-VALUE(1:2)
                            TO WWH-WHSE(WS-WHS-COUNT)
                       ELSE
                          MOVE '10' TO WS-FS-PRM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARAMS
           END-IF.

      ***************************************
      * ETAT DE LIVRAISON DE LA COMMANDE :  *
      * SUCCURSALE (SHIPTO) SI LA COMMANDE  *
      * EN PORTE UNE, SINON LE CLIENT       *
      ***************************************
       GET-ORDER-STATE.
           MOVE SPACES TO WH-STATE
           MOVE WH-O-NO TO ORD-O-NO
           EXEC SQL
                SELECT O.C_NO, O.SHIPTO_ID, C.STATE
                INTO :ORD-C-NO, :ORD-SHIPTO-ID, :CUS-STATE
                FROM ORDERS O
                INNER JOIN CUSTOMERS C
                ON C.C_NO = O.C_NO
                WHERE O.O_NO = :ORD-O-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              DISPLAY 'WHSESEL : COMMANDE INCONNUE ' WH-O-NO
                      ' - DEPOT PRINCIPAL'
              MOVE 4 TO WH-RC
           ELSE
              MOVE CUS-STATE TO WH-STATE
              IF ORD-SHIPTO-ID NOT = ZERO
                 MOVE ORD-C-NO      TO SHT-C-NO
                 MOVE ORD-SHIPTO-ID TO SHT-SHIPTO-ID
                 EXEC SQL
                      SELECT STATE
                      INTO :SHT-STATE
                      FROM SHIPTO
                      WHERE C_NO = :SHT-C-NO
                      AND SHIPTO_ID = :SHT-SHIPTO-ID
                 END-EXEC
                 IF SQLCODE = ZERO
                    MOVE SHT-STATE TO WH-STATE
                 END-IF
              END-IF
           END-IF.

       FIND-STATE-WHSE.
           MOVE WS-MAIN-WHSE TO WH-WHSE
           PERFORM VARYING WS-WHS-IDX FROM 1 BY 1
                   UNTIL WS-WHS-IDX > WS-WHS-COUNT
              IF WWH-STATE(WS-WHS-IDX) = WH-STATE
                 MOVE WWH-WHSE(WS-WHS-IDX) TO WH-WHSE
                 MOVE WS-WHS-COUNT TO WS-WHS-IDX
              END-IF
           END-PERFORM.
