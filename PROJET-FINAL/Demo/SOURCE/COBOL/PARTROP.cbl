      * D'EDITION FPOPRINT A TRANSMETTRE. LA        *
      * RECEPTION EST SAISIE PAR LE PROGRAMME       *
      * COMPAGNON PORECV, COMMANDE PAR COMMANDE.    *
      * LA QUANTITE EN CONTROLE QUALITE (HOLD-NPT)  *
      * N'EST PAS DISPONIBLE MAIS DEJA LIVREE : ELLE*
      * COMPTE COMME L'EN-COMMANDE DANS LA DECISION *
      * DE RECOMMANDER, JAMAIS COMME DU STOCK.      *
      * LES MANQUANTS DES ORDRES DE FABRICATION     *
      * (FWOSHORT, ECRIT PAR WORKORD) S'AJOUTENT AU *
      * BESOIN : UNE PIECE EN MANQUE EST RECOMMANDEE*
      * MEME AU-DESSUS DE SON SEUIL.                *
      **********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SUP-CODE
            FILE STATUS IS WS-FS-SUP.
            SELECT OPTIONAL WOS ASSIGN TO FWOSHORT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-WOS.
            SELECT POPRT ASSIGN TO FPOPRINT
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-FS-POPRT.
       FD SUP.
       COPY SUPPLIER.

       FD WOS.
       COPY WOSHORT.

       FD POPRT.
       01 POPRT-ENR     PIC X(78).


       01 E-STOCK           PIC Z(4)9.
       01 E-REORDER         PIC Z(4)9.
       01 E-HOLD            PIC Z(4)9.

      ***************************************
      * GENERATION DES COMMANDES D'ACHAT    *
       77 WS-OPN-IDX        PIC 9(3) VALUE ZERO.
       77 WS-OPN-FOUND-IDX  PIC 9(3) VALUE ZERO.
       77 WS-ON-ORDER-QTY   PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 WS-HOLD-QTY       PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 FF-POF            PIC 9 VALUE ZERO.

      ***************************************
      * MANQUANTS DES ORDRES DE FABRICATION *
      * PAR PIECE (FWOSHORT, FICHIER ABSENT *
      * = AUCUN MANQUANT)                   *
      ***************************************
       01 WS-WOS-TABLE.
          05 WS-WOS-ENTRY OCCURS 100 TIMES.
             10 WWS-PNO        PIC X(3).
             10 WWS-QTY        PIC S9(5) USAGE COMP-3.
       77 WS-FS-WOS         PIC XX.
       77 WS-WOS-COUNT      PIC 9(3) VALUE ZERO.
       77 WS-WOS-IDX        PIC 9(3) VALUE ZERO.
       77 WS-WO-SHORT-QTY   PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 FF-WOS            PIC 9 VALUE ZERO.
       01 E-WO-SHORT        PIC Z(4)9.

      ***************************************
      * FOURNISSEUR ATTITRE DE LA PIECE EN  *
      * COURS (FSUPPART / FSUPPLIER)        *
            PERFORM READ-NPT-FIRST
            PERFORM UNTIL WS-FS-NPT NOT EQUAL ZERO
                ADD 1 TO WS-PART-COUNT
                PERFORM GET-WO-SHORT-QTY
                IF STOCK-NPT <= REORDER-NPT
                   OR WS-WO-SHORT-QTY > ZERO
                   ADD 1 TO WS-REORDER-COUNT
                   PERFORM WRITE-REORDER-LINE
                   PERFORM GENERATE-PURCHASE-ORDER
              MOVE 'Y' TO WS-SUP-PRESENT
           END-IF
           PERFORM LOAD-OPEN-PO-TABLE
           PERFORM LOAD-WO-SHORT-TABLE
           OPEN OUTPUT POPRT
           IF WS-FS-POPRT NOT = '00'
              DISPLAY 'ERREUR OUVERTURE FPOPRINT : ' WS-FS-POPRT
                 AT END
                    MOVE 1 TO FF-POF
                 NOT AT END
      *             UNE LIVRAISON DIRECTE VA CHEZ LE CLIENT, PAS EN
      *             STOCK : ELLE NE COMPTE PAS DANS L'EN-COMMANDE
                    IF PO-OPEN AND NOT PO-KIND-DROP-SHIP
                       PERFORM ADD-OPEN-PO-QTY
                    END-IF
              END-READ

      ***************************************
      * EN-COMMANDE OUVERT DE LA PIECE EN   *
      * COURS, ET SA QUANTITE EN CONTROLE   *
      ***************************************
       GET-ON-ORDER-QTY.
           MOVE ZERO TO WS-ON-ORDER-QTY
           IF HOLD-NPT IS NUMERIC
              MOVE HOLD-NPT TO WS-HOLD-QTY
           ELSE
              MOVE ZERO TO WS-HOLD-QTY
           END-IF
           PERFORM VARYING WS-OPN-IDX FROM 1 BY 1
                   UNTIL WS-OPN-IDX > WS-OPN-COUNT
              IF WOP-PNO (WS-OPN-IDX) = PNO-NPT
              END-IF
           END-PERFORM.

      ***************************************
      * CHARGEMENT DES MANQUANTS DES ORDRES *
      * DE FABRICATION OUVERTS, PAR PIECE   *
      ***************************************
       LOAD-WO-SHORT-TABLE.
           MOVE ZERO TO WS-WOS-COUNT
           MOVE ZERO TO FF-WOS
           OPEN INPUT WOS
           IF WS-FS-WOS NOT = '00'
              MOVE 1 TO FF-WOS
           END-IF
           PERFORM UNTIL FF-WOS = 1
              READ WOS
                 AT END
                    MOVE 1 TO FF-WOS
                 NOT AT END
                    IF WS-WOS-COUNT >= 100
                       DISPLAY 'TABLE DES MANQUANTS PLEINE (100)'
                       PERFORM ABEND-PROG
                    END-IF
                    ADD 1 TO WS-WOS-COUNT
                    MOVE PNO-WOS   TO WWS-PNO (WS-WOS-COUNT)
                    MOVE SHORT-WOS TO WWS-QTY (WS-WOS-COUNT)
              END-READ
           END-PERFORM
           IF WS-FS-WOS = '00' OR WS-FS-WOS = '10'
              CLOSE WOS
           END-IF.

       GET-WO-SHORT-QTY.
           MOVE ZERO TO WS-WO-SHORT-QTY
           PERFORM VARYING WS-WOS-IDX FROM 1 BY 1
                   UNTIL WS-WOS-IDX > WS-WOS-COUNT
              IF WWS-PNO (WS-WOS-IDX) = PNO-NPT
                 MOVE WWS-QTY (WS-WOS-IDX) TO WS-WO-SHORT-QTY
              END-IF
           END-PERFORM.

      ***************************************
      * OUVERTURE DU COMPTEUR DE COMMANDES  *
      * D'ACHAT (CREE AU PREMIER PASSAGE)   *
      *    L'EN-COMMANDE OUVERT COMPTE : ON NE RECOMMANDE QUE SI
      *    STOCK + EN-ROUTE LAISSE ENCORE LA PIECE SOUS LE SEUIL -
      *    ET UNE RECEPTION PARTIELLE NE BLOQUE PLUS RIEN, PUISQUE
      *    CHAQUE COMMANDE A SA PROPRE FICHE. LE MANQUANT DES
      *    ORDRES DE FABRICATION EST DU STOCK DEJA PROMIS
       GENERATE-PURCHASE-ORDER.
           PERFORM GET-ON-ORDER-QTY
           IF (STOCK-NPT + WS-ON-ORDER-QTY + WS-HOLD-QTY
               - WS-WO-SHORT-QTY) > REORDER-NPT
              ADD 1 TO WS-PO-SKIPPED-COUNT
           ELSE
              PERFORM CREATE-PURCHASE-ORDER

       CREATE-PURCHASE-ORDER.
           COMPUTE WS-SUGG-QTY = (REORDER-NPT * 2) - STOCK-NPT
                   - WS-ON-ORDER-QTY - WS-HOLD-QTY + WS-WO-SHORT-QTY
           IF WS-SUGG-QTY < 1
              MOVE 1 TO WS-SUGG-QTY
           END-IF
           END-IF
           MOVE ZERO         TO PO-RECV-QTY
           SET PO-OPEN       TO TRUE
           MOVE ZERO         TO PO-DROP-O-NO
           MOVE SPACES       TO PO-DROP-P-NO
           SET PO-KIND-STOCK TO TRUE
           WRITE PO-ENR
              INVALID KEY
                 REWRITE PO-ENR
                '  '        DELIMITED BY SIZE
                E-REORDER   DELIMITED BY SIZE
           INTO WS-LINE
           IF HOLD-NPT IS NUMERIC AND HOLD-NPT > ZERO
              MOVE HOLD-NPT TO E-HOLD
              STRING 'EN CONTROLE ' E-HOLD DELIMITED BY SIZE
                INTO WS-LINE(60:17)
           END-IF
           MOVE WS-LINE TO RPT-ENR
           PERFORM WRITE-LINE-TO-RPT
           IF WS-WO-SHORT-QTY > ZERO
              MOVE WS-WO-SHORT-QTY TO E-WO-SHORT
              MOVE SPACES TO WS-LINE
              STRING '     MANQUANT DES ORDRES DE FABRICATION : '
                     E-WO-SHORT DELIMITED BY SIZE INTO WS-LINE
              MOVE WS-LINE TO RPT-ENR
              PERFORM WRITE-LINE-TO-RPT
           END-IF.

       WRITE-REPORT-FOOTER.
           MOVE '================================================'
